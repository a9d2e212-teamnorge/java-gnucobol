cobcpy*
      *****************************************************************
      * OVLREC - override log record appended to COBCHOVL by cobchdpc
      * for each predecessor condition an operator override let a
      * job step run past.  OVL-CONDITION says what was wrong with
      * the predecessor: not run tonight, started but not ended, or
      * ended with a return code worse than COBCHDEP allows (the code
      * is in OVL-PREDECESSOR-RC).
      *****************************************************************
       01 OVERRIDE-LOG-RECORD.
           05 OVL-TIMESTAMP pic x(21).
           05 OVL-JOB-NAME pic x(8).
           05 OVL-OPERATOR-ID pic x(8).
           05 OVL-PREDECESSOR pic x(8).
           05 OVL-CONDITION pic x(1).
               88 OVL-PREDECESSOR-MISSING value 'M'.
               88 OVL-PREDECESSOR-OPEN value 'O'.
               88 OVL-PREDECESSOR-FAILED value 'F'.
           05 OVL-PREDECESSOR-RC pic 9(4).
           05 OVL-REASON pic x(40).
           05 OVL-FILLER pic x(10).
