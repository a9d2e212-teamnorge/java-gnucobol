cobcpy*
      *****************************************************************
      * PSQREC - partition sequence record written to COBCHPSQ by
      * COBCHDRV when it runs one partition of a split COBCHIN.  One
      * record per data record, in the order read: the record's
      * number within the partition, whether it went to COBCHOUT (O)
      * or COBCHREJ (R), and how many audit records its chain cut on
      * COBCHAUD.  COBCHMRG uses it to take each record's output or
      * reject, and its audit entries, from the partition files.
      *****************************************************************
       01 PARTITION-SEQUENCE-RECORD.
           05 PSQ-PARTITION pic 9(2).
           05 PSQ-RECORD-NUMBER pic 9(9).
           05 PSQ-OUTCOME pic x(1).
               88 PSQ-RECORD-WRITTEN value 'O'.
               88 PSQ-RECORD-REJECTED value 'R'.
           05 PSQ-AUDIT-COUNT pic 9(2).
           05 PSQ-FILLER pic x(6).
