cobcpy*
      *****************************************************************
      * OVRREC - operator override record read from COBCHOVR by
      * cobchdpc.  An override lets a rerun start even though its
      * predecessors on COBCHDEP are not complete.  It names the job,
      * the business date (yyyymmdd) it is good for - an override on
      * the file does not carry into another night - the operator
      * who set it and why.  Every use is logged on COBCHOVL.
      *****************************************************************
       01 OVERRIDE-RECORD.
           05 OVR-JOB-NAME pic x(8).
           05 OVR-RUN-DATE pic x(8).
           05 OVR-OPERATOR-ID pic x(8).
           05 OVR-REASON pic x(40).
           05 OVR-FILLER pic x(16).
