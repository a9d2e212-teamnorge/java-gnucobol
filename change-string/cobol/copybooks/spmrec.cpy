cobcpy*
      *****************************************************************
      * SPMREC - split map record written to COBCHSPM by COBCHSPL, one
      * per COBCHIN data record in original order.  It names the
      * partition the record was sent to and its data record number
      * within that partition, which is the number COBCHDRV gives it
      * on COBCHPSQ.  COBCHMRG reads the map in order to put the
      * partition results back into original order.
      *****************************************************************
       01 SPLIT-MAP-RECORD.
           05 SPM-RECORD-NUMBER pic 9(9).
           05 SPM-PARTITION pic 9(2).
           05 SPM-PARTITION-RECORD pic 9(9).
