cobcpy*
      *****************************************************************
      * DEPREC - job-stream dependency record held on COBCHDEP and
      * read by cobchdpc as each batch step starts.  One record per
      * job and required predecessor: the predecessor must have run
      * tonight, must have ended, and must have ended with a return
      * code no worse than DEP-WORST-RETURN-CODE.  A job with no
      * records on the file has no predecessors and always runs.
      * Tonight is the COBCHRUN run-control records carrying the
      * current COBCHPDT business date.
      *****************************************************************
       01 DEPENDENCY-RECORD.
           05 DEP-JOB-NAME pic x(8).
           05 DEP-PREDECESSOR pic x(8).
           05 DEP-WORST-RETURN-CODE pic 9(4).
           05 DEP-FILLER pic x(20).
