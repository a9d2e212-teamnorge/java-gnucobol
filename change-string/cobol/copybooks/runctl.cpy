      * spots a job that started but never finished.  RUN-IDENTITY
      * carries the updating program's per-run identity where one
      * exists (the journal convention) and spaces otherwise.
      * RUN-TIMESTAMP is wall-clock time; RUN-BUSINESS-DATE is the
      * COBCHPDT business date the step ran for, which is how the
      * dependency check and the COBCHDRL date roll tell tonight's
      * steps from earlier ones.
      *****************************************************************
       01 RUN-CONTROL-RECORD.
           05 RUN-JOB-NAME pic x(8).
           05 RUN-RECORDS-READ pic 9(9).
           05 RUN-RECORDS-WRITTEN pic 9(9).
           05 RUN-RETURN-CODE pic 9(4).
           05 RUN-BUSINESS-DATE pic x(8).
           05 RUN-FILLER pic x(12).
