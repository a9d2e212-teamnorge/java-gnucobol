      * identity - a two-letter program prefix plus its start time
      * hhmmss (e.g. SW061234) - so COBCHBKO can select one run's
      * rewrites even when the same program ran twice in a night.
      * A record added by COBCHUPD (or put back by a backout) had no
      * prior image: its journal entry carries the key followed by
      * low-values, so a backout knows to delete the record rather
      * than restore one.  A record deleted by the COBCHPRG purge is
      * journalled with its full image like any rewrite.
      * JRN-TIMESTAMP is wall-clock time, kept for sequencing;
      * JRN-BUSINESS-DATE is the COBCHPDT business date of the run.
      * JRN-OPERATOR-ID is the operator signed on to COBCHINQ, and
      * spaces for a batch rewrite.
      *****************************************************************
       01 JOURNAL-RECORD.
           05 JRN-TIMESTAMP pic x(21).
           05 JRN-RUN-ID pic x(8).
           05 JRN-KEY pic x(10).
           05 JRN-PRIOR-RECORD pic x(90).
           05 JRN-PRIOR-FIELDS redefines JRN-PRIOR-RECORD.
               10 JRN-PRIOR-KEY pic x(10).
               10 JRN-PRIOR-CONTENT pic x(80).
                   88 JRN-PRIOR-NOT-ON-FILE value low-values.
           05 JRN-BUSINESS-DATE pic x(8).
           05 JRN-OPERATOR-ID pic x(8).
           05 JRN-FILLER pic x(15).
