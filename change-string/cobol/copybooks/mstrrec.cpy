      * (records loaded before these fields existed) counts as
      * active, and a non-numeric change count counts as zero.  A
      * held record is skipped by sweeps and mass maintenance until
      * the inquiry screen releases it.  A retired record is a dead
      * key taken out of use by the COBCHUPD transaction update: it
      * stays on file, frozen, so the delta feed and extracts carry
      * the retirement downstream, until the COBCHPRG purge removes
      * it.  Nothing rewrites a retired record, so its
      * MR-LAST-CHANGE-TIME is the moment it was retired.  The stamp
      * is the COBCHPDT business date followed by the wall-clock
      * hhmmss, so a change made after midnight still dates to the
      * business day it was made for.
      *****************************************************************
       01 MSTRREC-RECORD.
           05 MR-KEY pic x(10).
           05 MR-STATUS pic x(1).
               88 MR-STATUS-ACTIVE value 'A' ' '.
               88 MR-STATUS-HELD value 'H'.
               88 MR-STATUS-RETIRED value 'R'.
           05 MR-LAST-CHANGE-TIME pic x(14).
           05 MR-LAST-CHANGE-FIELDS redefines MR-LAST-CHANGE-TIME.
               10 MR-LAST-CHANGE-DATE pic x(8).
               10 MR-LAST-CHANGE-CLOCK pic x(6).
           05 MR-CHANGE-COUNT pic 9(4).
           05 MR-FILLER pic x(1).
