       01 ws-close-return-code pic 9(4) value zero.
       01 ws-journal-close-return-code pic 9(4) value zero.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
       01 ws-lock-holder pic x(8) value spaces.
       01 ws-lock-return-code pic 9(4) value zero.
       01 ws-audit-sequence-number pic 9(9) value zero.
       01 ws-keys-touched pic 9(9) value zero.
       01 ws-keys-skipped pic 9(9) value zero.
       01 ws-keys-held pic 9(9) value zero.
       01 ws-keys-retired pic 9(9) value zero.
       01 ws-keys-untranslated pic 9(9) value zero.
       01 ws-unexpected-conditions pic 9(9) value zero.
       01 ws-rewrite-failures pic 9(9) value zero.
       procedure division.
               move 'SW' to ws-run-identity-prefix
               move function current-date(9:6) to ws-run-identity-time
               display 'COBCHSWP: run identity [' ws-run-identity ']'
               call 'cobchdpc' using
                   by reference ws-calling-program
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHSWP: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-calling-program
                   by reference ws-run-identity
               end-start.

      *--- a held record is the analyst's to release: the sweep never --
      *--- touches it, and the held key is listed on the report; a -----
      *--- retired record is frozen until the purge and is skipped -----
      *--- the same way --------------------------------------------------
       C-Sweep-Records Section.
               add 1 to ws-records-browsed
               evaluate true
                   when MR-STATUS-HELD
                       add 1 to ws-keys-held
                       perform G2B-Write-Held-Key-Line
                       perform E-Read-Next-Master-Record
                   when MR-STATUS-RETIRED
                       add 1 to ws-keys-retired
                       perform G2D-Write-Retired-Key-Line
                       perform E-Read-Next-Master-Record
                   when other
                       perform C3-Transform-And-Rewrite
               end-evaluate.

      *--- in trial mode the transformation still runs but nothing -----
      *--- is journalled, audited or rewritten: the would-be result ----
      *--- goes on the report and the record buffer is put back as -----
      *--- it was read.  A mode 05 body with no COBCHXLT entry comes ---
      *--- back unchanged: the record is left alone and listed, but ----
      *--- it is not a failure ---------------------------------------------
       C3-Transform-And-Rewrite Section.
               move mstrrec-record to ws-prior-image
               call 'cobchangestr' using
                       move ws-prior-image to mstrrec-record
                   when CS-RC-CHANGED-NORMALLY
                       perform C1-Rewrite-Master-Record
                   when CS-RC-NO-TRANSLATION
                       add 1 to ws-keys-untranslated
                       perform G2E-Write-Untranslated-Key-Line
                       move ws-prior-image to mstrrec-record
                   when other
                       add 1 to ws-keys-skipped
                       if CS-RC-UNEXPECTED-CONDITION
               display 'COBCHSWP: keys touched     ' ws-keys-touched
               display 'COBCHSWP: keys skipped     ' ws-keys-skipped
               display 'COBCHSWP: keys held        ' ws-keys-held
               display 'COBCHSWP: keys retired     ' ws-keys-retired
               display 'COBCHSWP: no table entry   '
                   ws-keys-untranslated
               display 'COBCHSWP: rewrite failures '
                   ws-rewrite-failures
               display 'Ending: cobchswp.cbl'.
      *--- a record loaded before the stamp fields existed and a -------
      *--- non-numeric count is its never-stamped filler ------------------
       C2-Stamp-Change-Fields Section.
               call 'cobchpdt' using
                   by reference mr-last-change-date
               move function current-date(9:6)
                   to mr-last-change-clock
               if mr-change-count is numeric
                   add 1 to mr-change-count
               else
               end-string
               write report-line.

       G2D-Write-Retired-Key-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  RETIRED - SKIPPED' delimited by size
                   into report-line
               end-string
               write report-line.

       G2E-Write-Untranslated-Key-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  NO TRANSLATION ENTRY - UNCHANGED'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G2A-Write-Journal-Failure-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS RETIRED - SKIPPED   : ' delimited by size
                   ws-keys-retired delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS NO TABLE ENTRY      : ' delimited by size
                   ws-keys-untranslated delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  REWRITE FAILURES         : ' delimited by size
                   ws-rewrite-failures delimited by size
                   into report-line
