           88 ws-end-of-master value 'Y'.
       01 ws-records-read pic 9(9) value zero.
       01 ws-records-extracted pic 9(9) value zero.
       01 ws-retired-extracted pic 9(9) value zero.
       01 ws-job-name pic x(8) value 'cobchext'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- these steps carry no journal run identity; the run-control --
      *--- log shows them with a blank identity --------------------------
       01 ws-run-identity pic x(8) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting: cobchext.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHEXT: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               perform B-Initialize
               end-if
               perform E-Read-Master-Record.

      *--- retired records go out with their 'R' status so the -------
      *--- receiving side sees the retirement; only the purge takes ----
      *--- them off the extract ------------------------------------------
       C-Extract-Records Section.
               if MR-STATUS-RETIRED
                   add 1 to ws-retired-extracted
               end-if
               move mstrrec-record to extract-record
               write extract-record
               if ws-extract-status not = '00'
                   by reference ws-run-identity
               display 'COBCHEXT: records extracted '
                   ws-records-extracted
               display 'COBCHEXT: retired extracted '
                   ws-retired-extracted
               display 'Ending: cobchext.cbl'.

      *--- sequential access on the indexed file returns records in ---
