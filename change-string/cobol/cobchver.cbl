       data division.
       file section.
       fd  history-file
           record contains 205 characters.
       copy audhrec.
       fd  master-file
           record contains 90 characters.
       01 ws-keys-matched pic 9(9) value zero.
       01 ws-keys-mismatched pic 9(9) value zero.
       01 ws-keys-missing pic 9(9) value zero.
       01 ws-keys-removed pic 9(9) value zero.
      *--- low-values as the last resulting value mean the key was -----
      *--- purged (or an add was backed out): it should be off the -----
      *--- file, and its absence is the match ------------------------------
       01 ws-not-on-file-value pic x(60) value low-values.
       01 ws-job-name pic x(8) value 'cobchver'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- these steps carry no journal run identity; the run-control --
      *--- log shows them with a blank identity --------------------------
       01 ws-run-identity pic x(8) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting: cobchver.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHVER: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               perform B-Initialize
               move ws-pending-key to mr-key
               read master-file
                   invalid key
                       if ws-pending-resulting-value =
                           ws-not-on-file-value
                           add 1 to ws-keys-removed
                       else
                           add 1 to ws-keys-missing
                           perform G2-Write-Missing-Key-Line
                       end-if
                   not invalid key
                       evaluate true
                           when ws-pending-resulting-value =
                               ws-not-on-file-value
                               add 1 to ws-keys-mismatched
                               perform G3A-Write-Not-Removed-Line
                           when mr-change-field =
                               ws-pending-resulting-value
                               add 1 to ws-keys-matched
                           when other
                               add 1 to ws-keys-mismatched
                               perform G3-Write-Mismatch-Lines
                       end-evaluate
               end-read
               move 'N' to ws-pending-switch.

               end-string
               write report-line.

       G3A-Write-Not-Removed-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  *** MISMATCH ***  REMOVED AT '
                       delimited by size
                   ws-pending-timestamp(1:14)
                       delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '    STILL ON FILE [' delimited by size
                   mr-change-field delimited by size
                   ']' delimited by size
                   into report-line
               end-string
               write report-line.

       G4-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS REMOVED AS AUDITED  : ' delimited by size
                   ws-keys-removed delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS NOT ON MASTER       : ' delimited by size
                   ws-keys-missing delimited by size
                   into report-line
