       01 ws-calling-program pic x(8) value 'cobchrpr'.
       01 ws-close-return-code pic 9(4) value zero.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- this step carries no journal run identity; the run-control --
      *--- log shows it with a blank identity ----------------------------
       01 ws-run-identity pic x(8) value spaces.
       01 ws-chain-failed-switch pic x value 'N'.
           88 ws-chain-step-failed value 'Y'.
       01 ws-steps-applied pic 9(9) value zero.
      *--- mode 05 steps whose body had no COBCHXLT entry pass, as ----
      *--- they do in COBCHDRV ----------------------------------------------
       01 ws-count-no-translation pic 9(9) value zero.
      *--- repair work fields ------------------------------------------
       01 ws-repair-applied pic x(14) value spaces.
       01 ws-repaired-input pic x(60) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting: cobchrpr.cbl'
               call 'cobchdpc' using
                   by reference ws-calling-program
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHRPR: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-calling-program
               accept ws-repair-parm from command-line
                   by reference ws-audit-sequence-number
               move return-code to ws-last-return-code
               add 1 to ws-steps-applied
               if CS-RC-NO-TRANSLATION
                   add 1 to ws-count-no-translation
                   set CS-RC-CHANGED-NORMALLY to true
               end-if
               if not CS-RC-CHANGED-NORMALLY
                   set ws-chain-step-failed to true
               end-if.
               end-string
               write report-line
               move spaces to report-line
               string '  STEPS NO TABLE ENTRY     : ' delimited by size
                   ws-count-no-translation delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  AUDIT RECORDS ADDED      : ' delimited by size
                   ws-audit-sequence-number delimited by size
                   into report-line
