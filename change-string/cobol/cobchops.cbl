       data division.
       file section.
       fd  run-control-file
           record contains 80 characters.
       copy runctl.
       fd  report-file
           record contains 80 characters.
       01 ws-steps-failed pic 9(9) value zero.
       01 ws-night-switch pic x value 'Y'.
           88 ws-night-good value 'Y'.
      *--- the night reported is the business date given as PARM ------
      *--- (yyyymmdd), or the current COBCHPDT business date when none -
      *--- is given, so the night just rolled past can still be --------
      *--- reported.  Records stamped with any other business date ----
      *--- are counted and passed over ---------------------------------
       01 ws-business-date pic x(8) value spaces.
       01 ws-report-parm pic x(8) value spaces.
       01 ws-report-parm-number redefines ws-report-parm pic 9(8).
       01 ws-records-other-dates pic 9(9) value zero.
       procedure division.
       A-Main Section.
               display 'Starting: cobchops.cbl'
               move spaces to ws-report-parm
               accept ws-report-parm from command-line
               perform B1-Check-Parm
               perform B-Initialize
               perform C-Collect-Run-Control-Records
                   until ws-end-of-run-control
               end-if
               perform E-Read-Run-Control-Record.

       B1-Check-Parm Section.
               if ws-report-parm = spaces
                   call 'cobchpdt' using
                       by reference ws-business-date
               else
                   if ws-report-parm is not numeric
                       display 'COBCHOPS: PARM date [' ws-report-parm
                           '] not a valid yyyymmdd'
                       move 16 to return-code
                       stop run
                   end-if
                   if function test-date-yyyymmdd(ws-report-parm-number)
                       not = 0
                       display 'COBCHOPS: PARM date [' ws-report-parm
                           '] not a valid yyyymmdd'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-report-parm to ws-business-date
               end-if.

       C-Collect-Run-Control-Records Section.
               evaluate true
                   when run-business-date not = ws-business-date
                       add 1 to ws-records-other-dates
                   when RUN-START-RECORD
                       perform C1-Open-Job-Step
                   when RUN-END-RECORD
               move 'COBCHOPS DAILY OPERATIONS SUMMARY' to report-line
               write report-line
               move spaces to report-line
               string 'BUSINESS DATE ' delimited by size
                   ws-business-date delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               write report-line
               move 'JOB      START          END            '
                   to report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RECORDS OTHER DATES      : ' delimited by size
                   ws-records-other-dates delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               if ws-night-good
