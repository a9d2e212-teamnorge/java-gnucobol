cobdrl*
       identification division.
       program-id. cobchdrl.
       environment division.
       input-output section.
       file-control.
           select processing-date-file assign to "COBCHPDT"
               organization is sequential
               file status is ws-processing-date-status.
           select run-control-file assign to "COBCHRUN"
               organization is sequential
               file status is ws-run-control-status.
       data division.
       file section.
       fd  processing-date-file
           record contains 40 characters.
       copy pdtrec.
       fd  run-control-file
           record contains 80 characters.
       copy runctl.
       working-storage section.
       01 ws-processing-date-status pic x(2) value spaces.
       01 ws-run-control-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-run-control value 'Y'.
       01 ws-found-switch pic x value 'N'.
           88 ws-step-found value 'Y'.
       01 ws-job-name pic x(8) value 'cobchdrl'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- this step carries no journal run identity; the run-control --
      *--- log shows it with a blank identity ----------------------------
       01 ws-run-identity pic x(8) value spaces.
      *--- date roll PARM: the business date to roll to (yyyymmdd); ----
      *--- spaces roll to the calendar day after the current business --
      *--- date.  A date lets the roll step over weekends and ----------
      *--- holidays, but it must be after the current business date ------
       01 ws-roll-parm pic x(8) value spaces.
       01 ws-roll-parm-number redefines ws-roll-parm pic 9(8).
       01 ws-old-business-date pic 9(8) value zero.
       01 ws-old-business-date-x redefines ws-old-business-date
           pic x(8).
       01 ws-new-date pic 9(8) value zero.
       01 ws-new-date-x redefines ws-new-date pic x(8).
      *--- the COBCHARC retention date rides through every roll --------
       01 ws-audit-retained-from pic x(8) value spaces.
       01 ws-first-roll-switch pic x value 'N'.
           88 ws-first-roll value 'Y'.
      *--- steps started on the current business date: an 'S' record --
      *--- opens one, the matching 'E' closes it, exactly as COBCHOPS --
      *--- pairs them; any still open when the log runs out is ---------
      *--- unfinished and holds the date.  A step that abended and was --
      *--- rerun is judged by its latest run, as cobchdpc judges a -----
      *--- predecessor: an end record for a job name also settles ------
      *--- every earlier start of that job name still left open ------------
       01 ws-max-steps pic 9(3) value 200.
       01 ws-step-count pic 9(3) value zero.
       01 ws-step-index pic 9(3) value zero.
       01 ws-step-table.
           05 ws-step-entry occurs 200 times.
               10 ws-step-job-name pic x(8).
               10 ws-step-identity pic x(8).
               10 ws-step-start-time pic x(14).
               10 ws-step-ended-switch pic x.
                   88 ws-step-ended value 'Y' 'R'.
                   88 ws-step-superseded value 'R'.
       01 ws-records-read pic 9(9) value zero.
       01 ws-steps-unfinished pic 9(9) value zero.
       01 ws-steps-superseded pic 9(9) value zero.
       01 ws-dates-rolled pic 9(9) value zero.
       procedure division.
      *--- advance the shop's business date on COBCHPDT, once the ------
      *--- current day's steps on COBCHRUN have all finished -------------
       A-Main Section.
               display 'Starting: cobchdrl.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHDRL: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               accept ws-roll-parm from command-line
               perform B-Read-Processing-Date
               if not ws-first-roll
                   perform C-Collect-Run-Control-Records
                   perform D-Judge-The-Day
               end-if
               perform E-Set-New-Date
               call 'cobchrun' using
                   by reference ws-job-name
               perform H-Rewrite-Processing-Date
               perform J-Terminate
               goback.

      *--- no control record yet is the first roll: the date is set ----
      *--- from the PARM, or from the wall clock, with nothing to hold --
      *--- it back -------------------------------------------------------
       B-Read-Processing-Date Section.
               open input processing-date-file
               evaluate ws-processing-date-status
                   when '00'
                       read processing-date-file
                           at end
                               set ws-first-roll to true
                           not at end
                               move pdt-business-date
                                   to ws-old-business-date-x
                               move pdt-audit-retained-from
                                   to ws-audit-retained-from
                       end-read
                       close processing-date-file
                   when '35'
                       set ws-first-roll to true
                   when other
                       display 'COBCHDRL: unable to open COBCHPDT, '
                           'status ' ws-processing-date-status
                       move 16 to return-code
                       stop run
               end-evaluate
               if not ws-first-roll
                   and ws-old-business-date-x is not numeric
                   display 'COBCHDRL: business date on COBCHPDT ['
                       ws-old-business-date-x
                       '] not numeric - run refused'
                   move 16 to return-code
                   stop run
               end-if.

       C-Collect-Run-Control-Records Section.
               open input run-control-file
               evaluate ws-run-control-status
                   when '00'
                       perform F-Read-Run-Control-Record
                       perform C1-Apply-Run-Control-Record
                           until ws-end-of-run-control
                       close run-control-file
                   when '35'
                       continue
                   when other
                       display 'COBCHDRL: unable to open COBCHRUN, '
                           'status ' ws-run-control-status
                       move 16 to return-code
                       stop run
               end-evaluate.

       C1-Apply-Run-Control-Record Section.
               if run-business-date = ws-old-business-date-x
                   if RUN-START-RECORD
                       perform C2-Open-Job-Step
                   else
                       perform C3-Close-Job-Step
                   end-if
               end-if
               perform F-Read-Run-Control-Record.

       C2-Open-Job-Step Section.
               if ws-step-count >= ws-max-steps
                   display 'COBCHDRL: more than ' ws-max-steps
                       ' job steps on COBCHRUN for '
                       ws-old-business-date-x
                       ' - run refused'
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-step-count
               move run-job-name to ws-step-job-name(ws-step-count)
               move run-identity to ws-step-identity(ws-step-count)
               move run-timestamp(1:14)
                   to ws-step-start-time(ws-step-count)
               move 'N' to ws-step-ended-switch(ws-step-count).

      *--- an end record closes the most recent still-open step for ----
      *--- its job name and identity, then any older start of the job --
      *--- name still open is taken as a run the end's run replaced ------
       C3-Close-Job-Step Section.
               move 'N' to ws-found-switch
               perform varying ws-step-index
                   from ws-step-count by -1
                   until ws-step-index < 1
                       or ws-step-found
                   if ws-step-job-name(ws-step-index) = run-job-name
                       and ws-step-identity(ws-step-index)
                           = run-identity
                       and not ws-step-ended(ws-step-index)
                       set ws-step-found to true
                       move 'Y'
                           to ws-step-ended-switch(ws-step-index)
                   end-if
               end-perform
               perform C4-Supersede-Earlier-Step
                   varying ws-step-index from 1 by 1
                   until ws-step-index > ws-step-count.

       C4-Supersede-Earlier-Step Section.
               if ws-step-job-name(ws-step-index) = run-job-name
                   and not ws-step-ended(ws-step-index)
                   move 'R' to ws-step-ended-switch(ws-step-index)
               end-if.

       D-Judge-The-Day Section.
               perform D1-Judge-One-Step
                   varying ws-step-index from 1 by 1
                   until ws-step-index > ws-step-count
               if ws-steps-unfinished > zero
                   display 'COBCHDRL: ' ws-steps-unfinished
                       ' step(s) of business date '
                       ws-old-business-date-x
                       ' unfinished - date not rolled'
                   move 16 to return-code
                   stop run
               end-if.

       D1-Judge-One-Step Section.
               if ws-step-superseded(ws-step-index)
                   add 1 to ws-steps-superseded
                   display 'COBCHDRL: job [' ws-step-job-name
                       (ws-step-index) '] identity ['
                       ws-step-identity(ws-step-index) '] started '
                       ws-step-start-time(ws-step-index)
                       ' never ended - a later run of the job did'
               end-if
               if not ws-step-ended(ws-step-index)
                   add 1 to ws-steps-unfinished
                   display 'COBCHDRL: job [' ws-step-job-name
                       (ws-step-index) '] identity ['
                       ws-step-identity(ws-step-index) '] started '
                       ws-step-start-time(ws-step-index)
                       ' has not ended'
               end-if.

       E-Set-New-Date Section.
               if ws-roll-parm = spaces
                   if ws-first-roll
                       move function current-date(1:8)
                           to ws-new-date-x
                   else
                       compute ws-new-date = function date-of-integer
                           (function integer-of-date
                               (ws-old-business-date) + 1)
                   end-if
               else
                   if ws-roll-parm is not numeric
                       display 'COBCHDRL: PARM date [' ws-roll-parm
                           '] not a valid yyyymmdd - run refused'
                       move 16 to return-code
                       stop run
                   end-if
                   if function test-date-yyyymmdd(ws-roll-parm-number)
                       not = 0
                       display 'COBCHDRL: PARM date [' ws-roll-parm
                           '] not a valid yyyymmdd - run refused'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-roll-parm to ws-new-date-x
                   if not ws-first-roll
                       and ws-new-date not > ws-old-business-date
                       display 'COBCHDRL: PARM date [' ws-roll-parm
                           '] is not after the current business date '
                           ws-old-business-date-x ' - run refused'
                       move 16 to return-code
                       stop run
                   end-if
               end-if.

       F-Read-Run-Control-Record Section.
               read run-control-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-run-control-status not = '00'
                           and ws-run-control-status not = '10'
                           display 'COBCHDRL: read failure on '
                               'COBCHRUN, status ' ws-run-control-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-records-read
               end-read.

       H-Rewrite-Processing-Date Section.
               open output processing-date-file
               if ws-processing-date-status not = '00'
                   display 'COBCHDRL: unable to rewrite COBCHPDT, '
                       'status ' ws-processing-date-status
                   move 16 to return-code
                   stop run
               end-if
               move spaces to processing-date-record
               move ws-new-date-x to pdt-business-date
               if ws-first-roll
                   move spaces to pdt-prior-business-date
               else
                   move ws-old-business-date-x
                       to pdt-prior-business-date
               end-if
               move function current-date(1:14) to pdt-rolled-time
               move ws-audit-retained-from to pdt-audit-retained-from
               write processing-date-record
               if ws-processing-date-status not = '00'
                   display 'COBCHDRL: write to COBCHPDT failed, '
                       'status ' ws-processing-date-status
                   move 16 to return-code
                   stop run
               end-if
               close processing-date-file
               add 1 to ws-dates-rolled.

       J-Terminate Section.
               move 0 to return-code
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-job-name
                   by reference ws-records-read
                   by reference ws-dates-rolled
                   by reference ws-job-return-code
                   by reference ws-run-identity
               if ws-first-roll
                   display 'COBCHDRL: business date set to '
                       ws-new-date-x
               else
                   display 'COBCHDRL: business date rolled from '
                       ws-old-business-date-x ' to ' ws-new-date-x
               end-if
               if ws-steps-superseded > zero
                   display 'COBCHDRL: ' ws-steps-superseded
                       ' abended step(s) settled by a later run'
               end-if
               display 'Ending: cobchdrl.cbl'.
