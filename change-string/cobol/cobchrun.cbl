       data division.
       file section.
       fd  run-control-file
           record contains 80 characters.
       copy runctl.
       working-storage section.
       01 ws-run-control-status pic x(2) value spaces.
      *--- COBCHRUN is opened, written and closed for each record, so --
      *--- steps running side by side (the partitions of a parallel ---
      *--- COBCHDRV) only ever hold it for one write.  An open that ----
      *--- finds it held (status 61) waits for the clock's second to ---
      *--- turn and tries again, up to the limit below -------------------
       01 ws-max-open-attempts pic 9(2) value 30.
       01 ws-open-attempts pic 9(2) value zero.
       01 ws-wait-second pic x(2) value spaces.
       01 ws-clock-second pic x(2) value spaces.
       linkage section.
       01 LS-Job-Name pic x(8).
       01 LS-Run-Identity pic x(8).
               goback.

       B-Build-Common-Fields Section.
               move spaces to run-control-record
               move LS-Job-Name to run-job-name
               if LS-Run-Identity is omitted
                   move spaces to run-identity
               else
                   move LS-Run-Identity to run-identity
               end-if
               move function current-date to run-timestamp
               call 'cobchpdt' using
                   by reference run-business-date.

       C-Write-Run-Control-Record Section.
               move zero to ws-open-attempts
               perform C1-Open-Run-Control
               perform C2-Wait-And-Reopen
                   until ws-run-control-status not = '61'
                       or ws-open-attempts >= ws-max-open-attempts
               if ws-run-control-status not = '00'
                   display 'COBCHRUN: unable to open COBCHRUN, '
                       'status ' ws-run-control-status
               else
                   write run-control-record
                   if ws-run-control-status not = '00'
                       display 'COBCHRUN: write failed, status '
                           ws-run-control-status
                   end-if
                   close run-control-file
                   if ws-run-control-status not = '00'
                       display 'COBCHRUN: close of COBCHRUN failed, '
                           'status ' ws-run-control-status
                   end-if
               end-if.

       C1-Open-Run-Control Section.
               add 1 to ws-open-attempts
               open extend run-control-file
               if ws-run-control-status = '35'
                   open output run-control-file
               end-if.

       C2-Wait-And-Reopen Section.
               move function current-date(13:2) to ws-wait-second
               move ws-wait-second to ws-clock-second
               perform C3-Read-Clock
                   until ws-clock-second not = ws-wait-second
               perform C1-Open-Run-Control.

       C3-Read-Clock Section.
               move function current-date(13:2) to ws-clock-second.

      *--- the end record carries the step's final counts and its ------
      *--- aggregate return code ---------------------------------------------
       Z1-Cobchrne-Entry Section.
       entry 'cobchrne' using
       by reference     LS-Job-Name
               move LS-Records-Written to run-records-written
               move LS-Job-Return-Code to run-return-code
               perform C-Write-Run-Control-Record
               goback.
