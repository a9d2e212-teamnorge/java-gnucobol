cobsub*
       identification division.
       program-id. cobchdpc.
       environment division.
       input-output section.
       file-control.
           select dependency-file assign to "COBCHDEP"
               organization is sequential
               file status is ws-dependency-status.
           select run-control-file assign to "COBCHRUN"
               organization is sequential
               file status is ws-run-control-status.
           select override-file assign to "COBCHOVR"
               organization is sequential
               file status is ws-override-status.
           select override-log-file assign to "COBCHOVL"
               organization is sequential
               file status is ws-override-log-status.
       data division.
       file section.
       fd  dependency-file
           record contains 40 characters.
       copy deprec.
       fd  run-control-file
           record contains 80 characters.
       copy runctl.
       fd  override-file
           record contains 80 characters.
       copy ovrrec.
       fd  override-log-file
           record contains 100 characters.
       copy ovlrec.
       working-storage section.
       01 ws-dependency-status pic x(2) value spaces.
       01 ws-run-control-status pic x(2) value spaces.
      *--- COBCHRUN held by a step writing its run-control record ------
      *--- (status 61) is waited for, the clock's second turning ------
      *--- between tries, as cobchrun waits to write ----------------------
       01 ws-max-open-attempts pic 9(2) value 30.
       01 ws-open-attempts pic 9(2) value zero.
       01 ws-wait-second pic x(2) value spaces.
       01 ws-clock-second pic x(2) value spaces.
       01 ws-override-status pic x(2) value spaces.
       01 ws-override-log-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-file value 'Y'.
       01 ws-override-switch pic x value 'N'.
           88 ws-override-found value 'Y'.
       01 ws-today pic x(8) value spaces.
       01 ws-override-operator pic x(8) value spaces.
       01 ws-override-reason pic x(40) value spaces.
      *--- one entry per predecessor of the calling job.  The state ----
      *--- follows the predecessor's latest COBCHRUN record: an 'S' ----
      *--- leaves it open, an 'E' ends it with that record's return ----
      *--- code, so a rerun later in the night supersedes a failure ----
       01 ws-max-predecessors pic 9(3) value 50.
       01 ws-predecessor-count pic 9(3) value zero.
       01 ws-predecessor-index pic 9(3) value zero.
       01 ws-predecessor-table.
           05 ws-predecessor-entry occurs 50 times.
               10 ws-predecessor-name pic x(8).
               10 ws-predecessor-worst-rc pic 9(4).
               10 ws-predecessor-state pic x(1).
                   88 ws-predecessor-missing value 'M'.
                   88 ws-predecessor-open value 'O'.
                   88 ws-predecessor-ended value 'E'.
               10 ws-predecessor-rc pic 9(4).
               10 ws-predecessor-failing-switch pic x(1).
                   88 ws-predecessor-failing value 'Y'.
       01 ws-failing-count pic 9(3) value zero.
      *--- a refused step is still put on the run-control log, as a ----
      *--- step that ended RC 16 having read and written nothing, so ---
      *--- COBCHOPS and the steps that depend on it see the refusal ------
       01 ws-refused-return-code pic 9(4) value 16.
       01 ws-refused-records-read pic 9(9) value zero.
       01 ws-refused-records-written pic 9(9) value zero.
       01 ws-refused-identity pic x(8) value spaces.
       linkage section.
       01 LS-Job-Name pic x(8).
       01 LS-Dependency-Return-Code pic 9(4).
      *--- every batch step calls this as it starts, before anything ---
      *--- else: RC 0 = clear to run (predecessors complete, or an -----
      *--- operator override for tonight), RC 8 = refused, a ------------
      *--- predecessor is missing, still running or failed, RC 12 = ----
      *--- refused, COBCHDEP, COBCHRUN or COBCHOVR could not be read ---
      *--- or the override could not be logged -----------------------------
       procedure division using
       by reference     LS-Job-Name
       by reference     LS-Dependency-Return-Code.
       A-Main Section.
               move 0 to LS-Dependency-Return-Code
               call 'cobchpdt' using
                   by reference ws-today
               move zero to ws-predecessor-count
               move zero to ws-failing-count
               perform B-Load-Predecessors
               if ws-predecessor-count > zero
                   and LS-Dependency-Return-Code = 0
                   perform C-Read-Run-Control
               end-if
               if ws-predecessor-count > zero
                   and LS-Dependency-Return-Code = 0
                   perform D-Judge-Predecessor
                       varying ws-predecessor-index from 1 by 1
                       until ws-predecessor-index > ws-predecessor-count
                   if ws-failing-count > zero
                       perform E-Check-Override
                   end-if
               end-if
               if LS-Dependency-Return-Code not = 0
                   perform H-Log-Refused-Step
               end-if.

               goback.

      *--- status 35 means no dependency table has been set up: ------
      *--- nothing has predecessors -----------------------------------------
       B-Load-Predecessors Section.
               move 'N' to ws-eof-switch
               open input dependency-file
               evaluate ws-dependency-status
                   when '00'
                       perform F-Read-Dependency-Record
                       perform B1-Table-Predecessor
                           until ws-end-of-file
                       close dependency-file
                   when '35'
                       continue
                   when other
                       display 'COBCHDPC: unable to open COBCHDEP, '
                           'status ' ws-dependency-status
                       move 12 to LS-Dependency-Return-Code
               end-evaluate.

       B1-Table-Predecessor Section.
               if dep-job-name = LS-Job-Name
                   if ws-predecessor-count >= ws-max-predecessors
                       display 'COBCHDPC: more than '
                           ws-max-predecessors ' predecessors for ['
                           LS-Job-Name '] on COBCHDEP'
                       move 12 to LS-Dependency-Return-Code
                   else
                       add 1 to ws-predecessor-count
                       move dep-predecessor
                           to ws-predecessor-name(ws-predecessor-count)
                       if dep-worst-return-code is numeric
                           move dep-worst-return-code
                               to ws-predecessor-worst-rc
                                   (ws-predecessor-count)
                       else
                           move zero to ws-predecessor-worst-rc
                               (ws-predecessor-count)
                       end-if
                       move 'M' to ws-predecessor-state
                           (ws-predecessor-count)
                       move zero to ws-predecessor-rc
                           (ws-predecessor-count)
                       move 'N' to ws-predecessor-failing-switch
                           (ws-predecessor-count)
                   end-if
               end-if
               perform F-Read-Dependency-Record.

      *--- tonight is the run-control records stamped with the ---------
      *--- current business date; no run-control log yet means ---------
      *--- nothing has run tonight and every predecessor is missing --------
       C-Read-Run-Control Section.
               move 'N' to ws-eof-switch
               move zero to ws-open-attempts
               perform C2-Open-Run-Control
               perform C3-Wait-And-Reopen
                   until ws-run-control-status not = '61'
                       or ws-open-attempts >= ws-max-open-attempts
               evaluate ws-run-control-status
                   when '00'
                       perform F2-Read-Run-Control-Record
                       perform C1-Apply-Run-Control-Record
                           until ws-end-of-file
                       close run-control-file
                   when '35'
                       continue
                   when other
                       display 'COBCHDPC: unable to open COBCHRUN, '
                           'status ' ws-run-control-status
                       move 12 to LS-Dependency-Return-Code
               end-evaluate.

       C1-Apply-Run-Control-Record Section.
               perform varying ws-predecessor-index from 1 by 1
                   until ws-predecessor-index > ws-predecessor-count
                   if run-job-name
                       = ws-predecessor-name(ws-predecessor-index)
                       and run-business-date = ws-today
                       if RUN-START-RECORD
                           move 'O' to ws-predecessor-state
                               (ws-predecessor-index)
                       else
                           move 'E' to ws-predecessor-state
                               (ws-predecessor-index)
                           move run-return-code to ws-predecessor-rc
                               (ws-predecessor-index)
                       end-if
                   end-if
               end-perform
               perform F2-Read-Run-Control-Record.

       C2-Open-Run-Control Section.
               add 1 to ws-open-attempts
               open input run-control-file.

       C3-Wait-And-Reopen Section.
               move function current-date(13:2) to ws-wait-second
               move ws-wait-second to ws-clock-second
               perform C4-Read-Clock
                   until ws-clock-second not = ws-wait-second
               perform C2-Open-Run-Control.

       C4-Read-Clock Section.
               move function current-date(13:2) to ws-clock-second.

       D-Judge-Predecessor Section.
               evaluate true
                   when ws-predecessor-missing(ws-predecessor-index)
                       display 'COBCHDPC: [' LS-Job-Name
                           '] predecessor ['
                           ws-predecessor-name(ws-predecessor-index)
                           '] has not run tonight'
                       move 'Y' to ws-predecessor-failing-switch
                           (ws-predecessor-index)
                   when ws-predecessor-open(ws-predecessor-index)
                       display 'COBCHDPC: [' LS-Job-Name
                           '] predecessor ['
                           ws-predecessor-name(ws-predecessor-index)
                           '] started but has not ended'
                       move 'Y' to ws-predecessor-failing-switch
                           (ws-predecessor-index)
                   when ws-predecessor-rc(ws-predecessor-index)
                           > ws-predecessor-worst-rc
                               (ws-predecessor-index)
                       display 'COBCHDPC: [' LS-Job-Name
                           '] predecessor ['
                           ws-predecessor-name(ws-predecessor-index)
                           '] ended RC '
                           ws-predecessor-rc(ws-predecessor-index)
                           ', worst allowed '
                           ws-predecessor-worst-rc
                               (ws-predecessor-index)
                       move 'Y' to ws-predecessor-failing-switch
                           (ws-predecessor-index)
               end-evaluate
               if ws-predecessor-failing(ws-predecessor-index)
                   add 1 to ws-failing-count
                   move 8 to LS-Dependency-Return-Code
               end-if.

      *--- an override counts only for the run date it names, and -----
      *--- only once every condition it lets through is on COBCHOVL -----
       E-Check-Override Section.
               move 'N' to ws-override-switch
               move 'N' to ws-eof-switch
               open input override-file
               evaluate ws-override-status
                   when '00'
                       perform F3-Read-Override-Record
                       perform E1-Match-Override
                           until ws-end-of-file
                               or ws-override-found
                       close override-file
                   when '35'
                       continue
                   when other
                       display 'COBCHDPC: unable to open COBCHOVR, '
                           'status ' ws-override-status
               end-evaluate
               if ws-override-found
                   perform G-Log-Override
               end-if.

       E1-Match-Override Section.
               if ovr-job-name = LS-Job-Name
                   and ovr-run-date = ws-today
                   set ws-override-found to true
                   move ovr-operator-id to ws-override-operator
                   move ovr-reason to ws-override-reason
               else
                   perform F3-Read-Override-Record
               end-if.

       F-Read-Dependency-Record Section.
               read dependency-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-dependency-status not = '00'
                           and ws-dependency-status not = '10'
                           display 'COBCHDPC: read failure on '
                               'COBCHDEP, status ' ws-dependency-status
                           move 12 to LS-Dependency-Return-Code
                           move 'Y' to ws-eof-switch
                       end-if
               end-read.

       F2-Read-Run-Control-Record Section.
               read run-control-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-run-control-status not = '00'
                           and ws-run-control-status not = '10'
                           display 'COBCHDPC: read failure on '
                               'COBCHRUN, status ' ws-run-control-status
                           move 12 to LS-Dependency-Return-Code
                           move 'Y' to ws-eof-switch
                       end-if
               end-read.

       F3-Read-Override-Record Section.
               read override-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-override-status not = '00'
                           and ws-override-status not = '10'
                           display 'COBCHDPC: read failure on '
                               'COBCHOVR, status ' ws-override-status
                           move 12 to LS-Dependency-Return-Code
                           move 'Y' to ws-eof-switch
                       end-if
               end-read.

       G-Log-Override Section.
               open extend override-log-file
               if ws-override-log-status = '35'
                   open output override-log-file
               end-if
               if ws-override-log-status not = '00'
                   display 'COBCHDPC: unable to open COBCHOVL, status '
                       ws-override-log-status ' - override not used'
                   move 12 to LS-Dependency-Return-Code
               else
                   perform G1-Log-Overridden-Condition
                       varying ws-predecessor-index from 1 by 1
                       until ws-predecessor-index > ws-predecessor-count
                           or LS-Dependency-Return-Code = 12
                   close override-log-file
                   if LS-Dependency-Return-Code not = 12
                       display 'COBCHDPC: [' LS-Job-Name
                           '] run past incomplete predecessors on '
                           'override by [' ws-override-operator ']'
                       move 0 to LS-Dependency-Return-Code
                   end-if
               end-if.

       G1-Log-Overridden-Condition Section.
               if ws-predecessor-failing(ws-predecessor-index)
                   move spaces to override-log-record
                   move function current-date to ovl-timestamp
                   move LS-Job-Name to ovl-job-name
                   move ws-override-operator to ovl-operator-id
                   move ws-predecessor-name(ws-predecessor-index)
                       to ovl-predecessor
                   move ws-predecessor-state(ws-predecessor-index)
                       to ovl-condition
                   if ws-predecessor-ended(ws-predecessor-index)
                       set OVL-PREDECESSOR-FAILED to true
                   end-if
                   move ws-predecessor-rc(ws-predecessor-index)
                       to ovl-predecessor-rc
                   move ws-override-reason to ovl-reason
                   write override-log-record
                   if ws-override-log-status not = '00'
                       display 'COBCHDPC: write to COBCHOVL failed, '
                           'status ' ws-override-log-status
                           ' - override not used'
                       move 12 to LS-Dependency-Return-Code
                   end-if
               end-if.

       H-Log-Refused-Step Section.
               display 'COBCHDPC: [' LS-Job-Name
                   '] refused by the dependency check, RC '
                   LS-Dependency-Return-Code
               call 'cobchrun' using
                   by reference LS-Job-Name
                   by reference ws-refused-identity
               call 'cobchrne' using
                   by reference LS-Job-Name
                   by reference ws-refused-records-read
                   by reference ws-refused-records-written
                   by reference ws-refused-return-code
                   by reference ws-refused-identity.
