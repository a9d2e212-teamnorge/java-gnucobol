cobpap*
       identification division.
       program-id. cobchpap.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "COBCHMST"
               organization is indexed
               access mode is dynamic
               record key is mr-key
               alternate record key is sp-tag with duplicates
               file status is ws-master-status.
           select pending-file assign to "COBCHPND"
               organization is indexed
               access mode is dynamic
               record key is pnd-key
               file status is ws-pending-status.
           select report-file assign to "COBCHPAR"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  master-file
           record contains 90 characters.
           copy mstrrec.
       fd  pending-file
           record contains 120 characters.
       copy pndrec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       copy chgrtncd.
       copy chgfunc replacing ==CHGFUNC-CODE== by
           ==ws-function-code==.
       01 ws-master-status pic x(2) value spaces.
       01 ws-pending-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-pending value 'Y'.
       01 ws-calling-program pic x(8) value 'cobchpap'.
       01 ws-close-return-code pic 9(4) value zero.
       01 ws-journal-close-return-code pic 9(4) value zero.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
       01 ws-lock-holder pic x(8) value spaces.
       01 ws-lock-return-code pic 9(4) value zero.
       01 ws-audit-sequence-number pic 9(9) value zero.
       01 ws-business-date pic x(8) value spaces.
      *--- per-run identity on journal records: program prefix plus ---
      *--- start time, so one run's rewrites can be backed out ---------
       01 ws-run-identity.
           05 ws-run-identity-prefix pic x(2) value spaces.
           05 ws-run-identity-time pic x(6) value spaces.
      *--- before-image saved ahead of the chain so only records -------
      *--- actually rewritten are journalled, and so the record --------
      *--- buffer can be put back when a request is not applied --------
       01 ws-prior-image pic x(90) value spaces.
      *--- the request's operator is made the operator of record -----
      *--- while its chain runs for real, so the audit and journal ----
      *--- entries name who asked for the change -------------------------
       01 ws-operator-set pic x value 'S'.
       01 ws-no-operator pic x(8) value spaces.
      *--- chain work area: the request's codes are checked by --------
      *--- cobchchn the way COBCHDRV checks a rule's chain, then run ---
      *--- step by step; the first failing step ends the chain ------------
       01 ws-work-chain.
           05 ws-work-chain-code occurs 5 times pic x(2).
       01 ws-work-step-count pic 9 value zero.
       01 ws-chain-step pic 9 value zero.
       01 ws-chain-valid-switch pic x value 'N'.
           88 ws-chain-is-valid value 'Y'.
       01 ws-chain-failed-switch pic x value 'N'.
           88 ws-chain-step-failed value 'Y'.
       01 ws-failed-step pic 9 value zero.
       01 ws-failed-return-code pic 9(2) value zero.
      *--- the chain runs twice: first with cobchangestr's trial -------
      *--- switch set, which cuts no audit, to prove every step goes ---
      *--- through; only then for real.  A chain that fails part way --
      *--- so leaves no audit entries for steps that never reached ----
      *--- the file ---------------------------------------------------------
       01 ws-chain-trial-flag pic x value space.
       01 ws-reason pic x(30) value spaces.
      *--- a request that can never be applied - its chain is not ----
      *--- valid, or its key is retired or gone from the master, and ---
      *--- nothing brings a key back - is closed as cancelled by this --
      *--- job rather than left pending to fall overdue every night ----
       01 ws-close-switch pic x value 'N'.
           88 ws-request-to-close value 'Y'.
      *--- run counters for the apply report ---------------------------
       01 ws-requests-read pic 9(9) value zero.
       01 ws-requests-applied pic 9(9) value zero.
       01 ws-requests-not-applied pic 9(9) value zero.
       01 ws-requests-overdue pic 9(9) value zero.
       01 ws-requests-cancelled pic 9(9) value zero.
       01 ws-requests-waiting pic 9(9) value zero.
       01 ws-requests-closed pic 9(9) value zero.
       01 ws-apply-failures pic 9(9) value zero.
       procedure division.
      *--- nightly apply of the effective-dated change requests on -----
      *--- COBCHPND: every pending request dated on or before the ------
      *--- business date goes through the same journalled and audited --
      *--- path as COBCHMNT; the report lists what was applied, what ---
      *--- is still waiting and what is overdue ---------------------------
       A-Main Section.
               display 'Starting: cobchpap.cbl'
               move 'PA' to ws-run-identity-prefix
               move function current-date(9:6) to ws-run-identity-time
               display 'COBCHPAP: run identity [' ws-run-identity ']'
               call 'cobchdpc' using
                   by reference ws-calling-program
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHPAP: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-calling-program
                   by reference ws-run-identity
               perform B-Initialize
               perform C-Process-Requests
                   until ws-end-of-pending
               perform D-Terminate
               goback.

      *--- no pending store yet just means nothing has been requested --
       B-Initialize Section.
               call 'cobchpdt' using
                   by reference ws-business-date
      *--- refuse to start while an interactive session holds the ------
      *--- COBCHLCK interlock on the master file -------------------------
               call 'cobchlct' using
                   by reference ws-lock-holder
                   by reference ws-lock-return-code
               if ws-lock-return-code not = zero
                   display 'COBCHPAP: COBCHMST held by interactive '
                       'session [' ws-lock-holder '] - run '
                       'refused, retry when the session releases '
                       'it'
                   move 16 to return-code
                   stop run
               end-if
               open i-o master-file
               if ws-master-status not = '00'
                   display 'COBCHPAP: unable to open COBCHMST, status '
                       ws-master-status
                   move 16 to return-code
                   stop run
               end-if
               open i-o pending-file
               evaluate ws-pending-status
                   when '00'
                       continue
                   when '35'
                       display 'COBCHPAP: no COBCHPND on file - '
                           'nothing to apply'
                       move 'Y' to ws-eof-switch
                   when other
                       display 'COBCHPAP: unable to open COBCHPND, '
                           'status ' ws-pending-status
                       move 16 to return-code
                       stop run
               end-evaluate
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHPAP: unable to open COBCHPAR, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform G1-Write-Report-Heading
               if not ws-end-of-pending
                   move low-values to pnd-key
                   start pending-file key is not less than pnd-key
                       invalid key
                           move 'Y' to ws-eof-switch
                   end-start
                   perform E-Read-Next-Request
               end-if.

      *--- applied and cancelled requests are history and pass ---------
      *--- quietly; a request dated after the business date waits ------
       C-Process-Requests Section.
               evaluate true
                   when not PND-PENDING
                       add 1 to ws-requests-closed
                   when pnd-effective-date > ws-business-date
                       add 1 to ws-requests-waiting
                       perform G2-Write-Waiting-Line
                   when other
                       perform C1-Apply-Request
               end-evaluate
               perform E-Read-Next-Request.

      *--- a request held up by a hold, or by a step or file ----------
      *--- failure, stays pending with the reason and is tried again ---
      *--- tomorrow; one that can never be applied is closed ------------
       C1-Apply-Request Section.
               move spaces to ws-reason
               move 'N' to ws-close-switch
               move pnd-function-chain to ws-work-chain
               call 'cobchchn' using
                   by reference ws-work-chain
                   by reference ws-work-step-count
                   by reference ws-chain-valid-switch
               if not ws-chain-is-valid
                   move 'FUNCTION CHAIN NOT VALID' to ws-reason
                   set ws-request-to-close to true
               else
                   move pnd-master-key to mr-key
                   read master-file
                       invalid key
                           move 'KEY NOT ON MASTER FILE' to ws-reason
                           set ws-request-to-close to true
                       not invalid key
                           evaluate true
                               when MR-STATUS-HELD
                                   move 'RECORD ON HOLD' to ws-reason
                               when MR-STATUS-RETIRED
                                   move 'RECORD RETIRED' to ws-reason
                                   set ws-request-to-close to true
                               when other
                                   perform C2-Run-Chain
                           end-evaluate
                   end-read
               end-if
               evaluate true
                   when ws-reason = spaces
                       add 1 to ws-requests-applied
                       set PND-APPLIED to true
                       move ws-business-date to pnd-action-date
                       move spaces to pnd-reason
                       perform G3-Write-Applied-Line
                   when ws-request-to-close
                       add 1 to ws-requests-cancelled
                       set PND-CANCELLED to true
                       move ws-business-date to pnd-action-date
                       move ws-calling-program to pnd-action-by
                       move ws-reason to pnd-reason
                       perform G7-Write-Cancelled-Lines
                   when other
                       add 1 to ws-requests-not-applied
                       if pnd-effective-date < ws-business-date
                           add 1 to ws-requests-overdue
                       end-if
                       move ws-reason to pnd-reason
                       perform G4-Write-Not-Applied-Lines
               end-evaluate
               move ws-business-date to pnd-last-attempt-date
               rewrite pending-change-record
                   invalid key
                       add 1 to ws-apply-failures
                       display 'COBCHPAP: rewrite of COBCHPND failed '
                           'for key [' pnd-master-key '] status '
                           ws-pending-status
               end-rewrite.

       C2-Run-Chain Section.
               move mstrrec-record to ws-prior-image
               move 'T' to ws-chain-trial-flag
               perform C4-Run-Chain-Steps
               move ws-prior-image to mstrrec-record
               if ws-chain-step-failed
                   perform C5-Set-Step-Reason
               else
                   call 'cobchopr' using
                       by reference ws-operator-set
                       by reference pnd-requested-by
                   move space to ws-chain-trial-flag
                   perform C4-Run-Chain-Steps
                   if ws-chain-step-failed
                       add 1 to ws-apply-failures
                       perform C5-Set-Step-Reason
                       move ws-prior-image to mstrrec-record
                   else
                       perform C3-Rewrite-Master-Record
                   end-if
                   call 'cobchopr' using
                       by reference ws-operator-set
                       by reference ws-no-operator
               end-if.

      *--- cut the before-image journal record ahead of the rewrite ----
      *--- so the run can be backed out via COBCHBKO; a record is ------
      *--- never rewritten without its before-image on the journal -----
       C3-Rewrite-Master-Record Section.
               call 'cobchjrn' using
                   by reference ws-prior-image
                   by reference ws-run-identity
               if return-code not = zero
                   add 1 to ws-apply-failures
                   move 'JOURNAL WRITE FAILED' to ws-reason
                   move ws-prior-image to mstrrec-record
               else
                   perform C6-Stamp-Change-Fields
                   rewrite mstrrec-record
                       invalid key
                           add 1 to ws-apply-failures
                           string 'REWRITE FAILED, STATUS '
                                   delimited by size
                               ws-master-status delimited by size
                               into ws-reason
                           end-string
                   end-rewrite
               end-if.

       C4-Run-Chain-Steps Section.
               move 'N' to ws-chain-failed-switch
               perform C7-Apply-Chain-Step
                   varying ws-chain-step from 1 by 1
                   until ws-chain-step > ws-work-step-count
                       or ws-chain-step-failed.

       C5-Set-Step-Reason Section.
               move spaces to ws-reason
               string 'STEP ' delimited by size
                   ws-failed-step delimited by size
                   ' FUNCTION ' delimited by size
                   ws-work-chain-code(ws-failed-step) delimited by size
                   ' FAILED, RC ' delimited by size
                   ws-failed-return-code delimited by size
                   into ws-reason
               end-string.

      *--- the change stamp rides on every rewrite: a space status is --
      *--- a record loaded before the stamp fields existed and a -------
      *--- non-numeric count is its never-stamped filler ------------------
       C6-Stamp-Change-Fields Section.
               call 'cobchpdt' using
                   by reference mr-last-change-date
               move function current-date(9:6)
                   to mr-last-change-clock
               if mr-change-count is numeric
                   add 1 to mr-change-count
               else
                   move 1 to mr-change-count
               end-if
               if mr-status = space
                   move 'A' to mr-status
               end-if.

      *--- each step is its own cobchangestr call, so each step cuts ---
      *--- its own audit record.  A mode 05 body with no table entry ---
      *--- is not a failure: the chain goes on with the body as it -----
      *--- was, as on COBCHDRV ----------------------------------------------
       C7-Apply-Chain-Step Section.
               move ws-work-chain-code(ws-chain-step)
                   to ws-function-code
               call 'cobchangestr' using
                   by reference mr-change-field
                   by reference ws-calling-program
                   by reference ws-function-code
                   by reference ws-audit-sequence-number
                   by reference mr-key
                   by reference ws-chain-trial-flag
               move return-code to CS-RETURN-CODE
               if CS-RC-NO-TRANSLATION
                   set CS-RC-CHANGED-NORMALLY to true
               end-if
               if not CS-RC-CHANGED-NORMALLY
                   set ws-chain-step-failed to true
                   move ws-chain-step to ws-failed-step
                   move CS-RETURN-CODE to ws-failed-return-code
               end-if.

       D-Terminate Section.
               close master-file
               if ws-pending-status not = '35'
                   close pending-file
               end-if
               perform G5-Write-Total-Lines
               close report-file
               call 'cobchcls' using
                   by reference ws-close-return-code
               call 'cobchjcl' using
                   by reference ws-journal-close-return-code
               perform J-Set-Job-Return-Code
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-calling-program
                   by reference ws-requests-read
                   by reference ws-requests-applied
                   by reference ws-job-return-code
                   by reference ws-run-identity
               display 'COBCHPAP: requests read    ' ws-requests-read
               display 'COBCHPAP: applied          '
                   ws-requests-applied
               display 'COBCHPAP: not applied      '
                   ws-requests-not-applied
               display 'COBCHPAP: of which overdue '
                   ws-requests-overdue
               display 'COBCHPAP: closed, cancelled '
                   ws-requests-cancelled
               display 'COBCHPAP: still waiting    '
                   ws-requests-waiting
               display 'COBCHPAP: apply failures   ' ws-apply-failures
               display 'Ending: cobchpap.cbl'.

      *--- a request left pending or closed tonight is a warning; a ---
      *--- journal, rewrite or audit failure part way through an ------
      *--- apply is serious ------------------------------------------------
       J-Set-Job-Return-Code Section.
               evaluate true
                   when ws-apply-failures > zero
                       move 12 to return-code
                   when ws-requests-not-applied > zero
                       move 4 to return-code
                   when ws-requests-cancelled > zero
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.

       E-Read-Next-Request Section.
               read pending-file next
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-pending-status not = '00'
                           display 'COBCHPAP: read failure on '
                               'COBCHPND, status ' ws-pending-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-requests-read
               end-read.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHPAP PENDING CHANGE APPLY' to report-line
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               string 'RUN IDENTITY [' delimited by size
                   ws-run-identity delimited by size
                   ']' delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string 'BUSINESS DATE ' delimited by size
                   ws-business-date delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               write report-line
               move 'KEY        EFFECTIVE SEQ CHAIN      REQUESTED BY '
                   to report-line
               move 'RESULT' to report-line(50:)
               write report-line.

       G2-Write-Waiting-Line Section.
               perform G6-Build-Request-Line
               move 'WAITING' to report-line(50:7)
               write report-line.

       G3-Write-Applied-Line Section.
               perform G6-Build-Request-Line
               move 'APPLIED' to report-line(50:7)
               write report-line.

       G4-Write-Not-Applied-Lines Section.
               perform G6-Build-Request-Line
               if pnd-effective-date < ws-business-date
                   move '*** OVERDUE ***' to report-line(50:15)
               else
                   move 'NOT APPLIED' to report-line(50:11)
               end-if
               write report-line
               move spaces to report-line
               string '    STILL PENDING - ' delimited by size
                   ws-reason delimited by size
                   into report-line
               end-string
               write report-line.

       G7-Write-Cancelled-Lines Section.
               perform G6-Build-Request-Line
               move 'CANCELLED' to report-line(50:9)
               write report-line
               move spaces to report-line
               string '    CANNOT BE APPLIED - ' delimited by size
                   ws-reason delimited by size
                   into report-line
               end-string
               write report-line.

       G6-Build-Request-Line Section.
               move spaces to report-line
               move pnd-master-key to report-line(1:10)
               move pnd-effective-date to report-line(12:8)
               move pnd-sequence to report-line(22:3)
               move pnd-function-chain to report-line(26:10)
               move pnd-requested-by to report-line(37:8).

       G5-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               string '  REQUESTS READ            : ' delimited by size
                   ws-requests-read delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  APPLIED                  : ' delimited by size
                   ws-requests-applied delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  DUE BUT NOT APPLIED      : ' delimited by size
                   ws-requests-not-applied delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '    OF WHICH OVERDUE       : ' delimited by size
                   ws-requests-overdue delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  DUE, CANCELLED TONIGHT   : ' delimited by size
                   ws-requests-cancelled delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  WAITING (FUTURE DATED)   : ' delimited by size
                   ws-requests-waiting delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  APPLIED OR CANCELLED     : ' delimited by size
                   ws-requests-closed delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  APPLY FAILURES           : ' delimited by size
                   ws-apply-failures delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  AUDIT RECORDS ADDED      : ' delimited by size
                   ws-audit-sequence-number delimited by size
                   into report-line
               end-string
               write report-line.
