cobupd*
       identification division.
       program-id. cobchupd.
       environment division.
       input-output section.
       file-control.
           select transaction-file assign to "COBCHTRN"
               organization is sequential
               file status is ws-transaction-status.
           select master-file assign to "COBCHMST"
               organization is indexed
               access mode is dynamic
               record key is mr-key
               alternate record key is sp-tag with duplicates
               file status is ws-master-status.
           select report-file assign to "COBCHURP"
               organization is sequential
               file status is ws-report-status.
           select error-file assign to "COBCHUER"
               organization is sequential
               file status is ws-error-status.
       data division.
       file section.
       fd  transaction-file
           record contains 80 characters.
       copy trnrec.
       fd  master-file
           record contains 90 characters.
           copy mstrrec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       fd  error-file
           record contains 80 characters.
       01 error-line pic x(80).
       working-storage section.
       01 ws-transaction-status pic x(2) value spaces.
       01 ws-master-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-error-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-transactions value 'Y'.
       01 ws-on-file-switch pic x value 'N'.
           88 ws-key-on-file value 'Y'.
       01 ws-calling-program pic x(8) value 'cobchupd'.
       01 ws-close-return-code pic 9(4) value zero.
       01 ws-journal-close-return-code pic 9(4) value zero.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
       01 ws-lock-holder pic x(8) value spaces.
       01 ws-lock-return-code pic 9(4) value zero.
      *--- per-run identity on journal records: program prefix plus ---
      *--- start time, so one run's updates can be backed out ----------
       01 ws-run-identity.
           05 ws-run-identity-prefix pic x(2) value spaces.
           05 ws-run-identity-time pic x(6) value spaces.
      *--- an added key had no record before it: its journal entry ----
      *--- is the key followed by low-values and its audit entry -------
      *--- carries low-values as the original value, so a backout ------
      *--- knows to take the record off again ----------------------------
       01 ws-not-on-file-image.
           05 ws-not-on-file-key pic x(10) value spaces.
           05 ws-not-on-file-content pic x(80) value low-values.
       01 ws-not-on-file-value pic x(60) value low-values.
      *--- the field the update is about to replace, kept for the ------
      *--- update's own audit entry ----------------------------------------
       01 ws-prior-value pic x(60) value spaces.
       01 ws-reject-reason pic x(30) value spaces.
       01 ws-applied-text pic x(8) value spaces.
       01 ws-transactions-read pic 9(9) value zero.
       01 ws-transactions-applied pic 9(9) value zero.
       01 ws-keys-added pic 9(9) value zero.
       01 ws-keys-changed pic 9(9) value zero.
       01 ws-keys-retired pic 9(9) value zero.
       01 ws-transactions-rejected pic 9(9) value zero.
       01 ws-update-failures pic 9(9) value zero.
       01 ws-audit-failures pic 9(9) value zero.
       procedure division.
      *--- daily add / replace-field / retire update of COBCHMST from --
      *--- the COBCHTRN transaction file: each applied transaction -----
      *--- is journalled ahead of the update and audited after it, -----
      *--- like every other updater, and each rejected transaction -----
      *--- is listed on COBCHUER with its reason --------------------------
       A-Main Section.
               display 'Starting: cobchupd.cbl'
               move 'UP' to ws-run-identity-prefix
               move function current-date(9:6) to ws-run-identity-time
               display 'COBCHUPD: run identity [' ws-run-identity ']'
               call 'cobchdpc' using
                   by reference ws-calling-program
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHUPD: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-calling-program
                   by reference ws-run-identity
               perform B-Initialize
               perform C-Process-Transaction
                   until ws-end-of-transactions
               perform E-Terminate
               goback.

       B-Initialize Section.
               open input transaction-file
               if ws-transaction-status not = '00'
                   display 'COBCHUPD: unable to open COBCHTRN, status '
                       ws-transaction-status
                   move 16 to return-code
                   stop run
               end-if
      *--- refuse to start while an interactive session holds the -------
      *--- COBCHLCK interlock on the master file --------------------------
               call 'cobchlct' using
                   by reference ws-lock-holder
                   by reference ws-lock-return-code
               if ws-lock-return-code not = zero
                   display 'COBCHUPD: COBCHMST held by interactive '
                       'session [' ws-lock-holder '] - run refused, '
                       'retry when the session releases it'
                   move 16 to return-code
                   stop run
               end-if
               open i-o master-file
               if ws-master-status not = '00'
                   display 'COBCHUPD: unable to open COBCHMST, status '
                       ws-master-status
                   move 16 to return-code
                   stop run
               end-if
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHUPD: unable to open COBCHURP, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               open output error-file
               if ws-error-status not = '00'
                   display 'COBCHUPD: unable to open COBCHUER, status '
                       ws-error-status
                   move 16 to return-code
                   stop run
               end-if
               perform G1-Write-Report-Heading
               perform H1-Write-Error-Heading
               perform C1-Read-Transaction.

       C-Process-Transaction Section.
               perform C2-Validate-Transaction
               if ws-reject-reason not = spaces
                   add 1 to ws-transactions-rejected
                   perform H2-Write-Rejected-Transaction
               else
                   evaluate true
                       when TRN-ADD
                           perform D-Add-Master-Record
                       when TRN-CHANGE
                           perform D2-Change-Master-Record
                       when TRN-RETIRE
                           perform D3-Retire-Master-Record
                   end-evaluate
               end-if
               perform C1-Read-Transaction.

       C1-Read-Transaction Section.
               read transaction-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-transaction-status not = '00'
                           and ws-transaction-status not = '10'
                           display 'COBCHUPD: read failure on '
                               'COBCHTRN, status '
                               ws-transaction-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-transactions-read
               end-read.

      *--- a transaction is checked against the master before anything -
      *--- is touched: an add must be a new key, a change or retire ----
      *--- must find a live record - held records are the analyst's ----
      *--- to release and retired records are frozen until the purge ---
       C2-Validate-Transaction Section.
               move spaces to ws-reject-reason
               move 'N' to ws-on-file-switch
               if not TRN-ACTION-IS-VALID
                   move 'INVALID ACTION CODE' to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                   and trn-key = spaces
                   move 'KEY IS BLANK' to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                   and not TRN-RETIRE
                   and trn-change-field = spaces
                   move 'NO CHANGE FIELD SUPPLIED' to ws-reject-reason
               end-if
               if ws-reject-reason = spaces
                   move trn-key to mr-key
                   read master-file
                       invalid key
                           move 'N' to ws-on-file-switch
                       not invalid key
                           move 'Y' to ws-on-file-switch
                   end-read
                   evaluate true
                       when TRN-ADD and ws-key-on-file
                           move 'KEY ALREADY ON MASTER FILE'
                               to ws-reject-reason
                       when TRN-ADD
                           continue
                       when not ws-key-on-file
                           move 'KEY NOT ON MASTER FILE'
                               to ws-reject-reason
                       when MR-STATUS-RETIRED
                           move 'RECORD IS RETIRED'
                               to ws-reject-reason
                       when MR-STATUS-HELD
                           move 'RECORD IS ON HOLD'
                               to ws-reject-reason
                   end-evaluate
               end-if.

      *--- an add is journalled as a key with no prior image, so a -----
      *--- backout of this run deletes the record again ------------------
       D-Add-Master-Record Section.
               move trn-key to ws-not-on-file-key
               call 'cobchjrn' using
                   by reference ws-not-on-file-image
                   by reference ws-run-identity
               if return-code not = zero
                   add 1 to ws-update-failures
                   display 'COBCHUPD: journal write failed, key ['
                       trn-key '] not added'
                   perform G3A-Write-Journal-Failure-Line
               else
                   move spaces to mstrrec-record
                   move trn-key to mr-key
                   move trn-change-field to mr-change-field
                   move 'A' to mr-status
                   move zero to mr-change-count
                   perform D4-Stamp-Change-Fields
                   write mstrrec-record
                       invalid key
                           add 1 to ws-update-failures
                           display 'COBCHUPD: write failed for key ['
                               mr-key '] status ' ws-master-status
                           perform G3-Write-Failed-Key-Line
                       not invalid key
                           add 1 to ws-keys-added
                           add 1 to ws-transactions-applied
                           move ws-not-on-file-value to ws-prior-value
                           perform D5-Write-Update-Audit-Entry
                           move 'ADDED' to ws-applied-text
                           perform G4-Write-Applied-Key-Line
                   end-write
               end-if.

      *--- a replace-field transaction carries the whole new field: ----
      *--- it is moved in as it stands, with no transformation -----------
       D2-Change-Master-Record Section.
               move mr-change-field to ws-prior-value
               call 'cobchjrn' using
                   by reference mstrrec-record
                   by reference ws-run-identity
               if return-code not = zero
                   add 1 to ws-update-failures
                   display 'COBCHUPD: journal write failed, key ['
                       mr-key '] not changed'
                   perform G3A-Write-Journal-Failure-Line
               else
                   move trn-change-field to mr-change-field
                   perform D4-Stamp-Change-Fields
                   rewrite mstrrec-record
                       invalid key
                           add 1 to ws-update-failures
                           display 'COBCHUPD: rewrite failed for key ['
                               mr-key '] status ' ws-master-status
                           perform G3-Write-Failed-Key-Line
                       not invalid key
                           add 1 to ws-keys-changed
                           add 1 to ws-transactions-applied
                           perform D5-Write-Update-Audit-Entry
                           move 'CHANGED' to ws-applied-text
                           perform G4-Write-Applied-Key-Line
                   end-rewrite
               end-if.

      *--- a retired record keeps its field; the status change and -----
      *--- the stamp are what the delta feed and extracts pass on --------
       D3-Retire-Master-Record Section.
               move mr-change-field to ws-prior-value
               call 'cobchjrn' using
                   by reference mstrrec-record
                   by reference ws-run-identity
               if return-code not = zero
                   add 1 to ws-update-failures
                   display 'COBCHUPD: journal write failed, key ['
                       mr-key '] not retired'
                   perform G3A-Write-Journal-Failure-Line
               else
                   perform D4-Stamp-Change-Fields
                   move 'R' to mr-status
                   rewrite mstrrec-record
                       invalid key
                           add 1 to ws-update-failures
                           display 'COBCHUPD: rewrite failed for key ['
                               mr-key '] status ' ws-master-status
                           perform G3-Write-Failed-Key-Line
                       not invalid key
                           add 1 to ws-keys-retired
                           add 1 to ws-transactions-applied
                           perform D5-Write-Update-Audit-Entry
                           move 'RETIRED' to ws-applied-text
                           perform G4-Write-Applied-Key-Line
                   end-rewrite
               end-if.

      *--- the change stamp rides on every update: a space status is ---
      *--- a record loaded before the stamp fields existed and a -------
      *--- non-numeric count is its never-stamped filler ------------------
       D4-Stamp-Change-Fields Section.
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

      *--- every applied transaction leaves a keyed RC 00 audit entry, -
      *--- so the delta feed sends the record downstream and a forward -
      *--- recovery replays it; the entry is cut after the update ------
      *--- succeeds, so a trace never exists for one that did not --------
      *--- happen --------------------------------------------------------
       D5-Write-Update-Audit-Entry Section.
               call 'cobchaue' using
                   by reference mr-key
                   by reference ws-prior-value
                   by reference mr-change-field
                   by reference ws-calling-program
               if return-code not = zero
                   add 1 to ws-audit-failures
                   display 'COBCHUPD: audit write failed, key ['
                       mr-key '] updated but not audited'
                   perform G3B-Write-Audit-Failure-Line
               end-if.

       E-Terminate Section.
               close transaction-file
               close master-file
               call 'cobchcls' using
                   by reference ws-close-return-code
               call 'cobchjcl' using
                   by reference ws-journal-close-return-code
               perform G5-Write-Total-Lines
               close report-file
               perform H3-Write-Error-Total-Line
               close error-file
               perform J-Set-Job-Return-Code
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-calling-program
                   by reference ws-transactions-read
                   by reference ws-transactions-applied
                   by reference ws-job-return-code
                   by reference ws-run-identity
               display 'COBCHUPD: transactions read     '
                   ws-transactions-read
               display 'COBCHUPD: transactions applied  '
                   ws-transactions-applied
               display 'COBCHUPD: transactions rejected '
                   ws-transactions-rejected
               display 'Ending: cobchupd.cbl'.

      *--- an update without its journal or audit trace undermines -----
      *--- backout, forward recovery and the delta feed, so it carries -
      *--- the same severity as a failed write; rejected transactions --
      *--- are the submitter's to correct and only warn --------------------
       J-Set-Job-Return-Code Section.
               evaluate true
                   when ws-update-failures > zero
                       or ws-audit-failures > zero
                       move 12 to return-code
                   when ws-transactions-rejected > zero
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHUPD MASTER FILE TRANSACTION UPDATE'
                   to report-line
               write report-line
               move spaces to report-line
               string '  RUN IDENTITY : ' delimited by size
                   ws-run-identity delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               write report-line.

       G3-Write-Failed-Key-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  *** UPDATE FAILED, STATUS ' delimited by size
                   ws-master-status delimited by size
                   ' ***' delimited by size
                   into report-line
               end-string
               write report-line.

       G3A-Write-Journal-Failure-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   trn-key delimited by size
                   ']  *** JOURNAL WRITE FAILED - NOT UPDATED ***'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G3B-Write-Audit-Failure-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  *** UPDATED BUT AUDIT WRITE FAILED ***'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G4-Write-Applied-Key-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  ' delimited by size
                   ws-applied-text delimited by size
                   into report-line
               end-string
               write report-line.

       G5-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               string '  TRANSACTIONS READ        : ' delimited by size
                   ws-transactions-read delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS ADDED               : ' delimited by size
                   ws-keys-added delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS CHANGED             : ' delimited by size
                   ws-keys-changed delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS RETIRED             : ' delimited by size
                   ws-keys-retired delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  TRANSACTIONS REJECTED    : ' delimited by size
                   ws-transactions-rejected delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  UPDATE FAILURES          : ' delimited by size
                   ws-update-failures delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  AUDIT WRITE FAILURES     : ' delimited by size
                   ws-audit-failures delimited by size
                   into report-line
               end-string
               write report-line.

      *--- COBCHUER lists each rejected transaction with its position --
      *--- in COBCHTRN and the reason, followed by the field it --------
      *--- carried, so the submitter can correct and resubmit it ---------
       H1-Write-Error-Heading Section.
               move spaces to error-line
               move 'COBCHUPD REJECTED TRANSACTIONS' to error-line
               write error-line
               move spaces to error-line
               string '  RUN IDENTITY : ' delimited by size
                   ws-run-identity delimited by size
                   into error-line
               end-string
               write error-line
               move spaces to error-line
               write error-line.

       H2-Write-Rejected-Transaction Section.
               move spaces to error-line
               string '  REC ' delimited by size
                   ws-transactions-read delimited by size
                   '  ACTION ' delimited by size
                   trn-action delimited by size
                   '  KEY [' delimited by size
                   trn-key delimited by size
                   ']  ' delimited by size
                   ws-reject-reason delimited by size
                   into error-line
               end-string
               write error-line
               move spaces to error-line
               string '      FIELD [' delimited by size
                   trn-change-field delimited by size
                   ']' delimited by size
                   into error-line
               end-string
               write error-line.

       H3-Write-Error-Total-Line Section.
               move spaces to error-line
               write error-line
               move spaces to error-line
               string '  TRANSACTIONS REJECTED    : ' delimited by size
                   ws-transactions-rejected delimited by size
                   into error-line
               end-string
               write error-line.
