           select report-file assign to "COBCHDRP"
               organization is sequential
               file status is ws-report-status.
           select sent-log-file assign to "COBCHDSL"
               organization is sequential
               file status is ws-sent-log-status.
           select resend-queue-file assign to "COBCHDRQ"
               organization is sequential
               file status is ws-resend-status.
       data division.
       file section.
       fd  audit-file
           record contains 200 characters.
       copy audtrec.
       fd  master-file
           record contains 90 characters.
           record contains 90 characters.
       01 delta-record pic x(90).
      *--- the previous cycle's high-water mark: audit entries stamped --
      *--- after this business date and time are "new since last -------
      *--- cycle".  The mark only moves once tonight's feed is safely --
      *--- written, so a missed night sends two days of changes, never -
      *--- a hole ----------------------------------------------------------
       fd  cycle-file
           record contains 22 characters.
       01 cycle-record.
           05 dcy-last-cycle-date pic x(8).
           05 dcy-last-cycle-time pic x(14).
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       fd  sent-log-file
           record contains 40 characters.
           copy dslrec.
       fd  resend-queue-file
           record contains 80 characters.
           copy drqrec.
       working-storage section.
       01 ws-audit-status pic x(2) value spaces.
       01 ws-master-status pic x(2) value spaces.
       01 ws-delta-status pic x(2) value spaces.
       01 ws-cycle-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-sent-log-status pic x(2) value spaces.
       01 ws-resend-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-audit value 'Y'.
       01 ws-resend-eof-switch pic x value 'N'.
           88 ws-end-of-resend-queue value 'Y'.
       01 ws-found-switch pic x value 'N'.
           88 ws-key-found value 'Y'.
       01 ws-job-name pic x(8) value 'cobchdlt'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- delta PARM: an 'R' runs a re-baseline only - no feed is -----
      *--- written, the cycle mark just advances to this run's start ---
      *--- time.  Run it right after sending a full COBCHEXT dump ------
      *--- this step carries no journal run identity; the run-control --
      *--- log shows it with a blank identity ----------------------------
       01 ws-run-identity pic x(8) value spaces.
      *--- the cycle window runs on the COBCHPDT business date, with ---
      *--- the wall-clock time kept behind it for sequencing: an audit -
      *--- entry is placed by its business date first, so work done ----
      *--- after midnight still belongs to the night it was done for ---
       01 ws-run-start-mark.
           05 ws-run-date pic x(8) value spaces.
           05 ws-run-start-time pic x(14) value spaces.
       01 ws-last-cycle-mark pic x(22) value low-values.
       01 ws-last-cycle-fields redefines ws-last-cycle-mark.
           05 ws-last-cycle-date pic x(8).
           05 ws-last-cycle-time pic x(14).
       01 ws-audit-mark.
           05 ws-audit-mark-date pic x(8).
           05 ws-audit-mark-time pic x(14).
      *--- distinct keys changed inside the cycle window, held in ------
      *--- key order so the feed goes out sorted like a full COBCHEXT --
      *--- dump.  The removed switch follows the key's latest entry ----
      *--- in the window: a key whose last change took it off the ------
      *--- file (low-values resulting value) was purged, and is not ----
      *--- missing.  The requeued switch marks a key downstream --------
      *--- rejected, queued on COBCHDRQ to be sent again -------------------
       01 ws-max-keys pic 9(5) value 10000.
       01 ws-key-count pic 9(5) value zero.
       01 ws-key-index pic 9(5) value zero.
       01 ws-shift-index pic 9(5) value zero.
       01 ws-insert-point pic 9(5) value zero.
       01 ws-found-index pic 9(5) value zero.
       01 ws-key-table.
           05 ws-changed-entry occurs 10000 times.
               10 ws-changed-key pic x(10).
               10 ws-changed-removed-switch pic x(1).
                   88 ws-changed-key-removed value 'Y'.
               10 ws-changed-requeued-switch pic x(1).
                   88 ws-changed-key-requeued value 'Y'.
       01 ws-candidate-key pic x(10) value spaces.
       01 ws-not-on-file-value pic x(60) value low-values.
      *--- HDR/TRL control records, the same convention COBCHDRV -------
      *--- enforces on inbound feeds so the receiving side can ---------
      *--- validate the file the way we validate ours ---------------------
       01 ws-audit-records-read pic 9(9) value zero.
       01 ws-records-extracted pic 9(9) value zero.
       01 ws-keys-missing pic 9(9) value zero.
       01 ws-keys-purged pic 9(9) value zero.
       01 ws-retired-extracted pic 9(9) value zero.
       01 ws-keys-requeued pic 9(9) value zero.
       01 ws-requeued-extracted pic 9(9) value zero.
       procedure division.
       A-Main Section.
               display 'Starting: cobchdlt.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHDLT: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               accept ws-delta-parm from command-line
               call 'cobchpdt' using
                   by reference ws-run-date
               move function current-date(1:14) to ws-run-start-time
               if ws-rebaseline-requested
                   perform R-Rebaseline-Cycle-Mark
                   close audit-file
                   perform D-Write-Delta-Feed
                   close delta-file
                   perform H1-Log-Sent-Feed
                   perform H-Advance-Cycle-Mark
                   perform H2-Clear-Resend-Queue
                   perform E-Terminate
               end-if
               goback.
               display 'COBCHDLT: re-baseline requested - no feed '
                   'written'
               perform H-Advance-Cycle-Mark
               perform H2-Clear-Resend-Queue
               display 'COBCHDLT: cycle mark advanced to '
                   ws-run-date ' ' ws-run-start-time
               move 0 to return-code
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   stop run
               end-if
               perform G1-Write-Report-Heading
               perform B2-Load-Resend-Queue
               perform F-Read-Audit-Record.

      *--- keys rejected downstream go into the table ahead of the -----
      *--- audit window, so they are sent again even when the master ---
      *--- has not changed; no queue file means nothing is queued ----------
       B2-Load-Resend-Queue Section.
               open input resend-queue-file
               evaluate ws-resend-status
                   when '00'
                       perform F2-Read-Resend-Queue-Record
                       perform B3-Queue-One-Key
                           until ws-end-of-resend-queue
                       close resend-queue-file
                   when '35'
                       continue
                   when other
                       display 'COBCHDLT: unable to open COBCHDRQ, '
                           'status ' ws-resend-status
                       move 16 to return-code
                       stop run
               end-evaluate.

       B3-Queue-One-Key Section.
               move drq-key to ws-candidate-key
               perform C1-Insert-Changed-Key
               if not ws-changed-key-requeued(ws-found-index)
                   add 1 to ws-keys-requeued
                   move 'Y'
                       to ws-changed-requeued-switch(ws-found-index)
               end-if
               perform F2-Read-Resend-Queue-Record.

      *--- no cycle file (or an empty one) means a first run: every ----
      *--- keyed change on the audit file is in scope ----------------------
       B1-Read-Cycle-Mark Section.
               move low-values to ws-last-cycle-mark
               open input cycle-file
               evaluate ws-cycle-status
                   when '00'
                           at end
                               continue
                           not at end
                               move cycle-record
                                   to ws-last-cycle-mark
                       end-read
                       close cycle-file
                   when '35'
      *--- so the entries stamped inside the cycle window name ---------
      *--- exactly the records the downstream side needs -------------------
       C-Collect-Changed-Keys Section.
               move aud-business-date to ws-audit-mark-date
               move aud-timestamp(1:14) to ws-audit-mark-time
               if aud-master-key not = spaces
                   and aud-return-code = '00'
                   and ws-audit-mark > ws-last-cycle-mark
                   and ws-audit-mark <= ws-run-start-mark
                   move aud-master-key to ws-candidate-key
                   perform C1-Insert-Changed-Key
                   perform C2-Set-Removed-Switch
               end-if
               perform F-Read-Audit-Record.

       C1-Insert-Changed-Key Section.
               move 'N' to ws-found-switch
               move zero to ws-insert-point
               move zero to ws-found-index
               perform varying ws-key-index from 1 by 1
                   until ws-key-index > ws-key-count
                       or ws-key-found
                       or ws-insert-point > zero
                   evaluate true
                       when ws-changed-key(ws-key-index)
                               = ws-candidate-key
                           set ws-key-found to true
                           move ws-key-index to ws-found-index
                       when ws-changed-key(ws-key-index)
                               > ws-candidate-key
                           move ws-key-index to ws-insert-point
                   end-evaluate
               end-perform
                       perform varying ws-shift-index
                           from ws-key-count by -1
                           until ws-shift-index < ws-insert-point
                           move ws-changed-entry(ws-shift-index)
                               to ws-changed-entry(ws-shift-index + 1)
                       end-perform
                   end-if
                   add 1 to ws-key-count
                   move ws-candidate-key
                       to ws-changed-key(ws-insert-point)
                   move 'N'
                       to ws-changed-removed-switch(ws-insert-point)
                   move 'N'
                       to ws-changed-requeued-switch(ws-insert-point)
                   move ws-insert-point to ws-found-index
               end-if.

       C2-Set-Removed-Switch Section.
               if aud-resulting-value = ws-not-on-file-value
                   move 'Y' to ws-changed-removed-switch(ws-found-index)
               else
                   move 'N' to ws-changed-removed-switch(ws-found-index)
               end-if.

       D-Write-Delta-Feed Section.
               move ws-changed-key(ws-key-index) to mr-key
               read master-file
                   invalid key
                       if ws-changed-key-removed(ws-key-index)
                           add 1 to ws-keys-purged
                           perform G2A-Write-Purged-Key-Line
                       else
                           add 1 to ws-keys-missing
                           perform G2-Write-Missing-Key-Line
                       end-if
                   not invalid key
                       if MR-STATUS-RETIRED
                           add 1 to ws-retired-extracted
                       end-if
                       if ws-changed-key-requeued(ws-key-index)
                           add 1 to ws-requeued-extracted
                           perform G2B-Write-Requeued-Key-Line
                       end-if
                       write delta-record from mstrrec-record
                       if ws-delta-status not = '00'
                           display 'COBCHDLT: write to COBCHDLT '
                   move 16 to return-code
                   stop run
               end-if
               move ws-run-date to dcy-last-cycle-date
               move ws-run-start-time to dcy-last-cycle-time
               write cycle-record
               if ws-cycle-status not = '00'
               end-if
               close cycle-file.

      *--- the feed goes on the sent-feed log before the mark moves: ---
      *--- without its log entry COBCHDRC could never reconcile the ----
      *--- feed, so a failure here ends the step and tonight's window --
      *--- is sent again -------------------------------------------------
       H1-Log-Sent-Feed Section.
               open extend sent-log-file
               if ws-sent-log-status = '35'
                   open output sent-log-file
               end-if
               if ws-sent-log-status not = '00'
                   display 'COBCHDLT: unable to open COBCHDSL, status '
                       ws-sent-log-status
                   move 16 to return-code
                   stop run
               end-if
               move spaces to sent-feed-record
               move ws-hdr-feed-date to dsl-feed-date
               move ws-run-start-time to dsl-sent-time
               move ws-trl-record-count to dsl-record-count
               write sent-feed-record
               if ws-sent-log-status not = '00'
                   display 'COBCHDLT: write to COBCHDSL failed, '
                       'status ' ws-sent-log-status
                   move 16 to return-code
                   stop run
               end-if
               close sent-log-file.

      *--- the queued keys have gone out on tonight's feed (or on the --
      *--- full dump a re-baseline follows), so the queue is emptied ---
       H2-Clear-Resend-Queue Section.
               open output resend-queue-file
               if ws-resend-status not = '00'
                   display 'COBCHDLT: unable to empty COBCHDRQ, status '
                       ws-resend-status
                   move 16 to return-code
                   stop run
               end-if
               close resend-queue-file.

       E-Terminate Section.
               close master-file
               perform J-Set-Job-Return-Code
                       add 1 to ws-audit-records-read
               end-read.

       F2-Read-Resend-Queue-Record Section.
               read resend-queue-file
                   at end
                       move 'Y' to ws-resend-eof-switch
                   not at end
                       if ws-resend-status not = '00'
                           and ws-resend-status not = '10'
                           display 'COBCHDLT: read failure on '
                               'COBCHDRQ, status ' ws-resend-status
                           move 16 to return-code
                           stop run
                       end-if
               end-read.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHDLT DAILY DELTA FEED' to report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               if ws-last-cycle-mark = low-values
                   move 'CYCLE WINDOW FROM (start of audit)'
                       to report-line
               else
                   string 'CYCLE WINDOW FROM ' delimited by size
                       ws-last-cycle-date delimited by size
                       ' ' delimited by size
                       ws-last-cycle-time delimited by size
                       into report-line
                   end-string
               write report-line
               move spaces to report-line
               string 'CYCLE WINDOW TO   ' delimited by size
                   ws-run-date delimited by size
                   ' ' delimited by size
                   ws-run-start-time delimited by size
                   into report-line
               end-string
               end-string
               write report-line.

      *--- a purged key was sent as retired on an earlier cycle; it ----
      *--- has no record left to send ------------------------------------
       G2A-Write-Purged-Key-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  PURGED - NOT SENT' delimited by size
                   into report-line
               end-string
               write report-line.

       G2B-Write-Requeued-Key-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  REJECTED DOWNSTREAM - SENT AGAIN'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G3-Write-Total-Lines Section.
               move 'TOTALS' to report-line
               write report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RETIRED RECORDS SENT     : ' delimited by size
                   ws-retired-extracted delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  PURGED KEYS NOT SENT     : ' delimited by size
                   ws-keys-purged delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS NOT ON MASTER       : ' delimited by size
                   ws-keys-missing delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS QUEUED FOR RESEND   : ' delimited by size
                   ws-keys-requeued delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  QUEUED KEYS SENT AGAIN   : ' delimited by size
                   ws-requeued-extracted delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  TRAILER RECORD COUNT     : ' delimited by size
                   ws-trl-record-count delimited by size
                   into report-line
