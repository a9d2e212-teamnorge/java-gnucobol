cobdrc*
       identification division.
       program-id. cobchdrc.
       environment division.
       input-output section.
       file-control.
           select sent-log-file assign to "COBCHDSL"
               organization is sequential
               file status is ws-sent-log-status.
           select ack-file assign to "COBCHDAK"
               organization is sequential
               file status is ws-ack-status.
           select resend-queue-file assign to "COBCHDRQ"
               organization is sequential
               file status is ws-resend-status.
           select report-file assign to "COBCHDRR"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  sent-log-file
           record contains 40 characters.
           copy dslrec.
       fd  ack-file
           record contains 80 characters.
           copy ackrec.
       fd  resend-queue-file
           record contains 80 characters.
           copy drqrec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       01 ws-sent-log-status pic x(2) value spaces.
       01 ws-ack-status pic x(2) value spaces.
       01 ws-resend-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-sent-log-eof-switch pic x value 'N'.
           88 ws-end-of-sent-log value 'Y'.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-ack value 'Y'.
      *--- no COBCHDAK means downstream has answered nothing: every ----
      *--- feed on the log is still unanswered ----------------------------
       01 ws-ack-open-switch pic x value 'N'.
           88 ws-ack-file-open value 'Y'.
       01 ws-job-name pic x(8) value 'cobchdrc'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- this step carries no journal run identity; the run-control --
      *--- log shows it with a blank identity ----------------------------
       01 ws-run-identity pic x(8) value spaces.
      *--- reconciliation PARM: the number of days a sent feed may -----
      *--- wait for its acknowledgment before it is reported overdue; --
      *--- spaces take the shop default of 2 days -------------------------
       01 ws-recon-parm pic x(3) value spaces.
       01 ws-recon-parm-fields redefines ws-recon-parm.
           05 ws-overdue-days pic 9(3).
       01 ws-today pic 9(8) value zero.
       01 ws-today-x redefines ws-today pic x(8).
       01 ws-run-time pic x(14) value spaces.
       01 ws-feed-date-n pic 9(8) value zero.
       01 ws-feed-age-days pic 9(5) value zero.
      *--- the feeds on COBCHDSL still waiting for an acknowledgment, --
      *--- in the order they were sent.  An acknowledgment matches the -
      *--- oldest unanswered feed with its header date; the current ----
      *--- index names the feed the following KEY records belong to ----
       01 ws-max-feeds pic 9(4) value 1000.
       01 ws-feed-count pic 9(4) value zero.
       01 ws-feed-index pic 9(4) value zero.
       01 ws-current-feed pic 9(4) value zero.
       01 ws-feed-table.
           05 ws-feed-entry occurs 1000 times.
               10 ws-feed-date pic x(8).
               10 ws-feed-sent-time pic x(14).
               10 ws-feed-record-count pic 9(9).
               10 ws-feed-ack-switch pic x(1).
                   88 ws-feed-acknowledged value 'Y'.
       01 ws-ack-records-read pic 9(9) value zero.
       01 ws-feeds-on-log pic 9(9) value zero.
       01 ws-feeds-acknowledged pic 9(9) value zero.
       01 ws-count-mismatches pic 9(9) value zero.
       01 ws-feeds-overdue pic 9(9) value zero.
       01 ws-feeds-awaiting pic 9(9) value zero.
       01 ws-unknown-acks pic 9(9) value zero.
       01 ws-keys-accepted pic 9(9) value zero.
       01 ws-keys-rejected pic 9(9) value zero.
       01 ws-ack-records-ignored pic 9(9) value zero.
       procedure division.
      *--- match the receiving system's acknowledgments on COBCHDAK ----
      *--- against the feeds COBCHDLT logged on COBCHDSL: count --------
      *--- mismatches against our trailer, queue rejected keys on ------
      *--- COBCHDRQ for the next cycle, and report every feed left -----
      *--- unanswered past the PARM days.  Answered feeds come off the -
      *--- log so each is reconciled once ----------------------------------
       A-Main Section.
               display 'Starting: cobchdrc.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHDRC: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               accept ws-recon-parm from command-line
               if ws-recon-parm = spaces
                   move 2 to ws-overdue-days
               end-if
               if ws-overdue-days is not numeric
                   display 'COBCHDRC: PARM overdue days ['
                       ws-recon-parm '] not numeric - run refused'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchpdt' using
                   by reference ws-today-x
               move function current-date(1:14) to ws-run-time
               perform B-Initialize
               perform C-Match-Acknowledgments
                   until ws-end-of-ack
               if ws-ack-file-open
                   close ack-file
               end-if
               close resend-queue-file
               perform G3-Write-Overdue-Heading
               perform D-Check-Unanswered-Feed
                   varying ws-feed-index from 1 by 1
                   until ws-feed-index > ws-feed-count
               perform H-Rewrite-Sent-Log
               perform E-Terminate
               goback.

       B-Initialize Section.
               perform B1-Load-Sent-Log
               open input ack-file
               evaluate ws-ack-status
                   when '00'
                       set ws-ack-file-open to true
                   when '35'
                       set ws-end-of-ack to true
                   when other
                       display 'COBCHDRC: unable to open COBCHDAK, '
                           'status ' ws-ack-status
                       move 16 to return-code
                       stop run
               end-evaluate
               open extend resend-queue-file
               if ws-resend-status = '35'
                   open output resend-queue-file
               end-if
               if ws-resend-status not = '00'
                   display 'COBCHDRC: unable to open COBCHDRQ, status '
                       ws-resend-status
                   move 16 to return-code
                   stop run
               end-if
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHDRC: unable to open COBCHDRR, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform G1-Write-Report-Heading
               if ws-ack-file-open
                   perform F-Read-Ack-Record
               end-if.

      *--- no sent-feed log yet means COBCHDLT has not sent a feed ------
       B1-Load-Sent-Log Section.
               open input sent-log-file
               evaluate ws-sent-log-status
                   when '00'
                       perform F2-Read-Sent-Log-Record
                       perform B2-Table-Sent-Feed
                           until ws-end-of-sent-log
                       close sent-log-file
                   when '35'
                       continue
                   when other
                       display 'COBCHDRC: unable to open COBCHDSL, '
                           'status ' ws-sent-log-status
                       move 16 to return-code
                       stop run
               end-evaluate.

       B2-Table-Sent-Feed Section.
               if ws-feed-count >= ws-max-feeds
                   display 'COBCHDRC: more than ' ws-max-feeds
                       ' unanswered feeds on COBCHDSL - run refused'
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-feed-count
               move dsl-feed-date to ws-feed-date(ws-feed-count)
               move dsl-sent-time to ws-feed-sent-time(ws-feed-count)
               move dsl-record-count
                   to ws-feed-record-count(ws-feed-count)
               move 'N' to ws-feed-ack-switch(ws-feed-count)
               perform F2-Read-Sent-Log-Record.

       C-Match-Acknowledgments Section.
               evaluate true
                   when ACK-HEADER-RECORD
                       perform C1-Match-Feed-Header
                   when ACK-KEY-RECORD
                       perform C2-Check-Key-Status
                   when other
                       add 1 to ws-ack-records-ignored
                       perform G2D-Write-Ignored-Line
               end-evaluate
               perform F-Read-Ack-Record.

       C1-Match-Feed-Header Section.
               move zero to ws-current-feed
               perform varying ws-feed-index from 1 by 1
                   until ws-feed-index > ws-feed-count
                       or ws-current-feed > zero
                   if ws-feed-date(ws-feed-index) = ack-feed-date
                       and not ws-feed-acknowledged(ws-feed-index)
                       move ws-feed-index to ws-current-feed
                   end-if
               end-perform
               if ws-current-feed = zero
                   add 1 to ws-unknown-acks
                   perform G2C-Write-Unknown-Feed-Line
               else
                   add 1 to ws-feeds-acknowledged
                   move 'Y' to ws-feed-ack-switch(ws-current-feed)
                   perform G2-Write-Feed-Line
                   if ack-record-count is not numeric
                       or ack-record-count
                           not = ws-feed-record-count(ws-current-feed)
                       add 1 to ws-count-mismatches
                       perform G2A-Write-Mismatch-Line
                   end-if
               end-if.

      *--- a KEY record only counts under a matched HDR; a rejected ----
      *--- key is queued for the next COBCHDLT cycle -----------------------
       C2-Check-Key-Status Section.
               evaluate true
                   when ws-current-feed = zero
                       add 1 to ws-ack-records-ignored
                       perform G2D-Write-Ignored-Line
                   when ACK-KEY-ACCEPTED
                       add 1 to ws-keys-accepted
                   when ACK-KEY-REJECTED
                       add 1 to ws-keys-rejected
                       perform C3-Queue-Rejected-Key
                       perform G2B-Write-Rejected-Key-Line
                   when other
                       add 1 to ws-ack-records-ignored
                       perform G2D-Write-Ignored-Line
               end-evaluate.

       C3-Queue-Rejected-Key Section.
               move spaces to resend-queue-record
               move ack-key to drq-key
               move ws-feed-date(ws-current-feed) to drq-feed-date
               move ack-reject-reason to drq-reject-reason
               move ws-run-time to drq-queued-time
               write resend-queue-record
               if ws-resend-status not = '00'
                   display 'COBCHDRC: write to COBCHDRQ failed, '
                       'status ' ws-resend-status
                   move 16 to return-code
                   stop run
               end-if.

      *--- age is counted in whole days from the feed's header date ----
       D-Check-Unanswered-Feed Section.
               if not ws-feed-acknowledged(ws-feed-index)
                   move ws-feed-date(ws-feed-index) to ws-feed-date-n
                   compute ws-feed-age-days =
                       function integer-of-date(ws-today)
                           - function integer-of-date(ws-feed-date-n)
                   if ws-feed-age-days > ws-overdue-days
                       add 1 to ws-feeds-overdue
                       perform G3A-Write-Overdue-Line
                   else
                       add 1 to ws-feeds-awaiting
                   end-if
               end-if.

      *--- only the feeds still unanswered go back on the log ----------
       H-Rewrite-Sent-Log Section.
               open output sent-log-file
               if ws-sent-log-status not = '00'
                   display 'COBCHDRC: unable to rewrite COBCHDSL, '
                       'status ' ws-sent-log-status
                   move 16 to return-code
                   stop run
               end-if
               perform H1-Write-Sent-Log-Entry
                   varying ws-feed-index from 1 by 1
                   until ws-feed-index > ws-feed-count
               close sent-log-file.

       H1-Write-Sent-Log-Entry Section.
               if not ws-feed-acknowledged(ws-feed-index)
                   move spaces to sent-feed-record
                   move ws-feed-date(ws-feed-index) to dsl-feed-date
                   move ws-feed-sent-time(ws-feed-index)
                       to dsl-sent-time
                   move ws-feed-record-count(ws-feed-index)
                       to dsl-record-count
                   write sent-feed-record
                   if ws-sent-log-status not = '00'
                       display 'COBCHDRC: write to COBCHDSL failed, '
                           'status ' ws-sent-log-status
                       move 16 to return-code
                       stop run
                   end-if
               end-if.

       E-Terminate Section.
               perform G4-Write-Total-Lines
               close report-file
               perform J-Set-Job-Return-Code
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-job-name
                   by reference ws-ack-records-read
                   by reference ws-keys-rejected
                   by reference ws-job-return-code
                   by reference ws-run-identity
               display 'COBCHDRC: ack records read   '
                   ws-ack-records-read
               display 'COBCHDRC: feeds acknowledged '
                   ws-feeds-acknowledged
               display 'COBCHDRC: keys rejected      '
                   ws-keys-rejected
               display 'Ending: cobchdrc.cbl'.

      *--- a count mismatch or an overdue feed means downstream may ----
      *--- not hold what we sent; rejected keys are already queued -----
      *--- for the next cycle ----------------------------------------------
       J-Set-Job-Return-Code Section.
               evaluate true
                   when ws-count-mismatches > zero
                       or ws-feeds-overdue > zero
                       move 8 to return-code
                   when ws-keys-rejected > zero
                       or ws-unknown-acks > zero
                       or ws-ack-records-ignored > zero
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.

       F-Read-Ack-Record Section.
               read ack-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-ack-status not = '00'
                           and ws-ack-status not = '10'
                           display 'COBCHDRC: read failure on '
                               'COBCHDAK, status ' ws-ack-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-ack-records-read
               end-read.

       F2-Read-Sent-Log-Record Section.
               read sent-log-file
                   at end
                       move 'Y' to ws-sent-log-eof-switch
                   not at end
                       if ws-sent-log-status not = '00'
                           and ws-sent-log-status not = '10'
                           display 'COBCHDRC: read failure on '
                               'COBCHDSL, status ' ws-sent-log-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-feeds-on-log
               end-read.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHDRC DELTA FEED ACKNOWLEDGMENT RECONCILIATION'
                   to report-line
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               string '  OVERDUE AFTER  : ' delimited by size
                   ws-overdue-days delimited by size
                   ' DAYS' delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               write report-line.

       G2-Write-Feed-Line Section.
               move spaces to report-line
               string '  FEED ' delimited by size
                   ack-feed-date delimited by size
                   '  SENT ' delimited by size
                   ws-feed-record-count(ws-current-feed)
                       delimited by size
                   '  RECEIVED ' delimited by size
                   ack-record-count delimited by size
                   into report-line
               end-string
               write report-line.

       G2A-Write-Mismatch-Line Section.
               move spaces to report-line
               string '      *** COUNT DOES NOT MATCH OUR TRAILER ***'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G2B-Write-Rejected-Key-Line Section.
               move spaces to report-line
               string '      KEY [' delimited by size
                   ack-key delimited by size
                   ']  REJECTED ' delimited by size
                   ack-reject-reason delimited by size
                   into report-line
               end-string
               write report-line.

       G2C-Write-Unknown-Feed-Line Section.
               move spaces to report-line
               string '  FEED ' delimited by size
                   ack-feed-date delimited by size
                   '  *** NO UNANSWERED FEED SENT FOR THIS DATE ***'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G2D-Write-Ignored-Line Section.
               move spaces to report-line
               string '  ACK RECORD ' delimited by size
                   ws-ack-records-read delimited by size
                   '  *** NOT RECOGNISED - IGNORED ***'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G3-Write-Overdue-Heading Section.
               move spaces to report-line
               write report-line
               move 'FEEDS WITH NO ACKNOWLEDGMENT' to report-line
               write report-line
               move spaces to report-line
               write report-line.

       G3A-Write-Overdue-Line Section.
               move spaces to report-line
               string '  FEED ' delimited by size
                   ws-feed-date(ws-feed-index) delimited by size
                   '  SENT ' delimited by size
                   ws-feed-sent-time(ws-feed-index) delimited by size
                   '  *** OVERDUE ' delimited by size
                   ws-feed-age-days delimited by size
                   ' DAYS ***' delimited by size
                   into report-line
               end-string
               write report-line.

       G4-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               string '  ACK RECORDS READ         : ' delimited by size
                   ws-ack-records-read delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  FEEDS ON SENT LOG        : ' delimited by size
                   ws-feeds-on-log delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  FEEDS ACKNOWLEDGED       : ' delimited by size
                   ws-feeds-acknowledged delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  COUNT MISMATCHES         : ' delimited by size
                   ws-count-mismatches delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS ACCEPTED            : ' delimited by size
                   ws-keys-accepted delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS REJECTED, REQUEUED  : ' delimited by size
                   ws-keys-rejected delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  ACKS FOR UNKNOWN FEEDS   : ' delimited by size
                   ws-unknown-acks delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  ACK RECORDS IGNORED      : ' delimited by size
                   ws-ack-records-ignored delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  FEEDS OVERDUE            : ' delimited by size
                   ws-feeds-overdue delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  FEEDS STILL WITHIN DAYS  : ' delimited by size
                   ws-feeds-awaiting delimited by size
                   into report-line
               end-string
               write report-line.
