cobasx*
       identification division.
       program-id. cobchasx.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "COBCHMST"
               organization is indexed
               access mode is dynamic
               record key is mr-key
               alternate record key is sp-tag with duplicates
               file status is ws-master-status.
           select journal-file assign to "COBCHJRN"
               organization is sequential
               file status is ws-journal-status.
           select extract-file assign to "COBCHASX"
               organization is sequential
               file status is ws-extract-status.
           select report-file assign to "COBCHASR"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  master-file
           record contains 90 characters.
           copy mstrrec.
       fd  journal-file
           record contains 160 characters.
       copy jrnlrec.
       fd  extract-file
           record contains 90 characters.
       01 extract-record pic x(90).
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       copy asoparm.
       01 ws-master-status pic x(2) value spaces.
       01 ws-journal-status pic x(2) value spaces.
       01 ws-extract-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-master value 'Y'.
       01 ws-journal-eof-switch pic x value 'N'.
           88 ws-end-of-journal value 'Y'.
      *--- PARM: the as-of business date, then K with a from and to ---
      *--- key, or T with an SP-TAG prefix, or nothing for the whole ---
      *--- file.  A tag group is judged on the tag as it stood on the --
      *--- date, not today's ---------------------------------------------
       01 ws-as-of-parm.
           05 ws-as-of-date pic x(8).
           05 ws-as-of-date-number redefines ws-as-of-date pic 9(8).
           05 ws-select-type pic x(1).
               88 ws-select-all value ' '.
               88 ws-select-keys value 'K'.
               88 ws-select-tag value 'T'.
           05 ws-select-from pic x(10).
           05 ws-select-to pic x(10).
       01 ws-tag-prefix-length pic 9(2) value zero.
       01 ws-tag-scan pic 9(2) value zero.
       01 ws-business-date pic x(8) value spaces.
       01 ws-history-retained-from pic x(8) value spaces.
      *--- the first COBCHJRN before-image cut for each key after the --
      *--- date, kept in key order so it merges with the master.  The --
      *--- journal is in time order, so the first image met for a key --
      *--- is the one kept --------------------------------------------------
       01 ws-max-journal-keys pic 9(5) value 10000.
       01 ws-journal-count pic 9(5) value zero.
       01 ws-journal-next pic 9(5) value zero.
       01 ws-insert-index pic 9(5) value zero.
       01 ws-shift-index pic 9(5) value zero.
       01 ws-slot-switch pic x value 'N'.
           88 ws-slot-found value 'Y'.
       01 ws-duplicate-switch pic x value 'N'.
           88 ws-key-already-kept value 'Y'.
       01 ws-journal-table.
           05 ws-journal-entry occurs 10000 times.
               10 ws-jrn-key pic x(10).
               10 ws-jrn-date pic x(8).
               10 ws-jrn-image pic x(90).
      *--- merge keys: high-values once a side runs out ------------------
       01 ws-master-key-now pic x(10) value spaces.
       01 ws-journal-key-now pic x(10) value spaces.
       01 ws-records-read pic 9(9) value zero.
       01 ws-journal-read pic 9(9) value zero.
       01 ws-keys-examined pic 9(9) value zero.
       01 ws-records-extracted pic 9(9) value zero.
       01 ws-keys-unchanged pic 9(9) value zero.
       01 ws-keys-from-journal pic 9(9) value zero.
       01 ws-keys-from-history pic 9(9) value zero.
       01 ws-keys-not-on-file pic 9(9) value zero.
       01 ws-keys-outside-tag pic 9(9) value zero.
       01 ws-keys-archived pic 9(9) value zero.
       01 ws-close-return-code pic 9(4) value zero.
       01 ws-job-name pic x(8) value 'cobchasx'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- these steps carry no journal run identity; the run-control --
      *--- log shows them with a blank identity --------------------------
       01 ws-run-identity pic x(8) value spaces.
       procedure division.
      *--- COBCHMST as it stood at the close of a past business day, --
      *--- in the COBCHEXT layout: each key is worked back from the ----
      *--- current master through its COBCHJRN before-images and -------
      *--- COBCHAUX history by cobchaso.  Keys purged since the date ---
      *--- come from their journal images.  A key whose history has ----
      *--- been archived past the date is listed on COBCHASR and left --
      *--- off the extract rather than shown with today's value ----------
       A-Main Section.
               display 'Starting: cobchasx.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHASX: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               move spaces to ws-as-of-parm
               accept ws-as-of-parm from command-line
               perform B1-Check-Parm
               perform B-Initialize
               perform F-Load-Journal-Table
               perform C-Process-Next-Key
                   until ws-end-of-master
                       and ws-journal-next > ws-journal-count
               perform D-Terminate
               goback.

       B1-Check-Parm Section.
               call 'cobchpdt' using
                   by reference ws-business-date
               if ws-as-of-date is not numeric
                   display 'COBCHASX: as-of date [' ws-as-of-date
                       '] is not a valid yyyymmdd date'
                   move 16 to return-code
                   stop run
               end-if
               if function test-date-yyyymmdd(ws-as-of-date-number)
                   not = 0
                   display 'COBCHASX: as-of date [' ws-as-of-date
                       '] is not a valid yyyymmdd date'
                   move 16 to return-code
                   stop run
               end-if
               if ws-as-of-date > ws-business-date
                   display 'COBCHASX: as-of date ' ws-as-of-date
                       ' is after the business date '
                       ws-business-date
                   move 16 to return-code
                   stop run
               end-if
               evaluate true
                   when ws-select-all
                       continue
                   when ws-select-keys
                       if ws-select-to = spaces
                           move high-values to ws-select-to
                       end-if
                       if ws-select-from > ws-select-to
                           display 'COBCHASX: from key ['
                               ws-select-from '] is after to key ['
                               ws-select-to ']'
                           move 16 to return-code
                           stop run
                       end-if
                   when ws-select-tag
                       move zero to ws-tag-prefix-length
                       perform varying ws-tag-scan from 10 by -1
                           until ws-tag-scan < 1
                               or ws-tag-prefix-length > zero
                           if ws-select-from(ws-tag-scan:1) not = space
                               move ws-tag-scan to ws-tag-prefix-length
                           end-if
                       end-perform
                       if ws-tag-prefix-length = zero
                           display 'COBCHASX: no tag given for a T '
                               'selection'
                           move 16 to return-code
                           stop run
                       end-if
                   when other
                       display 'COBCHASX: selection [' ws-select-type
                           '] is not K, T or blank'
                       move 16 to return-code
                       stop run
               end-evaluate.

       B-Initialize Section.
               open input master-file
               if ws-master-status not = '00'
                   display 'COBCHASX: unable to open COBCHMST, status '
                       ws-master-status
                   move 16 to return-code
                   stop run
               end-if
               open output extract-file
               if ws-extract-status not = '00'
                   display 'COBCHASX: unable to open COBCHASX, status '
                       ws-extract-status
                   move 16 to return-code
                   stop run
               end-if
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHASX: unable to open COBCHASR, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform G1-Write-Report-Heading
               if ws-select-keys
                   move ws-select-from to mr-key
                   start master-file key is not less than mr-key
                       invalid key
                           move 'Y' to ws-eof-switch
                   end-start
               end-if
               perform E-Read-Master-Record.

      *--- keys on both sides are taken together; a journal key with --
      *--- no master record was purged after the date --------------------
       C-Process-Next-Key Section.
               if ws-end-of-master
                   move high-values to ws-master-key-now
               else
                   move mr-key to ws-master-key-now
               end-if
               if ws-journal-next > ws-journal-count
                   move high-values to ws-journal-key-now
               else
                   move ws-jrn-key(ws-journal-next)
                       to ws-journal-key-now
               end-if
               move spaces to ASOPARM-BLOCK
               move ws-as-of-date to ASO-AS-OF-DATE
               if ws-master-key-now not > ws-journal-key-now
                   move ws-master-key-now to ASO-MASTER-KEY
                   move 'Y' to ASO-CURRENT-SWITCH
                   move mstrrec-record to ASO-CURRENT-IMAGE
               else
                   move ws-journal-key-now to ASO-MASTER-KEY
                   move 'N' to ASO-CURRENT-SWITCH
               end-if
               if ws-journal-key-now = ASO-MASTER-KEY
                   move 'Y' to ASO-JOURNAL-SWITCH
                   move ws-jrn-date(ws-journal-next)
                       to ASO-JOURNAL-DATE
                   move ws-jrn-image(ws-journal-next)
                       to ASO-JOURNAL-IMAGE
                   add 1 to ws-journal-next
               else
                   move 'N' to ASO-JOURNAL-SWITCH
               end-if
               call 'cobchaso' using
                   by reference ASOPARM-BLOCK
               move ASO-HISTORY-RETAINED-FROM
                   to ws-history-retained-from
               perform C1-Write-As-Of-Record
               if ASO-CURRENT-ON-FILE
                   perform E-Read-Master-Record
               end-if.

      *--- an archived key purged since has no tag left to select ----
      *--- on, so it is listed whatever tag group was asked for ---------
       C1-Write-As-Of-Record Section.
               add 1 to ws-keys-examined
               evaluate true
                   when ASO-RESULT-NOT-ON-FILE
                       add 1 to ws-keys-not-on-file
                   when ASO-RESULT-ARCHIVED
                       and ASO-RESULT-TAG = spaces
                       add 1 to ws-keys-archived
                       perform G2-Write-Archived-Line
                   when ws-select-tag
                       and ASO-RESULT-TAG(1:ws-tag-prefix-length)
                           not = ws-select-from(1:ws-tag-prefix-length)
                       add 1 to ws-keys-outside-tag
                   when ASO-RESULT-ARCHIVED
                       add 1 to ws-keys-archived
                       perform G2-Write-Archived-Line
                   when other
                       perform C2-Write-Extract-Record
               end-evaluate.

       C2-Write-Extract-Record Section.
               move ASO-RESULT-IMAGE to extract-record
               write extract-record
               if ws-extract-status not = '00'
                   display 'COBCHASX: write to COBCHASX failed, '
                       'status ' ws-extract-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-records-extracted
               evaluate true
                   when ASO-RESULT-FROM-JOURNAL
                       add 1 to ws-keys-from-journal
                   when ASO-RESULT-FROM-HISTORY
                       add 1 to ws-keys-from-history
                   when other
                       add 1 to ws-keys-unchanged
               end-evaluate.

       D-Terminate Section.
               close master-file
               close extract-file
               call 'cobchasc' using
                   by reference ws-close-return-code
               perform G3-Write-Total-Lines
               close report-file
               perform J-Set-Job-Return-Code
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-job-name
                   by reference ws-keys-examined
                   by reference ws-records-extracted
                   by reference ws-job-return-code
                   by reference ws-run-identity
               display 'COBCHASX: as of ' ws-as-of-date
               display 'COBCHASX: keys examined     ' ws-keys-examined
               display 'COBCHASX: records extracted '
                   ws-records-extracted
               display 'COBCHASX: history archived  ' ws-keys-archived
               display 'Ending: cobchasx.cbl'.

      *--- an archived key is a gap in what was asked for: the step ----
      *--- ends RC 4 so the gap is seen ------------------------------------
       J-Set-Job-Return-Code Section.
               if ws-keys-archived > zero
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if.

      *--- sequential access on the indexed file returns records in ---
      *--- ascending MR-KEY order, so the flat file is in key order; ---
      *--- a key range stops at the to key -------------------------------
       E-Read-Master-Record Section.
               if not ws-end-of-master
                   read master-file next
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           if ws-master-status not = '00'
                               display 'COBCHASX: read failure on '
                                   'COBCHMST, status ' ws-master-status
                               move 16 to return-code
                               stop run
                           end-if
                           if ws-select-keys
                               and mr-key > ws-select-to
                               move 'Y' to ws-eof-switch
                           else
                               add 1 to ws-records-read
                           end-if
                   end-read
               end-if.

      *--- only images cut after the date matter; a missing journal ----
      *--- leaves the audit history to do the work alone -----------------
       F-Load-Journal-Table Section.
               move 1 to ws-journal-next
               open input journal-file
               evaluate ws-journal-status
                   when '00'
                       perform F1-Read-Journal-Record
                       perform F2-Keep-Journal-Image
                           until ws-end-of-journal
                       close journal-file
                   when '35'
                       display 'COBCHASX: no COBCHJRN - rebuilding '
                           'from audit history alone'
                   when other
                       display 'COBCHASX: unable to open COBCHJRN, '
                           'status ' ws-journal-status
                       move 16 to return-code
                       stop run
               end-evaluate.

       F1-Read-Journal-Record Section.
               read journal-file
                   at end
                       move 'Y' to ws-journal-eof-switch
                   not at end
                       if ws-journal-status not = '00'
                           and ws-journal-status not = '10'
                           display 'COBCHASX: read failure on '
                               'COBCHJRN, status ' ws-journal-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-journal-read
               end-read.

       F2-Keep-Journal-Image Section.
               if jrn-business-date > ws-as-of-date
                   if not ws-select-keys
                       perform F3-Insert-Journal-Entry
                   else
                       if jrn-key not < ws-select-from
                           and jrn-key not > ws-select-to
                           perform F3-Insert-Journal-Entry
                       end-if
                   end-if
               end-if
               perform F1-Read-Journal-Record.

      *--- the slot is found by stepping back from the end of the ------
      *--- table; a key already held keeps its earlier image -------------
       F3-Insert-Journal-Entry Section.
               move 'N' to ws-slot-switch
               move 'N' to ws-duplicate-switch
               move ws-journal-count to ws-insert-index
               perform F4-Step-Back-One-Entry
                   until ws-slot-found
               if not ws-key-already-kept
                   if ws-journal-count >= ws-max-journal-keys
                       display 'COBCHASX: more than '
                           ws-max-journal-keys
                           ' keys journalled since the date - '
                           'narrow the key range'
                       move 16 to return-code
                       stop run
                   end-if
                   perform varying ws-shift-index
                       from ws-journal-count by -1
                       until ws-shift-index <= ws-insert-index
                       move ws-journal-entry(ws-shift-index)
                           to ws-journal-entry(ws-shift-index + 1)
                   end-perform
                   add 1 to ws-journal-count
                   add 1 to ws-insert-index
                   move jrn-key to ws-jrn-key(ws-insert-index)
                   move jrn-business-date
                       to ws-jrn-date(ws-insert-index)
                   move jrn-prior-record
                       to ws-jrn-image(ws-insert-index)
               end-if.

       F4-Step-Back-One-Entry Section.
               evaluate true
                   when ws-insert-index = zero
                       set ws-slot-found to true
                   when ws-jrn-key(ws-insert-index) < jrn-key
                       set ws-slot-found to true
                   when ws-jrn-key(ws-insert-index) = jrn-key
                       set ws-slot-found to true
                       set ws-key-already-kept to true
                   when other
                       subtract 1 from ws-insert-index
               end-evaluate.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHASX AS-OF EXTRACT' to report-line
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               string 'AS OF DATE ' delimited by size
                   ws-as-of-date delimited by size
                   '  (CLOSE OF BUSINESS)' delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               evaluate true
                   when ws-select-keys
                       string 'SELECTION  KEYS ' delimited by size
                           ws-select-from delimited by size
                           ' TO ' delimited by size
                           ws-select-to delimited by size
                           into report-line
                       end-string
                   when ws-select-tag
                       string 'SELECTION  TAG GROUP ' delimited by size
                           ws-select-from delimited by size
                           into report-line
                       end-string
                   when other
                       move 'SELECTION  WHOLE FILE' to report-line
               end-evaluate
               write report-line
               move spaces to report-line
               write report-line
               move 'KEYS WHOSE HISTORY IS ARCHIVED - NOT EXTRACTED'
                   to report-line
               write report-line.

       G2-Write-Archived-Line Section.
               move spaces to report-line
               string '  KEY ' delimited by size
                   ASO-MASTER-KEY delimited by size
                   '  TAG NOW ' delimited by size
                   ASO-RESULT-TAG delimited by size
                   '  CHANGED SINCE ' delimited by size
                   ws-as-of-date delimited by size
                   into report-line
               end-string
               write report-line.

       G3-Write-Total-Lines Section.
               if ws-keys-archived = zero
                   move '  (none)' to report-line
                   write report-line
               end-if
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               if ws-history-retained-from = spaces
                   move '  HISTORY RETAINED FROM    : NOTHING ARCHIVED'
                       to report-line
               else
                   string '  HISTORY RETAINED FROM    : '
                           delimited by size
                       ws-history-retained-from delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               string '  KEYS EXAMINED            : ' delimited by size
                   ws-keys-examined delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RECORDS EXTRACTED        : ' delimited by size
                   ws-records-extracted delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '    UNCHANGED SINCE DATE   : ' delimited by size
                   ws-keys-unchanged delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '    REBUILT FROM JOURNAL   : ' delimited by size
                   ws-keys-from-journal delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '    REBUILT FROM HISTORY   : ' delimited by size
                   ws-keys-from-history delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  NOT ON FILE AS OF DATE   : ' delimited by size
                   ws-keys-not-on-file delimited by size
                   into report-line
               end-string
               write report-line
               if ws-select-tag
                   move spaces to report-line
                   string '  OUTSIDE TAG GROUP        : '
                           delimited by size
                       ws-keys-outside-tag delimited by size
                       into report-line
                   end-string
                   write report-line
               end-if
               move spaces to report-line
               string '  HISTORY ARCHIVED         : ' delimited by size
                   ws-keys-archived delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               if ws-keys-archived = zero
                   move '  STATUS: EVERY KEY REBUILT' to report-line
               else
                   move '  STATUS: *** KEYS NOT REBUILT - SEE ABOVE ***'
                       to report-line
               end-if
               write report-line.
