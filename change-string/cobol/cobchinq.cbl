               access mode is dynamic
               record key is audh-key
               file status is ws-history-status.
           select journal-file assign to "COBCHJRN"
               organization is sequential
               file status is ws-journal-status.
       data division.
       file section.
       fd  master-file
           record contains 90 characters.
           copy mstrrec.
       fd  history-file
           record contains 205 characters.
       copy audhrec.
       fd  journal-file
           record contains 160 characters.
       copy jrnlrec.
       working-storage section.
       copy chgrtncd.
       copy asoparm.
       copy chgfunc replacing ==CHGFUNC-CODE== by
           ==ws-function-code==.
       01 ws-master-status pic x(2) value spaces.
       01 ws-history-status pic x(2) value spaces.
       01 ws-history-eof-switch pic x value 'N'.
           88 ws-end-of-history value 'Y'.
       01 ws-journal-status pic x(2) value spaces.
       01 ws-journal-eof-switch pic x value 'N'.
           88 ws-end-of-journal value 'Y'.
       01 ws-journal-error-switch pic x value 'N'.
           88 ws-journal-unreadable value 'Y'.
       01 ws-done-switch pic x value 'N'.
           88 ws-operator-done value 'Y'.
       01 ws-menu-switch pic x value 'N'.
       01 ws-tag-eof-switch pic x value 'N'.
           88 ws-end-of-tag-group value 'Y'.
       01 ws-tag-matches pic 9(4) value zero.
       01 ws-tag-hidden pic 9(4) value zero.
       01 ws-action pic x value space.
       01 ws-confirm pic x value space.
       01 ws-new-status pic x value space.
       01 ws-reply pic x value space.
      *--- as-of display: the business day whose close is shown --------
       01 ws-as-of-date pic x(8) value spaces.
       01 ws-as-of-date-number redefines ws-as-of-date pic 9(8).
       01 ws-business-date pic x(8) value spaces.
       01 ws-as-of-close-return-code pic 9(4) value zero.
       01 ws-close-return-code pic 9(4) value zero.
       01 ws-journal-close-return-code pic 9(4) value zero.
       01 ws-audit-sequence-number pic 9(9) value zero.
       01 ws-as-read-image pic x(90) value spaces.
      *--- copy of the change field for a status change's audit entry --
       01 ws-unchanged-value pic x(60) value spaces.
      *--- low-values on either side of a history entry mean the ------
      *--- change added or removed the key ---------------------------------
       01 ws-not-on-file-value pic x(60) value low-values.
      *--- per-run identity on journal records: program prefix plus ---
      *--- start time, so one session's rewrites can be backed out -----
       01 ws-run-identity.
      *--- records actually rewritten are journalled, and so the -------
      *--- record buffer can be restored when a change is not applied --
       01 ws-prior-image pic x(90) value spaces.
      *--- sign-on is cobchsgn's: it gives the operator three tries, --
      *--- hands the signed-on id to cobchopr so every audit and ------
      *--- journal record the session cuts carries it, and holds the --
      *--- operator's COBCHAUT grants for the authority checks ---------
       01 ws-operator-id pic x(8) value spaces.
       01 ws-sign-on-return-code pic 9(4) value zero.
      *--- authority test: the tag and the action asked about, and ----
      *--- the answer -------------------------------------------------------
       01 ws-check-tag pic x(10) value spaces.
       01 ws-check-action pic x value space.
           88 ws-check-view value 'V'.
           88 ws-check-change value 'C'.
           88 ws-check-hold value 'H'.
           88 ws-check-release value 'R'.
       01 ws-authorized-switch pic x value 'N'.
           88 ws-operator-authorized value 'Y'.
      *--- this key's audit history, newest last as on the file; ------
      *--- when the table fills the oldest entry is dropped so the ----
      *--- most recent entries are always the ones shown ---------------
           05 ws-history-entry occurs 1000 times.
               10 ws-hist-timestamp pic x(21).
               10 ws-hist-program pic x(8).
               10 ws-hist-operator pic x(8).
               10 ws-hist-original pic x(60).
               10 ws-hist-resulting pic x(60).
               10 ws-hist-return-code pic x(2).
       procedure division.
       A-Main Section.
               display 'Starting: cobchinq.cbl'
               call 'cobchsgn' using
                   by reference ws-operator-id
                   by reference ws-sign-on-return-code
               if ws-sign-on-return-code not = zero
                   display 'COBCHINQ: session refused, sign-on RC '
                       ws-sign-on-return-code
                   move 16 to return-code
                   stop run
               end-if
               move 'IQ' to ws-run-identity-prefix
               move function current-date(9:6) to ws-run-identity-time
               display 'COBCHINQ: run identity [' ws-run-identity
                   '] operator [' ws-operator-id ']'
      *--- the session holds the COBCHLCK interlock for as long as -----
      *--- the file is open i-o, so batch updaters refuse to start -----
      *--- underneath it ---------------------------------------------------
                       display 'KEY [' ws-inquiry-key
                           '] NOT ON MASTER FILE'
                   not invalid key
                       move sp-tag of mr-change-field to ws-check-tag
                       set ws-check-view to true
                       perform U-Check-Authority
                       if ws-operator-authorized
                           move mstrrec-record to ws-as-read-image
                           perform C1-Display-Record
                           move 'N' to ws-menu-switch
                           perform D-Action-Menu
                               until ws-leave-menu
                       else
                           display 'KEY [' ws-inquiry-key
                               '] IS OUTSIDE YOUR TAG GROUPS'
                       end-if
               end-read.

       C1-Display-Record Section.
               display 'KEY     [' mr-key ']'
               display 'SP-TAG  [' SP-TAG of mr-change-field ']'
               display 'SP-BODY [' SP-BODY of mr-change-field ']'
               evaluate true
                   when MR-STATUS-HELD
                       display 'STATUS  [' mr-status '] *** ON HOLD ***'
                   when MR-STATUS-RETIRED
                       display 'STATUS  [' mr-status '] *** RETIRED ***'
                   when other
                       display 'STATUS  [' mr-status ']'
               end-evaluate
               display 'LAST CHANGED [' mr-last-change-time
                   ']  CHANGE COUNT [' mr-change-count ']'.

       D-Action-Menu Section.
               display ' '
               display 'C = CHANGE FIELD, A = AUDIT HISTORY, '
                   'S = SHOW AS OF DATE,'
               display 'H = HOLD, R = RELEASE, Q = NEW KEY:'
               accept ws-action
               evaluate function upper-case(ws-action)
                   when 'C'
                       set ws-check-change to true
                       perform D1-Check-Action-Authority
                       if ws-operator-authorized
                           perform E-Change-Field
                       end-if
                   when 'A'
                       perform F-Show-Audit-History
                   when 'S'
                       perform V-Show-As-Of-Date
                   when 'H'
                       set ws-check-hold to true
                       perform D1-Check-Action-Authority
                       if ws-operator-authorized
                           move 'H' to ws-new-status
                           perform H-Change-Record-Status
                       end-if
                   when 'R'
                       set ws-check-release to true
                       perform D1-Check-Action-Authority
                       if ws-operator-authorized
                           move 'A' to ws-new-status
                           perform H-Change-Record-Status
                       end-if
                   when 'Q'
                   when ' '
                       set ws-leave-menu to true
                       display 'UNRECOGNIZED ACTION [' ws-action ']'
               end-evaluate.

      *--- change, hold and release are each granted separately, -------
      *--- so viewing a record does not imply any of them -----------------
       D1-Check-Action-Authority Section.
               move sp-tag of mr-change-field to ws-check-tag
               perform U-Check-Authority
               if not ws-operator-authorized
                   display 'NOT AUTHORIZED FOR ACTION ['
                       ws-check-action '] ON TAG [' ws-check-tag ']'
               end-if.

      *--- the transformation only runs after the operator confirms: --
      *--- a normal cobchangestr call cuts an audit record, so a ------
      *--- previewed-then-cancelled change would leave an audit -------
      *--- runs of COBCHDRV and COBCHSWP; this screen still applies ---
      *--- for real or not at all.) -------------------------------------
       E-Change-Field Section.
               evaluate true
                   when MR-STATUS-HELD
                       display 'RECORD IS ON HOLD - RELEASE IT BEFORE '
                           'CHANGING'
                   when MR-STATUS-RETIRED
                       display 'RECORD IS RETIRED - IT CANNOT BE '
                           'CHANGED'
                   when other
                       perform E0-Prompt-And-Change
               end-evaluate.

       E0-Prompt-And-Change Section.
               display 'FUNCTION CODE (00-05):'
               accept ws-function-code
               if not CHGFUNC-CODE-IS-VALID
                   display 'INVALID FUNCTION CODE ['
                       end-rewrite
                   end-if
               else
                   if CS-RC-NO-TRANSLATION
                       display 'NO TRANSLATION ON FILE, RC '
                           CS-RETURN-CODE ' - RECORD NOT UPDATED'
                   else
                       display 'TRANSFORMATION FAILED, RC '
                           CS-RETURN-CODE ' - RECORD NOT UPDATED'
                   end-if
                   move ws-prior-image to mstrrec-record
               end-if.

      *--- a record loaded before the stamp fields existed and a -------
      *--- non-numeric count is its never-stamped filler ------------------
       E3-Stamp-Change-Fields Section.
               call 'cobchpdt' using
                   by reference mr-last-change-date
               move function current-date(9:6)
                   to mr-last-change-clock
               if mr-change-count is numeric
                   add 1 to mr-change-count
               else
      *--- hold and release go through the same guards as a field ------
      *--- change: a fresh read is compared with what the operator ------
      *--- saw, and the before-image is journalled ahead of the ---------
      *--- rewrite so a status change can be backed out too.  A ---------
      *--- retired record is frozen until the purge: only COBCHUPD -----
      *--- retires a key, and nothing brings one back ----------------------
       H-Change-Record-Status Section.
               evaluate true
                   when MR-STATUS-RETIRED
                       display 'RECORD IS RETIRED - STATUS NOT CHANGED'
                   when ws-new-status = mr-status
                       display 'RECORD STATUS ALREADY [' mr-status ']'
                   when other
                       perform H0-Check-And-Change-Status
               end-evaluate.

       H0-Check-And-Change-Status Section.
               read master-file
                   invalid key
                       display 'KEY [' mr-key '] NO LONGER ON '
                           'MASTER FILE - STATUS NOT CHANGED'
                   not invalid key
                       if mstrrec-record = ws-as-read-image
                           perform H1-Rewrite-New-Status
                       else
                           display 'RECORD CHANGED BY ANOTHER '
                               'PROCESS - STATUS NOT CHANGED'
                           move mstrrec-record to ws-as-read-image
                           perform C1-Display-Record
                       end-if
               end-read.

       H1-Rewrite-New-Status Section.
               move mstrrec-record to ws-prior-image
                   to ws-hist-timestamp(ws-history-count)
               move audh-calling-program
                   to ws-hist-program(ws-history-count)
               move audh-operator-id
                   to ws-hist-operator(ws-history-count)
               move audh-original-value
                   to ws-hist-original(ws-history-count)
               move audh-resulting-value
               display 'TIME ' ws-hist-timestamp(ws-history-index)(1:14)
                   '  PROGRAM ' ws-hist-program(ws-history-index)
                   '  RC ' ws-hist-return-code(ws-history-index)
               if ws-hist-operator(ws-history-index) not = spaces
                   display '  OPERATOR ' ws-hist-operator
                       (ws-history-index)
               end-if
               if ws-hist-original(ws-history-index)
                       = ws-not-on-file-value
                   display '  OLD (NO RECORD - KEY ADDED)'
               else
                   display '  OLD ['
                       ws-hist-original(ws-history-index) ']'
               end-if
               if ws-hist-resulting(ws-history-index)
                       = ws-not-on-file-value
                   display '  NEW (NO RECORD - KEY REMOVED)'
               else
                   display '  NEW ['
                       ws-hist-resulting(ws-history-index) ']'
               end-if
               add 1 to ws-page-lines
               if ws-page-lines >= 5
                   and ws-history-index > 1
                   end-if
               end-if.

      *--- the record as it stood at the close of a past business ------
      *--- day, rebuilt by cobchaso exactly as the COBCHASX extract -----
      *--- rebuilds it.  The session's own audit and journal writes ----
      *--- are closed first so they count, and the journal is read -----
      *--- from the top for the key's first before-image after the -----
      *--- date ----------------------------------------------------------
       V-Show-As-Of-Date Section.
               call 'cobchpdt' using
                   by reference ws-business-date
               display 'AS OF DATE (YYYYMMDD):'
               accept ws-as-of-date
               evaluate true
                   when ws-as-of-date is not numeric
                       display 'INVALID DATE [' ws-as-of-date ']'
                   when function test-date-yyyymmdd
                           (ws-as-of-date-number) not = 0
                       display 'INVALID DATE [' ws-as-of-date ']'
                   when ws-as-of-date > ws-business-date
                       display 'DATE [' ws-as-of-date
                           '] IS AFTER THE BUSINESS DATE '
                           ws-business-date
                   when other
                       call 'cobchcls' using
                           by reference ws-close-return-code
                       call 'cobchjcl' using
                           by reference ws-journal-close-return-code
                       move spaces to ASOPARM-BLOCK
                       move mr-key to ASO-MASTER-KEY
                       move ws-as-of-date to ASO-AS-OF-DATE
                       move 'Y' to ASO-CURRENT-SWITCH
                       move mstrrec-record to ASO-CURRENT-IMAGE
                       move 'N' to ASO-JOURNAL-SWITCH
                       perform V1-Find-Journal-Image
                       if ws-journal-unreadable
                           display 'AS OF VIEW NOT AVAILABLE - '
                               'COBCHJRN COULD NOT BE READ'
                       else
                           call 'cobchaso' using
                               by reference ASOPARM-BLOCK
                           call 'cobchasc' using
                               by reference ws-as-of-close-return-code
                           perform V3-Display-As-Of-Image
                       end-if
               end-evaluate.

       V1-Find-Journal-Image Section.
               move 'N' to ws-journal-eof-switch
               move 'N' to ws-journal-error-switch
               open input journal-file
               evaluate ws-journal-status
                   when '00'
                       perform V2-Read-Journal-Record
                           until ws-end-of-journal
                       close journal-file
                   when '35'
                       continue
                   when other
                       display 'COBCHINQ: unable to open COBCHJRN, '
                           'status ' ws-journal-status
                       move 'Y' to ws-journal-error-switch
               end-evaluate.

       V2-Read-Journal-Record Section.
               read journal-file
                   at end
                       move 'Y' to ws-journal-eof-switch
                   not at end
                       if ws-journal-status not = '00'
                           and ws-journal-status not = '10'
                           display 'COBCHINQ: read failure on '
                               'COBCHJRN, status ' ws-journal-status
                           move 'Y' to ws-journal-error-switch
                           move 'Y' to ws-journal-eof-switch
                       end-if
                       if jrn-key = mr-key
                           and jrn-business-date > ws-as-of-date
                           and not ws-journal-unreadable
                           move 'Y' to ASO-JOURNAL-SWITCH
                           move jrn-business-date to ASO-JOURNAL-DATE
                           move jrn-prior-record to ASO-JOURNAL-IMAGE
                           move 'Y' to ws-journal-eof-switch
                       end-if
               end-read.

       V3-Display-As-Of-Image Section.
               display ' '
               evaluate true
                   when ASO-RESULT-NOT-ON-FILE
                       display 'KEY [' mr-key '] WAS NOT ON FILE AT '
                           'THE CLOSE OF ' ws-as-of-date
                   when ASO-RESULT-ARCHIVED
                       display 'KEY [' mr-key '] HAS CHANGED SINCE '
                           ws-as-of-date ' AND ITS HISTORY BEFORE '
                           ASO-HISTORY-RETAINED-FROM
                       display 'HAS BEEN ARCHIVED - ITS CONTENT ON '
                           'THAT DATE CANNOT BE SHOWN'
                   when other
                       evaluate true
                           when ASO-RESULT-UNCHANGED
                               display 'AS OF CLOSE OF ' ws-as-of-date
                                   ' - UNCHANGED SINCE'
                           when ASO-RESULT-FROM-JOURNAL
                               display 'AS OF CLOSE OF ' ws-as-of-date
                                   ' - FROM JOURNAL BEFORE-IMAGE'
                           when other
                               display 'AS OF CLOSE OF ' ws-as-of-date
                                   ' - FROM AUDIT HISTORY, STATUS '
                                   'AS KNOWN TODAY'
                       end-evaluate
                       display 'KEY     [' ASO-RESULT-KEY ']'
                       display 'SP-TAG  [' ASO-RESULT-TAG ']'
                       display 'SP-BODY [' ASO-RESULT-BODY ']'
                       display 'STATUS  [' ASO-RESULT-STATUS ']'
                       display 'LAST CHANGED ['
                           ASO-RESULT-LAST-CHANGE-TIME
                           ']  CHANGE COUNT ['
                           ASO-RESULT-CHANGE-COUNT ']'
               end-evaluate.

      *--- the alternate index positions straight at the first record --
      *--- whose SP-TAG is not below the lookup value, so the listing --
      *--- touches only that tag group; the operator then inquires on --
                   display 'NO TAG VALUE GIVEN'
               else
                   move zero to ws-tag-matches
                   move zero to ws-tag-hidden
                   move zero to ws-page-lines
                   move 'N' to ws-tag-eof-switch
                   move 'N' to ws-paging-switch
                   if ws-tag-matches = zero
                       display '  (none)'
                   end-if
                   if ws-tag-hidden > zero
                       display '  (' ws-tag-hidden ' KEYS OUTSIDE YOUR '
                           'TAG GROUPS NOT SHOWN)'
                   end-if
      *--- re-establish MR-KEY as the key of reference so the next -----
      *--- keyed inquiry is unaffected by the tag browse -----------------
                   move low-values to mr-key
                       end-if
               end-read.

      *--- keys the operator may not view are counted, not listed -------
       T2-List-One-Key Section.
               move sp-tag of mr-change-field to ws-check-tag
               set ws-check-view to true
               perform U-Check-Authority
               if ws-operator-authorized
                   perform T3-Display-One-Key
               else
                   add 1 to ws-tag-hidden
               end-if
               perform T1-Read-Tag-Group-Record.

       T3-Display-One-Key Section.
               add 1 to ws-tag-matches
               display '  KEY [' mr-key ']  TAG ['
                   sp-tag of mr-change-field ']'
                   if function upper-case(ws-reply) = 'Q'
                       set ws-stop-paging to true
                   end-if
               end-if.

      *--- the operator holds an authority on a tag when any of -------
      *--- their COBCHAUT grants covering it allows it ---------------------
       U-Check-Authority Section.
               call 'cobchsga' using
                   by reference ws-check-tag
                   by reference ws-check-action
                   by reference ws-authorized-switch.
