cobpen*
       identification division.
       program-id. cobchpen.
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
       data division.
       file section.
       fd  master-file
           record contains 90 characters.
           copy mstrrec.
       fd  pending-file
           record contains 120 characters.
       copy pndrec.
       working-storage section.
       01 ws-master-status pic x(2) value spaces.
       01 ws-pending-status pic x(2) value spaces.
       01 ws-done-switch pic x value 'N'.
           88 ws-operator-done value 'Y'.
       01 ws-paging-switch pic x value 'N'.
           88 ws-stop-paging value 'Y'.
       01 ws-list-eof-switch pic x value 'N'.
           88 ws-end-of-list value 'Y'.
       01 ws-sequence-eof-switch pic x value 'N'.
           88 ws-end-of-sequence value 'Y'.
       01 ws-action pic x value space.
       01 ws-confirm pic x value space.
      *--- the request as it stood when the operator was shown it; ----
      *--- COBCHPAP may apply it while the cancel waits on CONFIRM -----
       01 ws-request-as-read pic x(120) value spaces.
       01 ws-reply pic x value space.
       01 ws-page-lines pic 9(2) value zero.
       01 ws-business-date pic x(8) value spaces.
      *--- request fields as the operator keys them --------------------
       01 ws-request-key pic x(10) value spaces.
       01 ws-request-chain pic x(10) value spaces.
       01 ws-request-date pic x(8) value spaces.
       01 ws-request-date-number redefines ws-request-date pic 9(8).
       01 ws-request-sequence pic x(3) value spaces.
       01 ws-request-sequence-n redefines ws-request-sequence
           pic 9(3).
       01 ws-next-sequence pic 9(3) value zero.
       01 ws-requests-listed pic 9(4) value zero.
       01 ws-requests-hidden pic 9(4) value zero.
      *--- chain work area, checked by cobchchn the way COBCHDRV ------
      *--- checks a rule's chain -------------------------------------------
       01 ws-work-chain.
           05 ws-work-chain-code occurs 5 times pic x(2).
       01 ws-work-step-count pic 9 value zero.
       01 ws-chain-valid-switch pic x value 'N'.
           88 ws-chain-is-valid value 'Y'.
      *--- sign-on and the authority checks are cobchsgn's, as for ----
      *--- COBCHINQ.  Adding or cancelling a request needs change -----
      *--- authority over the key's tag group, listing one needs ------
      *--- view authority ---------------------------------------------------
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
       procedure division.
      *--- entry of effective-dated change requests on COBCHPND: the --
      *--- operator adds a CHGFUNC chain against a master key to take --
      *--- effect on a business date, lists what is on file, or --------
      *--- cancels a request still pending.  Nothing here touches ------
      *--- COBCHMST: the nightly COBCHPAP applies the requests ----------
       A-Main Section.
               display 'Starting: cobchpen.cbl'
               call 'cobchsgn' using
                   by reference ws-operator-id
                   by reference ws-sign-on-return-code
               if ws-sign-on-return-code not = zero
                   display 'COBCHPEN: session refused, sign-on RC '
                       ws-sign-on-return-code
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchpdt' using
                   by reference ws-business-date
               open input master-file
               if ws-master-status not = '00'
                   display 'COBCHPEN: unable to open COBCHMST, status '
                       ws-master-status
                   move 16 to return-code
                   stop run
               end-if
               open i-o pending-file
               if ws-pending-status = '35'
                   open output pending-file
                   close pending-file
                   open i-o pending-file
               end-if
               if ws-pending-status not = '00'
                   display 'COBCHPEN: unable to open COBCHPND, status '
                       ws-pending-status
                   move 16 to return-code
                   stop run
               end-if
               display 'BUSINESS DATE ' ws-business-date
               perform B-Prompt-For-Action
                   until ws-operator-done
               close pending-file
               close master-file
               move 0 to return-code
               display 'Ending: cobchpen.cbl'
               goback.

       B-Prompt-For-Action Section.
               display ' '
               display 'A = ADD REQUEST, L = LIST REQUESTS, '
                   'C = CANCEL REQUEST, Q = QUIT:'
               accept ws-action
               evaluate function upper-case(ws-action)
                   when 'A'
                       perform C-Add-Request
                   when 'L'
                       perform L-List-Requests
                   when 'C'
                       perform K-Cancel-Request
                   when 'Q'
                   when ' '
                       set ws-operator-done to true
                   when other
                       display 'UNRECOGNIZED ACTION [' ws-action ']'
               end-evaluate.

      *--- a request can only be made against a key on file whose -----
      *--- tag group the operator may change.  A held record may -------
      *--- still be given a request: it stays pending until the --------
      *--- record is released --------------------------------------------
       C-Add-Request Section.
               display 'MASTER KEY:'
               accept ws-request-key
               move ws-request-key to mr-key
               read master-file
                   invalid key
                       display 'KEY [' ws-request-key
                           '] NOT ON MASTER FILE'
                   not invalid key
                       perform C1-Check-Add-Authority
               end-read.

       C1-Check-Add-Authority Section.
               move sp-tag of mr-change-field to ws-check-tag
               set ws-check-change to true
               perform U-Check-Authority
               evaluate true
                   when not ws-operator-authorized
                       display 'KEY [' ws-request-key
                           '] IS OUTSIDE YOUR TAG GROUPS FOR CHANGE'
                   when MR-STATUS-RETIRED
                       display 'RECORD IS RETIRED - NO CHANGE CAN BE '
                           'REQUESTED'
                   when other
                       if MR-STATUS-HELD
                           display 'RECORD IS ON HOLD - THE REQUEST '
                               'WAITS UNTIL IT IS RELEASED'
                       end-if
                       perform C2-Prompt-Request-Fields
               end-evaluate.

      *--- the effective date may be today's business date, in which ---
      *--- case tonight's COBCHPAP applies it, but never earlier ----------
       C2-Prompt-Request-Fields Section.
               display 'FUNCTION CHAIN (UP TO FIVE CODES 00-05, '
                   'E.G. 0102):'
               accept ws-request-chain
               move ws-request-chain to ws-work-chain
               call 'cobchchn' using
                   by reference ws-work-chain
                   by reference ws-work-step-count
                   by reference ws-chain-valid-switch
               if not ws-chain-is-valid
                   display 'INVALID FUNCTION CHAIN [' ws-request-chain
                       ']'
               else
                   display 'EFFECTIVE DATE (YYYYMMDD):'
                   accept ws-request-date
                   evaluate true
                       when ws-request-date is not numeric
                           display 'INVALID DATE [' ws-request-date ']'
                       when function test-date-yyyymmdd
                               (ws-request-date-number) not = 0
                           display 'INVALID DATE [' ws-request-date ']'
                       when ws-request-date < ws-business-date
                           display 'DATE [' ws-request-date
                               '] IS BEFORE THE BUSINESS DATE '
                               ws-business-date
                       when other
                           display 'REQUEST CHAIN [' ws-request-chain
                               '] FOR KEY [' ws-request-key
                               '] EFFECTIVE ' ws-request-date
                           display 'CONFIRM (Y/N):'
                           accept ws-confirm
                           if function upper-case(ws-confirm) = 'Y'
                               perform C3-Write-Request
                           else
                               display 'REQUEST NOT ADDED'
                           end-if
                   end-evaluate
               end-if.

       C3-Write-Request Section.
               perform C4-Find-Next-Sequence
               if ws-next-sequence = zero
                   display 'NO SEQUENCE LEFT FOR KEY [' ws-request-key
                       '] ON ' ws-request-date ' - REQUEST NOT ADDED'
               else
                   move spaces to pending-change-record
                   move ws-request-key to pnd-master-key
                   move ws-request-date to pnd-effective-date
                   move ws-next-sequence to pnd-sequence
                   move ws-request-chain to pnd-function-chain
                   set PND-PENDING to true
                   move ws-operator-id to pnd-requested-by
                   move function current-date(1:14)
                       to pnd-requested-time
                   write pending-change-record
                       invalid key
                           display 'REQUEST NOT ADDED, STATUS '
                               ws-pending-status
                       not invalid key
                           display 'REQUEST ADDED: KEY ['
                               pnd-master-key '] EFFECTIVE '
                               pnd-effective-date ' SEQUENCE '
                               pnd-sequence
                   end-write
               end-if.

      *--- the next sequence for the key and date is one past the -----
      *--- highest on file; zero comes back when 999 are used ------------
       C4-Find-Next-Sequence Section.
               move 1 to ws-next-sequence
               move 'N' to ws-sequence-eof-switch
               move ws-request-key to pnd-master-key
               move ws-request-date to pnd-effective-date
               move zero to pnd-sequence
               start pending-file key is not less than pnd-key
                   invalid key
                       set ws-end-of-sequence to true
               end-start
               perform C5-Read-Sequence-Record
                   until ws-end-of-sequence.

       C5-Read-Sequence-Record Section.
               read pending-file next
                   at end
                       set ws-end-of-sequence to true
                   not at end
                       if ws-pending-status not = '00'
                           and ws-pending-status not = '10'
                           display 'COBCHPEN: read failure on '
                               'COBCHPND, status ' ws-pending-status
                           move 16 to return-code
                           stop run
                       end-if
                       if pnd-master-key not = ws-request-key
                           or pnd-effective-date not = ws-request-date
                           set ws-end-of-sequence to true
                       else
                           if pnd-sequence >= 999
                               move zero to ws-next-sequence
                           else
                               compute ws-next-sequence =
                                   pnd-sequence + 1
                           end-if
                       end-if
               end-read.

      *--- one key lists every request it has ever had; a blank key ---
      *--- lists every request still pending.  Requests on keys -------
      *--- outside the operator's view grants are counted, not listed --
       L-List-Requests Section.
               display 'MASTER KEY (BLANK FOR ALL PENDING):'
               accept ws-request-key
               move zero to ws-requests-listed
               move zero to ws-requests-hidden
               move zero to ws-page-lines
               move 'N' to ws-paging-switch
               move 'N' to ws-list-eof-switch
               move low-values to pnd-key
               if ws-request-key not = spaces
                   move ws-request-key to pnd-master-key
               end-if
               start pending-file key is not less than pnd-key
                   invalid key
                       set ws-end-of-list to true
               end-start
               perform L1-Read-List-Record
               perform L2-List-One-Request
                   until ws-end-of-list or ws-stop-paging
               if ws-requests-listed = zero
                   display '  (no requests)'
               end-if
               if ws-requests-hidden > zero
                   display '  (' ws-requests-hidden ' REQUESTS OUTSIDE '
                       'YOUR TAG GROUPS NOT SHOWN)'
               end-if.

       L1-Read-List-Record Section.
               if not ws-end-of-list
                   read pending-file next
                       at end
                           set ws-end-of-list to true
                       not at end
                           if ws-pending-status not = '00'
                               and ws-pending-status not = '10'
                               display 'COBCHPEN: read failure on '
                                   'COBCHPND, status ' ws-pending-status
                               move 16 to return-code
                               stop run
                           end-if
                           if ws-request-key not = spaces
                               and pnd-master-key not = ws-request-key
                               set ws-end-of-list to true
                           end-if
                   end-read
               end-if.

       L2-List-One-Request Section.
               if ws-request-key not = spaces
                   or PND-PENDING
                   perform L3-Find-Request-Tag
                   set ws-check-view to true
                   perform U-Check-Authority
                   if ws-operator-authorized
                       perform L4-Display-One-Request
                   else
                       add 1 to ws-requests-hidden
                   end-if
               end-if
               perform L1-Read-List-Record.

      *--- a request's tag group is its key's tag as the master -------
      *--- stands now; a key gone from the master has no tag, which ---
      *--- only a '*' grant covers ------------------------------------------
       L3-Find-Request-Tag Section.
               move pnd-master-key to mr-key
               read master-file
                   invalid key
                       move spaces to ws-check-tag
                   not invalid key
                       move sp-tag of mr-change-field to ws-check-tag
               end-read.

       L4-Display-One-Request Section.
               add 1 to ws-requests-listed
               display '  KEY [' pnd-master-key '] EFF '
                   pnd-effective-date ' SEQ ' pnd-sequence
                   ' CHAIN [' pnd-function-chain '] STATUS '
                   pnd-status ' BY ' pnd-requested-by
               if pnd-reason not = spaces
                   display '      REASON [' pnd-reason '] LAST TRIED '
                       pnd-last-attempt-date
               end-if
               if PND-APPLIED
                   display '      APPLIED ' pnd-action-date
               end-if
               if PND-CANCELLED
                   display '      CANCELLED ' pnd-action-date ' BY '
                       pnd-action-by
               end-if
               add 1 to ws-page-lines
               if ws-page-lines >= 10
                   move zero to ws-page-lines
                   display 'PRESS ENTER FOR MORE, Q TO QUIT:'
                   accept ws-reply
                   if function upper-case(ws-reply) = 'Q'
                       set ws-stop-paging to true
                   end-if
               end-if.

      *--- only a pending request can be cancelled, and only by an ----
      *--- operator who may change the key's tag group; the request ---
      *--- stays on file marked cancelled ----------------------------------
       K-Cancel-Request Section.
               display 'MASTER KEY:'
               accept ws-request-key
               display 'EFFECTIVE DATE (YYYYMMDD):'
               accept ws-request-date
               display 'SEQUENCE:'
               accept ws-request-sequence
               if ws-request-sequence is not numeric
                   display 'INVALID SEQUENCE [' ws-request-sequence ']'
               else
                   move ws-request-key to pnd-master-key
                   move ws-request-date to pnd-effective-date
                   move ws-request-sequence-n to pnd-sequence
                   read pending-file
                       invalid key
                           display 'NO SUCH REQUEST ON COBCHPND'
                       not invalid key
                           perform K1-Check-And-Cancel
                   end-read
               end-if.

       K1-Check-And-Cancel Section.
               perform L3-Find-Request-Tag
               set ws-check-change to true
               perform U-Check-Authority
               evaluate true
                   when not PND-PENDING
                       display 'REQUEST IS NOT PENDING - STATUS ['
                           pnd-status ']'
                   when not ws-operator-authorized
                       display 'KEY [' pnd-master-key
                           '] IS OUTSIDE YOUR TAG GROUPS FOR CHANGE'
                   when other
                       display 'CANCEL CHAIN [' pnd-function-chain
                           '] FOR KEY [' pnd-master-key '] EFFECTIVE '
                           pnd-effective-date
                       move pending-change-record to ws-request-as-read
                       display 'CONFIRM (Y/N):'
                       accept ws-confirm
                       if function upper-case(ws-confirm) = 'Y'
                           perform K2-Check-And-Rewrite
                       else
                           display 'REQUEST NOT CANCELLED'
                       end-if
               end-evaluate.

      *--- read again before the rewrite: a request COBCHPAP applied --
      *--- or another session changed while the operator confirmed -----
      *--- is left as it now stands ------------------------------------------
       K2-Check-And-Rewrite Section.
               read pending-file
                   invalid key
                       display 'REQUEST NO LONGER ON COBCHPND - '
                           'NOT CANCELLED'
                   not invalid key
                       if pending-change-record = ws-request-as-read
                           set PND-CANCELLED to true
                           move ws-business-date to pnd-action-date
                           move ws-operator-id to pnd-action-by
                           rewrite pending-change-record
                               invalid key
                                   display 'REQUEST NOT CANCELLED, '
                                       'STATUS ' ws-pending-status
                               not invalid key
                                   display 'REQUEST CANCELLED'
                           end-rewrite
                       else
                           display 'REQUEST CHANGED BY ANOTHER '
                               'PROCESS - STATUS [' pnd-status
                               '] - NOT CANCELLED'
                       end-if
               end-read.

      *--- the operator holds an authority on a tag when any of -------
      *--- their COBCHAUT grants covering it allows it ---------------------
       U-Check-Authority Section.
               call 'cobchsga' using
                   by reference ws-check-tag
                   by reference ws-check-action
                   by reference ws-authorized-switch.
