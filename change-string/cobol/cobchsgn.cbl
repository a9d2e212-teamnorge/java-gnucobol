cobsub*
       identification division.
       program-id. cobchsgn.
       environment division.
       input-output section.
       file-control.
           select authorization-file assign to "COBCHAUT"
               organization is sequential
               file status is ws-authorization-status.
       data division.
       file section.
       fd  authorization-file
           record contains 80 characters.
       copy autrec.
       working-storage section.
       01 ws-authorization-status pic x(2) value spaces.
       01 ws-authorization-eof-switch pic x value 'N'.
           88 ws-end-of-authorization value 'Y'.
      *--- sign-on: the operator has three tries to give an id and -----
      *--- password matching an active COBCHAUT operator record, then --
      *--- the session is refused.  The signed-on id is handed to ------
      *--- cobchopr so every audit and journal record the session ------
      *--- cuts carries it ------------------------------------------------
       01 ws-operator-id pic x(8) value spaces.
       01 ws-password pic x(8) value spaces.
       01 ws-operator-name pic x(30) value spaces.
       01 ws-operator-password pic x(8) value spaces.
       01 ws-operator-status pic x value space.
           88 ws-operator-active value 'A'.
       01 ws-operator-found-switch pic x value 'N'.
           88 ws-operator-found value 'Y'.
       01 ws-signed-on-switch pic x value 'N'.
           88 ws-operator-signed-on value 'Y'.
       01 ws-sign-on-attempts pic 9 value zero.
       01 ws-max-sign-on-attempts pic 9 value 3.
       01 ws-operator-set pic x value 'S'.
      *--- the signed-on operator's COBCHAUT grants, held for the life -
      *--- of the run unit.  A prefix length of zero is a '*' grant ----
      *--- covering every tag ---------------------------------------------
       01 ws-max-grants pic 9(3) value 100.
       01 ws-grant-count pic 9(3) value zero.
       01 ws-grant-index pic 9(3) value zero.
       01 ws-tag-scan pic 9(2) value zero.
       01 ws-grant-table.
           05 ws-grant-entry occurs 100 times.
               10 ws-grant-tag-prefix pic x(10).
               10 ws-grant-prefix-length pic 9(2).
               10 ws-grant-may-view pic x.
               10 ws-grant-may-change pic x.
               10 ws-grant-may-hold pic x.
               10 ws-grant-may-release pic x.
       01 ws-check-length pic 9(2) value zero.
       linkage section.
       01 LS-Operator-Id pic x(8).
       01 LS-Sign-On-Return-Code pic 9(4).
       01 LS-Check-Tag pic x(10).
       01 LS-Check-Action pic x(1).
           88 LS-Check-View value 'V'.
           88 LS-Check-Change value 'C'.
           88 LS-Check-Hold value 'H'.
           88 LS-Check-Release value 'R'.
       01 LS-Authorized-Switch pic x(1).
           88 LS-Operator-Authorized value 'Y'.
      *--- sign-on: an interactive session calls this before it -------
      *--- takes the COBCHLCK interlock.  RC 0 = signed on, with the ---
      *--- operator id returned, RC 8 = refused after three tries, ------
      *--- RC 12 = COBCHAUT could not be read, so nobody can sign on -----
       procedure division using
       by reference     LS-Operator-Id
       by reference     LS-Sign-On-Return-Code.
       A-Main Section.
               move 0 to LS-Sign-On-Return-Code
               move zero to ws-sign-on-attempts
               move 'N' to ws-signed-on-switch
               perform B-Sign-On-Operator
                   until ws-operator-signed-on
                       or ws-sign-on-attempts >= ws-max-sign-on-attempts
                       or LS-Sign-On-Return-Code = 12
               evaluate true
                   when ws-operator-signed-on
                       move ws-operator-id to LS-Operator-Id
                   when LS-Sign-On-Return-Code = 12
                       move spaces to LS-Operator-Id
                   when other
                       display 'COBCHSGN: sign-on refused after '
                           ws-sign-on-attempts ' attempts'
                       move spaces to LS-Operator-Id
                       move 8 to LS-Sign-On-Return-Code
               end-evaluate.

               goback.

      *--- the whole of COBCHAUT is read at each attempt and only the --
      *--- operator's own records kept.  The rejection does not say ----
      *--- whether the id or the password was wrong ------------------------
       B-Sign-On-Operator Section.
               add 1 to ws-sign-on-attempts
               display ' '
               display 'OPERATOR ID:'
               accept ws-operator-id
               display 'PASSWORD:'
               accept ws-password
               perform B1-Load-Authorization
               evaluate true
                   when LS-Sign-On-Return-Code = 12
                       move zero to ws-grant-count
                   when ws-operator-found
                       and ws-operator-active
                       and ws-password not = spaces
                       and ws-password = ws-operator-password
                       set ws-operator-signed-on to true
                       call 'cobchopr' using
                           by reference ws-operator-set
                           by reference ws-operator-id
                       display 'SIGNED ON AS [' ws-operator-id '] '
                           ws-operator-name
                       if ws-grant-count = zero
                           display 'NO TAG GROUPS ARE GRANTED TO YOU - '
                               'NO RECORD CAN BE VIEWED'
                       end-if
                   when other
                       move zero to ws-grant-count
                       display 'SIGN-ON REJECTED'
               end-evaluate.

      *--- no authorization file means nobody can sign on ---------------
       B1-Load-Authorization Section.
               move 'N' to ws-operator-found-switch
               move 'N' to ws-authorization-eof-switch
               move space to ws-operator-status
               move spaces to ws-operator-password
               move spaces to ws-operator-name
               move zero to ws-grant-count
               open input authorization-file
               if ws-authorization-status not = '00'
                   display 'COBCHSGN: unable to open COBCHAUT, status '
                       ws-authorization-status
                   move 12 to LS-Sign-On-Return-Code
               else
                   perform B3-Read-Authorization-Record
                   perform B2-Apply-Authorization-Record
                       until ws-end-of-authorization
                   close authorization-file
               end-if.

       B2-Apply-Authorization-Record Section.
               if aut-operator-id = ws-operator-id
                   evaluate true
                       when AUT-OPERATOR-RECORD
                           set ws-operator-found to true
                           move aut-operator-name to ws-operator-name
                           move aut-password to ws-operator-password
                           move aut-operator-status
                               to ws-operator-status
                       when AUT-GRANT-RECORD
                           perform B4-Add-Grant
                   end-evaluate
               end-if
               perform B3-Read-Authorization-Record.

       B3-Read-Authorization-Record Section.
               read authorization-file
                   at end
                       move 'Y' to ws-authorization-eof-switch
                   not at end
                       if ws-authorization-status not = '00'
                           and ws-authorization-status not = '10'
                           display 'COBCHSGN: read failure on '
                               'COBCHAUT, status '
                               ws-authorization-status
                           move 12 to LS-Sign-On-Return-Code
                           move 'Y' to ws-authorization-eof-switch
                       end-if
               end-read.

      *--- grants past the table's end are left out, which can only ---
      *--- narrow what the operator may do ---------------------------------
       B4-Add-Grant Section.
               if ws-grant-count >= ws-max-grants
                   display 'COBCHSGN: more than ' ws-max-grants
                       ' grants for operator [' ws-operator-id
                       '] - the rest are ignored'
               else
                   add 1 to ws-grant-count
                   move aut-tag-prefix
                       to ws-grant-tag-prefix(ws-grant-count)
                   move aut-may-view
                       to ws-grant-may-view(ws-grant-count)
                   move aut-may-change
                       to ws-grant-may-change(ws-grant-count)
                   move aut-may-hold
                       to ws-grant-may-hold(ws-grant-count)
                   move aut-may-release
                       to ws-grant-may-release(ws-grant-count)
                   move zero to ws-grant-prefix-length(ws-grant-count)
                   if not AUT-ALL-TAGS
                       perform varying ws-tag-scan from 10 by -1
                           until ws-tag-scan < 1
                               or ws-grant-prefix-length(ws-grant-count)
                                   > zero
                           if aut-tag-prefix(ws-tag-scan:1) not = space
                               move ws-tag-scan
                                   to ws-grant-prefix-length
                                       (ws-grant-count)
                           end-if
                       end-perform
                   end-if
               end-if.

      *--- the operator holds an authority on a tag when any grant -----
      *--- whose prefix the tag starts with allows it.  A blank grant --
      *--- prefix (length zero but not '*') covers nothing ----------------
       C-Check-Authority Section.
               move 'N' to LS-Authorized-Switch
               perform C1-Check-One-Grant
                   varying ws-grant-index from 1 by 1
                   until ws-grant-index > ws-grant-count
                       or LS-Operator-Authorized.

       C1-Check-One-Grant Section.
               move ws-grant-prefix-length(ws-grant-index)
                   to ws-check-length
               evaluate true
                   when ws-grant-tag-prefix(ws-grant-index) = '*'
                       perform C2-Check-Grant-Action
                   when ws-check-length = zero
                       continue
                   when LS-Check-Tag(1:ws-check-length)
                           = ws-grant-tag-prefix(ws-grant-index)
                               (1:ws-check-length)
                       perform C2-Check-Grant-Action
               end-evaluate.

       C2-Check-Grant-Action Section.
               evaluate true
                   when LS-Check-View
                       and ws-grant-may-view(ws-grant-index) = 'Y'
                   when LS-Check-Change
                       and ws-grant-may-change(ws-grant-index) = 'Y'
                   when LS-Check-Hold
                       and ws-grant-may-hold(ws-grant-index) = 'Y'
                   when LS-Check-Release
                       and ws-grant-may-release(ws-grant-index) = 'Y'
                       set LS-Operator-Authorized to true
               end-evaluate.

      *--- authority check: may the signed-on operator view (V), ------
      *--- change (C), hold (H) or release (R) a record with this ------
      *--- tag?  The switch comes back 'Y' or 'N'; with nobody signed --
      *--- on there are no grants and the answer is always 'N' -----------
       Z1-Cobchsga-Entry Section.
       entry 'cobchsga' using
       by reference     LS-Check-Tag
       by reference     LS-Check-Action
       by reference     LS-Authorized-Switch.
               perform C-Check-Authority
               goback.
