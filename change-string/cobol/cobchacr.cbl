cobrpt*
       identification division.
       program-id. cobchacr.
       environment division.
       input-output section.
       file-control.
           select audit-file assign to "COBCHAUD"
               organization is sequential
               file status is ws-audit-status.
           select authorization-file assign to "COBCHAUT"
               organization is sequential
               file status is ws-authorization-status.
           select report-file assign to "COBCHACP"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  audit-file
           record contains 200 characters.
       copy audtrec.
       fd  authorization-file
           record contains 80 characters.
       copy autrec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       01 ws-audit-status pic x(2) value spaces.
       01 ws-authorization-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-audit value 'Y'.
       01 ws-authorization-eof-switch pic x value 'N'.
           88 ws-end-of-authorization value 'Y'.
       01 ws-selected-switch pic x value 'N'.
           88 ws-record-selected value 'Y'.
       01 ws-found-switch pic x value 'N'.
           88 ws-group-found value 'Y'.
      *--- report PARM: FROM/TO business date (yyyymmdd) and one ------
      *--- operator id; spaces in any field mean "no selection on -----
      *--- that field", as on COBCHAUR --------------------------------------
       01 ws-report-parm pic x(24) value spaces.
       01 ws-report-parm-fields redefines ws-report-parm.
           05 ws-select-from-date pic x(8).
           05 ws-select-to-date pic x(8).
           05 ws-select-operator pic x(8).
      *--- every operator's COBCHAUT grants: an entry's tag group is ---
      *--- the longest prefix granted to the operator who made it ------
      *--- that the tag starts with, or '*' when only an all-tags ------
      *--- grant covers it.  An entry no grant covers is an exception --
       01 ws-max-grants pic 9(4) value 1000.
       01 ws-grant-count pic 9(4) value zero.
       01 ws-grant-index pic 9(4) value zero.
       01 ws-grant-table.
           05 ws-grant-entry occurs 1000 times.
               10 ws-grant-operator-id pic x(8).
               10 ws-grant-tag-prefix pic x(10).
               10 ws-grant-prefix-length pic 9(2).
       01 ws-tag-scan pic 9(2) value zero.
       01 ws-entry-tag pic x(10) value spaces.
       01 ws-entry-group pic x(10) value spaces.
       01 ws-entry-action pic x(6) value spaces.
       01 ws-best-length pic 9(2) value zero.
       01 ws-check-length pic 9(2) value zero.
      *--- tag group and operator pairs, held sorted as they arrive, --
      *--- with what each operator did in each group --------------------
       01 ws-max-pairs pic 9(4) value 2000.
       01 ws-pair-count pic 9(4) value zero.
       01 ws-pair-index pic 9(4) value zero.
       01 ws-shift-index pic 9(4) value zero.
       01 ws-insert-point pic 9(4) value zero.
       01 ws-found-index pic 9(4) value zero.
       01 ws-pair-key.
           05 ws-pair-key-group pic x(10).
           05 ws-pair-key-operator pic x(8).
       01 ws-pair-table.
           05 ws-pair-entry occurs 2000 times.
               10 ws-pair-id.
                   15 ws-pair-group pic x(10).
                   15 ws-pair-operator pic x(8).
               10 ws-pair-changes pic 9(9).
               10 ws-pair-status-changes pic 9(9).
               10 ws-pair-failed pic 9(9).
       01 ws-records-read pic 9(9) value zero.
       01 ws-records-selected pic 9(9) value zero.
       01 ws-batch-entries pic 9(9) value zero.
       01 ws-entries-no-grant pic 9(9) value zero.
      *--- low-values on either side of a keyed entry mean the change --
      *--- added or removed the key ----------------------------------------
       01 ws-not-on-file-value pic x(60) value low-values.
       procedure division.
      *--- auditors' access report: every COBCHAUD entry cut by an -----
      *--- operator signed on to COBCHINQ, listed with the tag group ---
      *--- it fell in, then summarised by tag group and operator.  -----
      *--- Entries cut by batch steps carry no operator and are only ---
      *--- counted -------------------------------------------------------
       A-Main Section.
               display 'Starting: cobchacr.cbl'
               accept ws-report-parm from command-line
               perform B-Initialize
               perform C-Process-Audit-Records
                   until ws-end-of-audit
               perform D-Terminate
               goback.

      *--- no authorization file leaves every entry without a grant, --
      *--- which the report then shows as exceptions ----------------------
       B-Initialize Section.
               open input audit-file
               if ws-audit-status not = '00'
                   display 'COBCHACR: unable to open COBCHAUD, status '
                       ws-audit-status
                   move 16 to return-code
                   stop run
               end-if
               open input authorization-file
               evaluate ws-authorization-status
                   when '00'
                       perform F2-Read-Authorization-Record
                       perform B1-Load-Grant
                           until ws-end-of-authorization
                       close authorization-file
                   when '35'
                       display 'COBCHACR: no COBCHAUT on file - every '
                           'entry is reported without a grant'
                   when other
                       display 'COBCHACR: unable to open COBCHAUT, '
                           'status ' ws-authorization-status
                       move 16 to return-code
                       stop run
               end-evaluate
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHACR: unable to open COBCHACP, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform G1-Write-Report-Heading
               perform E-Read-Audit-Record.

       B1-Load-Grant Section.
               if AUT-GRANT-RECORD
                   if ws-grant-count >= ws-max-grants
                       display 'COBCHACR: more than ' ws-max-grants
                           ' grants on COBCHAUT'
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to ws-grant-count
                   move aut-operator-id
                       to ws-grant-operator-id(ws-grant-count)
                   move aut-tag-prefix
                       to ws-grant-tag-prefix(ws-grant-count)
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
               end-if
               perform F2-Read-Authorization-Record.

       C-Process-Audit-Records Section.
               perform F-Select-Audit-Record
               if ws-record-selected
                   add 1 to ws-records-selected
                   perform C1-Find-Tag-Group
                   perform C3-Tally-Pair
                   perform G2-Write-Detail-Line
               end-if
               perform E-Read-Audit-Record.

      *--- the tag is the one the record carried before the change, ---
      *--- or after it when the change added the key.  A hold or ------
      *--- release leaves the field as it was; an entry that left it ---
      *--- the same without RC 00 is a change that failed, not a -------
      *--- status change ---------------------------------------------------
       C1-Find-Tag-Group Section.
               if aud-original-value = ws-not-on-file-value
                   move aud-resulting-value(1:10) to ws-entry-tag
               else
                   move aud-original-value(1:10) to ws-entry-tag
               end-if
               if aud-original-value = aud-resulting-value
                   and aud-return-code = '00'
                   move 'STATUS' to ws-entry-action
               else
                   move 'CHANGE' to ws-entry-action
               end-if
               move 'N' to ws-found-switch
               move zero to ws-best-length
               move spaces to ws-entry-group
               perform C2-Check-One-Grant
                   varying ws-grant-index from 1 by 1
                   until ws-grant-index > ws-grant-count
               if not ws-group-found
                   add 1 to ws-entries-no-grant
                   move '(NO GRANT)' to ws-entry-group
               end-if.

       C2-Check-One-Grant Section.
               if ws-grant-operator-id(ws-grant-index) = aud-operator-id
                   move ws-grant-prefix-length(ws-grant-index)
                       to ws-check-length
                   evaluate true
                       when ws-grant-tag-prefix(ws-grant-index) = '*'
                           if not ws-group-found
                               set ws-group-found to true
                               move '*' to ws-entry-group
                           end-if
                       when ws-check-length = zero
                           continue
                       when ws-check-length > ws-best-length
                           and ws-entry-tag(1:ws-check-length)
                               = ws-grant-tag-prefix(ws-grant-index)
                                   (1:ws-check-length)
                           set ws-group-found to true
                           move ws-check-length to ws-best-length
                           move ws-grant-tag-prefix(ws-grant-index)
                               to ws-entry-group
                   end-evaluate
               end-if.

      *--- pairs are kept sorted and de-duplicated as they arrive -------
       C3-Tally-Pair Section.
               move ws-entry-group to ws-pair-key-group
               move aud-operator-id to ws-pair-key-operator
               move 'N' to ws-found-switch
               move zero to ws-insert-point
               move zero to ws-found-index
               perform varying ws-pair-index from 1 by 1
                   until ws-pair-index > ws-pair-count
                       or ws-found-index > zero
                       or ws-insert-point > zero
                   evaluate true
                       when ws-pair-id(ws-pair-index) = ws-pair-key
                           move ws-pair-index to ws-found-index
                       when ws-pair-id(ws-pair-index) > ws-pair-key
                           move ws-pair-index to ws-insert-point
                   end-evaluate
               end-perform
               if ws-found-index = zero
                   if ws-pair-count >= ws-max-pairs
                       display 'COBCHACR: more than ' ws-max-pairs
                           ' tag group and operator pairs - narrow '
                           'the FROM/TO PARM'
                       move 16 to return-code
                       stop run
                   end-if
                   if ws-insert-point = zero
                       move ws-pair-count to ws-insert-point
                       add 1 to ws-insert-point
                   else
                       perform varying ws-shift-index
                           from ws-pair-count by -1
                           until ws-shift-index < ws-insert-point
                           move ws-pair-entry(ws-shift-index)
                               to ws-pair-entry(ws-shift-index + 1)
                       end-perform
                   end-if
                   add 1 to ws-pair-count
                   move ws-pair-key to ws-pair-id(ws-insert-point)
                   move zero to ws-pair-changes(ws-insert-point)
                   move zero to ws-pair-status-changes(ws-insert-point)
                   move zero to ws-pair-failed(ws-insert-point)
                   move ws-insert-point to ws-found-index
               end-if
               if ws-entry-action = 'STATUS'
                   add 1 to ws-pair-status-changes(ws-found-index)
               else
                   add 1 to ws-pair-changes(ws-found-index)
               end-if
               if aud-return-code not = '00'
                   add 1 to ws-pair-failed(ws-found-index)
               end-if.

       D-Terminate Section.
               close audit-file
               perform G3-Write-Summary-Heading
               perform G4-Write-Pair-Line
                   varying ws-pair-index from 1 by 1
                   until ws-pair-index > ws-pair-count
               perform G5-Write-Total-Lines
               close report-file
               perform J-Set-Job-Return-Code
               display 'COBCHACR: audit records read     '
                   ws-records-read
               display 'COBCHACR: operator entries listed '
                   ws-records-selected
               display 'COBCHACR: entries with no grant   '
                   ws-entries-no-grant
               display 'Ending: cobchacr.cbl'.

      *--- an operator change that no grant covers is what the --------
      *--- auditors are looking for, so it warns the step ----------------
       J-Set-Job-Return-Code Section.
               if ws-entries-no-grant > zero
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if.

       E-Read-Audit-Record Section.
               read audit-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-audit-status not = '00'
                           and ws-audit-status not = '10'
                           display 'COBCHACR: read failure on COBCHAUD,'
                               ' status ' ws-audit-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-records-read
               end-read.

       F-Select-Audit-Record Section.
               move 'Y' to ws-selected-switch
               if aud-operator-id = spaces
                   add 1 to ws-batch-entries
                   move 'N' to ws-selected-switch
               end-if
               if ws-select-from-date not = spaces
                   and aud-business-date < ws-select-from-date
                   move 'N' to ws-selected-switch
               end-if
               if ws-select-to-date not = spaces
                   and aud-business-date > ws-select-to-date
                   move 'N' to ws-selected-switch
               end-if
               if ws-select-operator not = spaces
                   and aud-operator-id not = ws-select-operator
                   move 'N' to ws-selected-switch
               end-if.

       F2-Read-Authorization-Record Section.
               read authorization-file
                   at end
                       move 'Y' to ws-authorization-eof-switch
                   not at end
                       if ws-authorization-status not = '00'
                           and ws-authorization-status not = '10'
                           display 'COBCHACR: read failure on '
                               'COBCHAUT, status '
                               ws-authorization-status
                           move 16 to return-code
                           stop run
                       end-if
               end-read.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHACR OPERATOR ACCESS REPORT' to report-line
               write report-line
               move spaces to report-line
               write report-line
               move 'SELECTION CRITERIA' to report-line
               write report-line
               move spaces to report-line
               if ws-select-from-date = spaces
                   move '  FROM DATE    : (all)' to report-line
               else
                   string '  FROM DATE    : ' delimited by size
                       ws-select-from-date delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               if ws-select-to-date = spaces
                   move '  TO DATE      : (all)' to report-line
               else
                   string '  TO DATE      : ' delimited by size
                       ws-select-to-date delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               if ws-select-operator = spaces
                   move '  OPERATOR     : (all)' to report-line
               else
                   string '  OPERATOR     : ' delimited by size
                       ws-select-operator delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               write report-line
               move 'DATE     TIME    OPERATOR TAG GROUP  KEY        '
                   to report-line
               move 'TAG        ACTION RC' to report-line(50:)
               write report-line.

       G2-Write-Detail-Line Section.
               move spaces to report-line
               move aud-business-date to report-line(1:8)
               move aud-timestamp(9:6) to report-line(10:6)
               move aud-operator-id to report-line(18:8)
               move ws-entry-group to report-line(27:10)
               move aud-master-key to report-line(38:10)
               move ws-entry-tag to report-line(50:10)
               move ws-entry-action to report-line(61:6)
               move aud-return-code to report-line(68:2)
               write report-line.

       G3-Write-Summary-Heading Section.
               move spaces to report-line
               write report-line
               move 'ACTIVITY BY TAG GROUP AND OPERATOR' to report-line
               write report-line
               move spaces to report-line
               write report-line
               move 'TAG GROUP  OPERATOR  CHANGES   STATUS    '
                   to report-line
               move 'FAILED' to report-line(42:)
               write report-line
               if ws-pair-count = zero
                   move spaces to report-line
                   move '  (no operator activity selected)'
                       to report-line
                   write report-line
               end-if.

       G4-Write-Pair-Line Section.
               move spaces to report-line
               move ws-pair-group(ws-pair-index) to report-line(1:10)
               move ws-pair-operator(ws-pair-index)
                   to report-line(12:8)
               move ws-pair-changes(ws-pair-index)
                   to report-line(22:9)
               move ws-pair-status-changes(ws-pair-index)
                   to report-line(32:9)
               move ws-pair-failed(ws-pair-index)
                   to report-line(42:9)
               if ws-pair-group(ws-pair-index) = '(NO GRANT)'
                   move '*** NO GRANT ***' to report-line(53:16)
               end-if
               write report-line.

       G5-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               string '  AUDIT RECORDS READ       : ' delimited by size
                   ws-records-read delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  OPERATOR ENTRIES LISTED  : ' delimited by size
                   ws-records-selected delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  BATCH ENTRIES (NO OPER.) : ' delimited by size
                   ws-batch-entries delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  ENTRIES WITH NO GRANT    : ' delimited by size
                   ws-entries-no-grant delimited by size
                   into report-line
               end-string
               write report-line.
