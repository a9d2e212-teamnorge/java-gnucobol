cobrpt*
       identification division.
       program-id. cobchxlr.
       environment division.
       input-output section.
       file-control.
           select translate-file assign to "COBCHXLT"
               organization is indexed
               access mode is dynamic
               record key is xlt-key
               file status is ws-translate-status.
           select usage-file assign to "COBCHXUS"
               organization is sequential
               file status is ws-usage-status.
           select report-file assign to "COBCHXRP"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  translate-file
           record contains 120 characters.
           copy xltrec.
       fd  usage-file
           record contains 100 characters.
           copy xlurec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       01 ws-translate-status pic x(2) value spaces.
       01 ws-usage-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-table value 'Y'.
       01 ws-usage-eof-switch pic x value 'N'.
           88 ws-end-of-usage value 'Y'.
       01 ws-found-switch pic x value 'N'.
           88 ws-key-found value 'Y'.
      *--- report PARM: FROM/TO timestamp (yyyymmddhhmmss) bounding ---
      *--- the usage counted, then a 'U' to list only the entries -----
      *--- used inside that window; spaces mean "no selection", as ----
      *--- on COBCHAUR -----------------------------------------------------
       01 ws-report-parm pic x(29) value spaces.
       01 ws-report-parm-fields redefines ws-report-parm.
           05 ws-select-from-time pic x(14).
           05 ws-select-to-time pic x(14).
           05 ws-select-used-flag pic x(1).
               88 ws-used-entries-only value 'U'.
      *--- distinct table keys found on the usage file, held in key ---
      *--- order with the number of times each was applied.  The ------
      *--- listed switch is set as the table is read, so whatever is --
      *--- left unset was used but has since gone from the table --------
       01 ws-max-keys pic 9(5) value 10000.
       01 ws-key-count pic 9(5) value zero.
       01 ws-key-index pic 9(5) value zero.
       01 ws-shift-index pic 9(5) value zero.
       01 ws-insert-point pic 9(5) value zero.
       01 ws-found-index pic 9(5) value zero.
       01 ws-used-table.
           05 ws-used-entry occurs 10000 times.
               10 ws-used-key.
                   15 ws-used-old-value pic x(50).
                   15 ws-used-effective-date pic x(8).
               10 ws-used-count pic 9(9).
               10 ws-used-listed-switch pic x(1).
                   88 ws-used-key-listed value 'Y'.
       01 ws-entry-use-count pic 9(9) value zero.
       01 ws-usage-records-read pic 9(9) value zero.
       01 ws-usage-records-selected pic 9(9) value zero.
       01 ws-entries-read pic 9(9) value zero.
       01 ws-entries-listed pic 9(9) value zero.
       01 ws-entries-used pic 9(9) value zero.
       01 ws-entries-unused pic 9(9) value zero.
       01 ws-used-not-on-table pic 9(9) value zero.
       procedure division.
      *--- list the COBCHXLT translation table with, against each ------
      *--- entry, the number of times cobchangestr applied it inside ---
      *--- the selected window, then any used entries no longer on -----
      *--- the table -------------------------------------------------------
       A-Main Section.
               display 'Starting: cobchxlr.cbl'
               accept ws-report-parm from command-line
               perform B-Initialize
               perform C-Collect-Usage
                   until ws-end-of-usage
               perform D-List-Table-Entries
                   until ws-end-of-table
               perform G4-Write-Orphan-Heading
               perform D2-List-Orphan-Key
                   varying ws-key-index from 1 by 1
                   until ws-key-index > ws-key-count
               perform E-Terminate
               goback.

      *--- no usage file yet just means nothing has been translated: --
      *--- the table is still listed, every entry unused -----------------
       B-Initialize Section.
               open input translate-file
               if ws-translate-status not = '00'
                   display 'COBCHXLR: unable to open COBCHXLT, status '
                       ws-translate-status
                   move 16 to return-code
                   stop run
               end-if
               open input usage-file
               evaluate ws-usage-status
                   when '00'
                       perform F2-Read-Usage-Record
                   when '35'
                       move 'Y' to ws-usage-eof-switch
                   when other
                       display 'COBCHXLR: unable to open COBCHXUS, '
                           'status ' ws-usage-status
                       move 16 to return-code
                       stop run
               end-evaluate
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHXLR: unable to open COBCHXRP, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform G1-Write-Report-Heading
               move low-values to xlt-key
               start translate-file key is not less than xlt-key
                   invalid key
                       move 'Y' to ws-eof-switch
               end-start
               perform F-Read-Next-Table-Entry.

       C-Collect-Usage Section.
               if (ws-select-from-time = spaces
                       or xlu-timestamp(1:14) >= ws-select-from-time)
                   and (ws-select-to-time = spaces
                       or xlu-timestamp(1:14) <= ws-select-to-time)
                   add 1 to ws-usage-records-selected
                   perform C1-Insert-Used-Key
               end-if
               perform F2-Read-Usage-Record.

      *--- keys are kept sorted and de-duplicated as they arrive ---------
       C1-Insert-Used-Key Section.
               move 'N' to ws-found-switch
               move zero to ws-insert-point
               move zero to ws-found-index
               perform varying ws-key-index from 1 by 1
                   until ws-key-index > ws-key-count
                       or ws-key-found
                       or ws-insert-point > zero
                   evaluate true
                       when ws-used-key(ws-key-index) = xlu-xlt-key
                           set ws-key-found to true
                           move ws-key-index to ws-found-index
                       when ws-used-key(ws-key-index) > xlu-xlt-key
                           move ws-key-index to ws-insert-point
                   end-evaluate
               end-perform
               if ws-key-found
                   add 1 to ws-used-count(ws-found-index)
               else
                   if ws-key-count >= ws-max-keys
                       display 'COBCHXLR: more than ' ws-max-keys
                           ' distinct table entries used in the '
                           'window - narrow the FROM/TO PARM'
                       move 16 to return-code
                       stop run
                   end-if
                   if ws-insert-point = zero
                       move ws-key-count to ws-insert-point
                       add 1 to ws-insert-point
                   else
                       perform varying ws-shift-index
                           from ws-key-count by -1
                           until ws-shift-index < ws-insert-point
                           move ws-used-entry(ws-shift-index)
                               to ws-used-entry(ws-shift-index + 1)
                       end-perform
                   end-if
                   add 1 to ws-key-count
                   move xlu-xlt-key to ws-used-key(ws-insert-point)
                   move 1 to ws-used-count(ws-insert-point)
                   move 'N' to ws-used-listed-switch(ws-insert-point)
               end-if.

       D-List-Table-Entries Section.
               perform D1-Find-Entry-Usage
               if ws-entry-use-count > zero
                   add 1 to ws-entries-used
               else
                   add 1 to ws-entries-unused
               end-if
               if ws-entry-use-count > zero
                   or not ws-used-entries-only
                   add 1 to ws-entries-listed
                   perform G2-Write-Entry-Lines
               end-if
               perform F-Read-Next-Table-Entry.

       D1-Find-Entry-Usage Section.
               move zero to ws-entry-use-count
               move 'N' to ws-found-switch
               perform varying ws-key-index from 1 by 1
                   until ws-key-index > ws-key-count
                       or ws-key-found
                   if ws-used-key(ws-key-index) = xlt-key
                       set ws-key-found to true
                       move ws-used-count(ws-key-index)
                           to ws-entry-use-count
                       move 'Y' to ws-used-listed-switch(ws-key-index)
                   end-if
               end-perform.

      *--- an entry applied in the window but not on the table now ----
      *--- was dropped by a later COBCHXLD reload ------------------------
       D2-List-Orphan-Key Section.
               if not ws-used-key-listed(ws-key-index)
                   add 1 to ws-used-not-on-table
                   perform G3-Write-Orphan-Lines
               end-if.

       E-Terminate Section.
               close translate-file
               if ws-usage-status not = '35'
                   close usage-file
               end-if
               perform G5-Write-Total-Lines
               close report-file
               move 0 to return-code
               display 'COBCHXLR: table entries read   '
                   ws-entries-read
               display 'COBCHXLR: usage records read   '
                   ws-usage-records-read
               display 'Ending: cobchxlr.cbl'.

       F-Read-Next-Table-Entry Section.
               if not ws-end-of-table
                   read translate-file next
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           if ws-translate-status not = '00'
                               display 'COBCHXLR: read failure on '
                                   'COBCHXLT, status '
                                   ws-translate-status
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to ws-entries-read
                   end-read
               end-if.

       F2-Read-Usage-Record Section.
               read usage-file
                   at end
                       move 'Y' to ws-usage-eof-switch
                   not at end
                       if ws-usage-status not = '00'
                           and ws-usage-status not = '10'
                           display 'COBCHXLR: read failure on '
                               'COBCHXUS, status ' ws-usage-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-usage-records-read
               end-read.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHXLR TRANSLATION TABLE AND USAGE REPORT'
                   to report-line
               write report-line
               move spaces to report-line
               write report-line
               move 'SELECTION CRITERIA' to report-line
               write report-line
               move spaces to report-line
               if ws-select-from-time = spaces
                   move '  USED FROM    : (all)' to report-line
               else
                   string '  USED FROM    : ' delimited by size
                       ws-select-from-time delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               if ws-select-to-time = spaces
                   move '  USED TO      : (all)' to report-line
               else
                   string '  USED TO      : ' delimited by size
                       ws-select-to-time delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               if ws-used-entries-only
                   move '  ENTRIES      : used only' to report-line
               else
                   move '  ENTRIES      : (all)' to report-line
               end-if
               write report-line
               move spaces to report-line
               write report-line.

       G2-Write-Entry-Lines Section.
               move spaces to report-line
               string '  OLD [' delimited by size
                   xlt-old-value delimited by size
                   ']  EFF ' delimited by size
                   xlt-effective-date delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '      NEW [' delimited by size
                   xlt-new-value delimited by size
                   ']  USED ' delimited by size
                   ws-entry-use-count delimited by size
                   into report-line
               end-string
               write report-line.

       G3-Write-Orphan-Lines Section.
               move spaces to report-line
               string '  OLD [' delimited by size
                   ws-used-old-value(ws-key-index) delimited by size
                   ']  EFF ' delimited by size
                   ws-used-effective-date(ws-key-index)
                       delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '      *** NOT ON TABLE ***  USED '
                       delimited by size
                   ws-used-count(ws-key-index) delimited by size
                   into report-line
               end-string
               write report-line.

       G4-Write-Orphan-Heading Section.
               move spaces to report-line
               write report-line
               move 'USED ENTRIES NO LONGER ON THE TABLE' to report-line
               write report-line
               move spaces to report-line
               write report-line.

       G5-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               string '  TABLE ENTRIES READ       : ' delimited by size
                   ws-entries-read delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  TABLE ENTRIES LISTED     : ' delimited by size
                   ws-entries-listed delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  ENTRIES USED             : ' delimited by size
                   ws-entries-used delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  ENTRIES NOT USED         : ' delimited by size
                   ws-entries-unused delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  USAGE RECORDS READ       : ' delimited by size
                   ws-usage-records-read delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  USAGE RECORDS SELECTED   : ' delimited by size
                   ws-usage-records-selected delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  USED, NOT ON TABLE       : ' delimited by size
                   ws-used-not-on-table delimited by size
                   into report-line
               end-string
               write report-line.
