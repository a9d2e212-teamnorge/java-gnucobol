cobxld*
       identification division.
       program-id. cobchxld.
       environment division.
       input-output section.
       file-control.
           select load-input-file assign to "COBCHXIN"
               organization is sequential
               file status is ws-input-status.
           select translate-file assign to "COBCHXLT"
               organization is indexed
               access mode is dynamic
               record key is xlt-key
               file status is ws-translate-status.
           select report-file assign to "COBCHXLP"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  load-input-file
           record contains 120 characters.
       01 load-input-record pic x(120).
       fd  translate-file
           record contains 120 characters.
           copy xltrec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       01 ws-input-status pic x(2) value spaces.
       01 ws-translate-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-input value 'Y'.
       01 ws-job-name pic x(8) value 'cobchxld'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- this step carries no journal run identity; the run-control --
      *--- log shows it with a blank identity ----------------------------
       01 ws-run-identity pic x(8) value spaces.
       01 ws-reject-reason pic x(30) value spaces.
      *--- run counters for the load report ---------------------------
       01 ws-records-read pic 9(9) value zero.
       01 ws-records-loaded pic 9(9) value zero.
       01 ws-duplicate-keys pic 9(9) value zero.
       01 ws-records-rejected pic 9(9) value zero.
       procedure division.
      *--- the translation table is rebuilt whole from COBCHXIN on -----
      *--- every run, the same way COBCHLOD rebuilds COBCHMST: the -----
      *--- input is the table's source of record -------------------------
       A-Main Section.
               display 'Starting: cobchxld.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHXLD: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               perform B-Initialize
               perform C-Load-Records
                   until ws-end-of-input
               perform D-Terminate
               goback.

       B-Initialize Section.
               open input load-input-file
               if ws-input-status not = '00'
                   display 'COBCHXLD: unable to open COBCHXIN, status '
                       ws-input-status
                   move 16 to return-code
                   stop run
               end-if
               open output translate-file
               if ws-translate-status not = '00'
                   display 'COBCHXLD: unable to open COBCHXLT, status '
                       ws-translate-status
                   move 16 to return-code
                   stop run
               end-if
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHXLD: unable to open COBCHXLP, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform G1-Write-Report-Heading
               perform E-Read-Input-Record.

      *--- an entry without an old value could never be matched and ---
      *--- one without a yyyymmdd effective date could never be --------
      *--- chosen, so both are rejected rather than loaded -----------------
       C-Load-Records Section.
               move load-input-record to xlt-record
               move spaces to ws-reject-reason
               evaluate true
                   when xlt-old-value = spaces
                       move 'OLD VALUE IS BLANK' to ws-reject-reason
                   when xlt-effective-date is not numeric
                       move 'EFFECTIVE DATE NOT NUMERIC'
                           to ws-reject-reason
               end-evaluate
               if ws-reject-reason not = spaces
                   add 1 to ws-records-rejected
                   perform G2-Write-Reject-Line
               else
                   write xlt-record
                       invalid key
                           perform C1-Record-Write-Error
                       not invalid key
                           add 1 to ws-records-loaded
                   end-write
               end-if
               perform E-Read-Input-Record.

      *--- a duplicate old value and date is reported and skipped; -----
      *--- anything else is a real I/O failure and ends the job ----------
       C1-Record-Write-Error Section.
               if ws-translate-status = '22'
                   add 1 to ws-duplicate-keys
                   perform G3-Write-Duplicate-Line
               else
                   display 'COBCHXLD: write failed for old value ['
                       xlt-old-value '] status ' ws-translate-status
                   move 16 to return-code
                   stop run
               end-if.

       D-Terminate Section.
               close load-input-file
               close translate-file
               perform G4-Write-Total-Lines
               close report-file
               perform J-Set-Job-Return-Code
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-job-name
                   by reference ws-records-read
                   by reference ws-records-loaded
                   by reference ws-job-return-code
                   by reference ws-run-identity
               display 'COBCHXLD: records read   ' ws-records-read
               display 'COBCHXLD: entries loaded ' ws-records-loaded
               display 'COBCHXLD: duplicates     ' ws-duplicate-keys
               display 'COBCHXLD: rejected       ' ws-records-rejected
               display 'Ending: cobchxld.cbl'.

       J-Set-Job-Return-Code Section.
               evaluate true
                   when ws-duplicate-keys > zero
                       or ws-records-rejected > zero
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.

       E-Read-Input-Record Section.
               read load-input-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-input-status not = '00'
                           and ws-input-status not = '10'
                           display 'COBCHXLD: read failure on '
                               'COBCHXIN, status ' ws-input-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-records-read
               end-read.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHXLD TRANSLATION TABLE LOAD' to report-line
               write report-line
               move spaces to report-line
               write report-line.

       G2-Write-Reject-Line Section.
               move spaces to report-line
               string '  RECORD ' delimited by size
                   ws-records-read delimited by size
                   '  REJECTED - ' delimited by size
                   ws-reject-reason delimited by size
                   into report-line
               end-string
               write report-line.

       G3-Write-Duplicate-Line Section.
               move spaces to report-line
               string '  OLD [' delimited by size
                   xlt-old-value delimited by size
                   ']' delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '      EFF ' delimited by size
                   xlt-effective-date delimited by size
                   '  DUPLICATE - ENTRY SKIPPED' delimited by size
                   into report-line
               end-string
               write report-line.

       G4-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               string '  INPUT RECORDS READ       : ' delimited by size
                   ws-records-read delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  ENTRIES LOADED           : ' delimited by size
                   ws-records-loaded delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  DUPLICATE ENTRIES SKIPPED: ' delimited by size
                   ws-duplicate-keys delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RECORDS REJECTED         : ' delimited by size
                   ws-records-rejected delimited by size
                   into report-line
               end-string
               write report-line.
