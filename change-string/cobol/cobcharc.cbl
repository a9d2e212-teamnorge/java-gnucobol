           select report-file assign to "COBCHCRP"
               organization is sequential
               file status is ws-report-status.
           select processing-date-file assign to "COBCHPDT"
               organization is sequential
               file status is ws-processing-date-status.
       data division.
       file section.
       fd  audit-file
           record contains 200 characters.
       copy audtrec.
       fd  archive-file
           record contains 200 characters.
       01 archive-record pic x(200).
       fd  retained-file
           record contains 200 characters.
       01 retained-record pic x(200).
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       fd  processing-date-file
           record contains 40 characters.
       copy pdtrec.
       working-storage section.
       01 ws-audit-status pic x(2) value spaces.
       01 ws-archive-status pic x(2) value spaces.
       01 ws-retained-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-processing-date-status pic x(2) value spaces.
       01 ws-retention-switch pic x value 'N'.
           88 ws-retention-recorded value 'Y'.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-audit value 'Y'.
      *--- housekeeping PARM: the retention cutoff date; audit ---------
      *--- records whose business date is before this date are --------
      *--- archived, the rest are retained. COBCHNEW replaces ----------
      *--- COBCHAUD in the job stream once the control total proves ----
      *--- nothing was dropped -----------------------------------------
       01 ws-cutoff-date pic x(8) value spaces.
       01 ws-records-read pic 9(9) value zero.
       01 ws-records-archived pic 9(9) value zero.
           88 ws-in-balance value 'Y'.
       01 ws-job-name pic x(8) value 'cobcharc'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- these steps carry no journal run identity; the run-control --
      *--- log shows them with a blank identity --------------------------
       01 ws-run-identity pic x(8) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting: cobcharc.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHARC: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               accept ws-cutoff-date from command-line
               perform E-Read-Audit-Record.

       C-Split-Audit-Records Section.
               if aud-business-date < ws-cutoff-date
                   write archive-record from audit-record
                   if ws-archive-status not = '00'
                       display 'COBCHARC: write to COBCHARF failed, '
               close archive-file
               close retained-file
               perform I-Check-Control-Total
               if ws-in-balance
                   perform H-Record-Retention-Date
               end-if
               perform G-Write-Report
               close report-file
               perform J-Set-Job-Return-Code
                       ws-records-retained
               end-if.

      *--- once nothing has been dropped, COBCHPDT is told the date ----
      *--- audit history is now kept from, so the as-of reconstruction -
      *--- knows how far back it can trust COBCHAUX.  A later cutoff ---
      *--- only ever moves the date forward: history archived by an ----
      *--- earlier run does not come back.  No control record is -------
      *--- displayed and the step carries on; the split itself stands --
       H-Record-Retention-Date Section.
               move 'N' to ws-retention-switch
               open input processing-date-file
               if ws-processing-date-status = '00'
                   read processing-date-file
                       at end
                           move '10' to ws-processing-date-status
                   end-read
                   close processing-date-file
               end-if
               if ws-processing-date-status not = '00'
                   display 'COBCHARC: no COBCHPDT record - retention '
                       'date ' ws-cutoff-date ' not recorded'
               else
                   if pdt-audit-retained-from is not numeric
                       or pdt-audit-retained-from < ws-cutoff-date
                       move ws-cutoff-date to pdt-audit-retained-from
                   end-if
                   open output processing-date-file
                   if ws-processing-date-status = '00'
                       write processing-date-record
                       close processing-date-file
                   end-if
                   if ws-processing-date-status not = '00'
                       display 'COBCHARC: unable to rewrite COBCHPDT, '
                           'status ' ws-processing-date-status
                           ' - retention date not recorded'
                   else
                       set ws-retention-recorded to true
                   end-if
               end-if.

       J-Set-Job-Return-Code Section.
               if ws-in-balance
                   move 0 to return-code
                   into report-line
               end-string
               write report-line
               if ws-retention-recorded
                   move spaces to report-line
                   string '  HISTORY RETAINED FROM    : '
                           delimited by size
                       pdt-audit-retained-from delimited by size
                       into report-line
                   end-string
                   write report-line
               end-if
               move spaces to report-line
               if ws-in-balance
                   move '  STATUS: IN BALANCE - NOTHING DROPPED'
