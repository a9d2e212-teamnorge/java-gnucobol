cobprg*
       identification division.
       program-id. cobchprg.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "COBCHMST"
               organization is indexed
               access mode is dynamic
               record key is mr-key
               alternate record key is sp-tag with duplicates
               file status is ws-master-status.
           select report-file assign to "COBCHGRP"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  master-file
           record contains 90 characters.
           copy mstrrec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       01 ws-master-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-master value 'Y'.
       01 ws-calling-program pic x(8) value 'cobchprg'.
       01 ws-close-return-code pic 9(4) value zero.
       01 ws-journal-close-return-code pic 9(4) value zero.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
       01 ws-lock-holder pic x(8) value spaces.
       01 ws-lock-return-code pic 9(4) value zero.
      *--- per-run identity on journal records: program prefix plus ---
      *--- start time, so one run's deletes can be backed out ----------
       01 ws-run-identity.
           05 ws-run-identity-prefix pic x(2) value spaces.
           05 ws-run-identity-time pic x(6) value spaces.
      *--- purge PARM: retention days + trial flag.  A retired record --
      *--- is deleted once its retirement stamp is more than the -------
      *--- retention days old.  A 'T' trial flag lists what would go ---
      *--- without deleting, journalling or auditing anything ------------
       01 ws-purge-parm pic x(6) value spaces.
       01 ws-purge-parm-fields redefines ws-purge-parm.
           05 ws-retention-days pic 9(5).
           05 ws-trial-flag pic x(1).
               88 ws-trial-run value 'T'.
       01 ws-today pic 9(8) value zero.
       01 ws-today-x redefines ws-today pic x(8).
       01 ws-cutoff-date pic 9(8) value zero.
       01 ws-cutoff-date-x redefines ws-cutoff-date pic x(8).
      *--- a purged key leaves no record behind: its audit entry -------
      *--- carries low-values as the resulting value, so the delta -----
      *--- feed and forward recovery know the key was removed ------------
       01 ws-not-on-file-value pic x(60) value low-values.
       01 ws-records-browsed pic 9(9) value zero.
       01 ws-keys-retired pic 9(9) value zero.
       01 ws-keys-purged pic 9(9) value zero.
       01 ws-keys-retained pic 9(9) value zero.
       01 ws-delete-failures pic 9(9) value zero.
       01 ws-audit-failures pic 9(9) value zero.
       procedure division.
      *--- remove retired COBCHMST records once their retention has ----
      *--- run out: each delete is journalled with the full record -----
      *--- image beforehand, so a backout can put the record back, and -
      *--- audited afterwards --------------------------------------------
       A-Main Section.
               display 'Starting: cobchprg.cbl'
               accept ws-purge-parm from command-line
               move 'PG' to ws-run-identity-prefix
               move function current-date(9:6) to ws-run-identity-time
               display 'COBCHPRG: run identity [' ws-run-identity ']'
               call 'cobchdpc' using
                   by reference ws-calling-program
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHPRG: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-calling-program
                   by reference ws-run-identity
               if ws-retention-days is not numeric
                   display 'COBCHPRG: PARM retention days ['
                       ws-purge-parm(1:5) '] not numeric - run refused'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchpdt' using
                   by reference ws-today-x
               compute ws-cutoff-date = function date-of-integer
                   (function integer-of-date(ws-today)
                       - ws-retention-days)
               display 'COBCHPRG: purging records retired before '
                   ws-cutoff-date
               perform B-Initialize
               perform C-Purge-Records
                   until ws-end-of-master
               perform D-Terminate
               goback.

       B-Initialize Section.
      *--- refuse to start while an interactive session holds the ------
      *--- COBCHLCK interlock on the master file; a trial run only -----
      *--- reads, so it neither needs the lock nor the i-o open ----------
               if ws-trial-run
                   display 'COBCHPRG: TRIAL RUN - no records will be '
                       'deleted'
                   open input master-file
               else
                   call 'cobchlct' using
                       by reference ws-lock-holder
                       by reference ws-lock-return-code
                   if ws-lock-return-code not = zero
                       display 'COBCHPRG: COBCHMST held by interactive '
                           'session [' ws-lock-holder '] - run '
                           'refused, retry when the session releases '
                           'it'
                       move 16 to return-code
                       stop run
                   end-if
                   open i-o master-file
               end-if
               if ws-master-status not = '00'
                   display 'COBCHPRG: unable to open COBCHMST, status '
                       ws-master-status
                   move 16 to return-code
                   stop run
               end-if
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHPRG: unable to open COBCHGRP, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform G1-Write-Report-Heading
               move low-values to mr-key
               start master-file key is not less than mr-key
                   invalid key
                       move 'Y' to ws-eof-switch
               end-start
               perform E-Read-Next-Master-Record.

      *--- a retired record's change stamp is its retirement time: ----
      *--- nothing rewrites a retired record afterwards ------------------
       C-Purge-Records Section.
               add 1 to ws-records-browsed
               if MR-STATUS-RETIRED
                   add 1 to ws-keys-retired
                   if mr-last-change-time(1:8) < ws-cutoff-date-x
                       perform C1-Purge-One-Record
                   else
                       add 1 to ws-keys-retained
                   end-if
               end-if
               perform E-Read-Next-Master-Record.

       C1-Purge-One-Record Section.
               if ws-trial-run
                   add 1 to ws-keys-purged
                   perform G4-Write-Purged-Key-Line
               else
                   call 'cobchjrn' using
                       by reference mstrrec-record
                       by reference ws-run-identity
                   if return-code not = zero
                       add 1 to ws-delete-failures
                       display 'COBCHPRG: journal write failed, key ['
                           mr-key '] not purged'
                       perform G3A-Write-Journal-Failure-Line
                   else
                       delete master-file record
                           invalid key
                               add 1 to ws-delete-failures
                               display 'COBCHPRG: delete failed for '
                                   'key [' mr-key '] status '
                                   ws-master-status
                               perform G3-Write-Failed-Key-Line
                           not invalid key
                               add 1 to ws-keys-purged
                               perform C2-Write-Purge-Audit-Entry
                               perform G4-Write-Purged-Key-Line
                       end-delete
                   end-if
               end-if.

      *--- the purge leaves a keyed RC 00 audit entry like any other ---
      *--- applied change, cut after the delete succeeds -----------------
       C2-Write-Purge-Audit-Entry Section.
               call 'cobchaue' using
                   by reference mr-key
                   by reference mr-change-field
                   by reference ws-not-on-file-value
                   by reference ws-calling-program
               if return-code not = zero
                   add 1 to ws-audit-failures
                   display 'COBCHPRG: audit write failed, key ['
                       mr-key '] purged but not audited'
                   perform G3B-Write-Audit-Failure-Line
               end-if.

       D-Terminate Section.
               close master-file
               if not ws-trial-run
                   call 'cobchcls' using
                       by reference ws-close-return-code
                   call 'cobchjcl' using
                       by reference ws-journal-close-return-code
               end-if
               perform G5-Write-Total-Lines
               close report-file
               perform J-Set-Job-Return-Code
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-calling-program
                   by reference ws-records-browsed
                   by reference ws-keys-purged
                   by reference ws-job-return-code
                   by reference ws-run-identity
               display 'COBCHPRG: records browsed '
                   ws-records-browsed
               display 'COBCHPRG: keys purged     '
                   ws-keys-purged
               display 'Ending: cobchprg.cbl'.

       E-Read-Next-Master-Record Section.
               if not ws-end-of-master
                   read master-file next
                       at end
                           move 'Y' to ws-eof-switch
                       not at end
                           if ws-master-status not = '00'
                               and ws-master-status not = '02'
                               display 'COBCHPRG: read failure on '
                                   'COBCHMST, status ' ws-master-status
                               move 16 to return-code
                               stop run
                           end-if
                   end-read
               end-if.

      *--- a delete without its audit trace undermines the delta feed --
      *--- and forward recovery, so it carries the same severity as a --
      *--- failed delete -------------------------------------------------
       J-Set-Job-Return-Code Section.
               evaluate true
                   when ws-delete-failures > zero
                       or ws-audit-failures > zero
                       move 12 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               if ws-trial-run
                   move 'COBCHPRG TRIAL PURGE - NO RECORDS DELETED'
                       to report-line
               else
                   move 'COBCHPRG RETIRED RECORD PURGE' to report-line
               end-if
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               string '  RUN IDENTITY   : ' delimited by size
                   ws-run-identity delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RETENTION DAYS : ' delimited by size
                   ws-retention-days delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RETIRED BEFORE : ' delimited by size
                   ws-cutoff-date delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               write report-line.

       G3-Write-Failed-Key-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  *** DELETE FAILED, STATUS ' delimited by size
                   ws-master-status delimited by size
                   ' ***' delimited by size
                   into report-line
               end-string
               write report-line.

       G3A-Write-Journal-Failure-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  *** JOURNAL WRITE FAILED - NOT PURGED ***'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G3B-Write-Audit-Failure-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  *** PURGED BUT AUDIT WRITE FAILED ***'
                       delimited by size
                   into report-line
               end-string
               write report-line.

       G4-Write-Purged-Key-Line Section.
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  RETIRED ' delimited by size
                   mr-last-change-time(1:8) delimited by size
                   '  PURGED' delimited by size
                   into report-line
               end-string
               write report-line.

       G5-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               string '  RECORDS BROWSED          : ' delimited by size
                   ws-records-browsed delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RETIRED RECORDS FOUND    : ' delimited by size
                   ws-keys-retired delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS PURGED              : ' delimited by size
                   ws-keys-purged delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RETIRED, STILL RETAINED  : ' delimited by size
                   ws-keys-retained delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  DELETE FAILURES          : ' delimited by size
                   ws-delete-failures delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  AUDIT WRITE FAILURES     : ' delimited by size
                   ws-audit-failures delimited by size
                   into report-line
               end-string
               write report-line
               if ws-trial-run
                   move spaces to report-line
                   move '  TRIAL RUN: KEYS PURGED IS THE WOULD-BE '
                       to report-line
                   move 'COUNT - NOTHING WAS DELETED'
                       to report-line(42:)
                   write report-line
               end-if.
