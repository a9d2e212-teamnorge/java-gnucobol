cobrfm*
       identification division.
       program-id. cobchrfm.
       environment division.
       input-output section.
       file-control.
           select old-audit-file assign to "COBCHRFI"
               organization is sequential
               file status is ws-input-status.
           select old-journal-file assign to "COBCHRFI"
               organization is sequential
               file status is ws-input-status.
           select old-run-control-file assign to "COBCHRFI"
               organization is sequential
               file status is ws-input-status.
           select old-cycle-file assign to "COBCHRFI"
               organization is sequential
               file status is ws-input-status.
           select new-audit-file assign to "COBCHRFO"
               organization is sequential
               file status is ws-output-status.
           select new-journal-file assign to "COBCHRFO"
               organization is sequential
               file status is ws-output-status.
           select new-run-control-file assign to "COBCHRFO"
               organization is sequential
               file status is ws-output-status.
           select new-cycle-file assign to "COBCHRFO"
               organization is sequential
               file status is ws-output-status.
       data division.
       file section.
       fd  old-audit-file
           record contains 161 characters.
       01 old-audit-record.
           05 old-audit-timestamp pic x(21).
           05 old-audit-rest pic x(140).
       fd  old-journal-file
           record contains 129 characters.
       01 old-journal-record.
           05 old-journal-timestamp pic x(21).
           05 old-journal-rest pic x(108).
       fd  old-run-control-file
           record contains 60 characters.
       01 old-run-control-record.
           05 old-run-front pic x(17).
           05 old-run-timestamp pic x(21).
           05 old-run-rest pic x(22).
       fd  old-cycle-file
           record contains 14 characters.
       01 old-cycle-record pic x(14).
       fd  new-audit-file
           record contains 200 characters.
       copy audtrec.
       fd  new-journal-file
           record contains 160 characters.
       copy jrnlrec.
       fd  new-run-control-file
           record contains 80 characters.
       copy runctl.
       fd  new-cycle-file
           record contains 22 characters.
       01 new-cycle-record.
           05 new-cycle-date pic x(8).
           05 new-cycle-time pic x(14).
       working-storage section.
       01 ws-input-status pic x(2) value spaces.
       01 ws-output-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-input value 'Y'.
      *--- reformat PARM: which file is on COBCHRFI ----------------------
      *---   A  audit trail (COBCHAUD or an audit archive) 161 -> 200 ----
      *---   J  before-image journal (COBCHJRN)            129 -> 160 ----
      *---   R  run-control log (COBCHRUN)                  60 ->  80 ----
      *---   C  delta cycle mark (COBCHDCY)                 14 ->  22 ----
       01 ws-reformat-parm pic x(1) value spaces.
           88 ws-reformat-audit value 'A'.
           88 ws-reformat-journal value 'J'.
           88 ws-reformat-run-control value 'R'.
           88 ws-reformat-cycle value 'C'.
           88 ws-reformat-valid values 'A' 'J' 'R' 'C'.
       01 ws-records-read pic 9(9) value zero.
       01 ws-records-written pic 9(9) value zero.
       procedure division.
      *--- one-time reformat of the files cut before records carried ---
      *--- the COBCHPDT business date.  Each old record is copied ------
      *--- unchanged into the front of the new layout and its business -
      *--- date is taken from the date part of its own wall-clock ------
      *--- stamp, which is what the business date was for every step ---
      *--- that finished before midnight.  The step runs at cutover, ---
      *--- before the new programs, so it neither checks nor logs to ---
      *--- COBCHRUN, which may itself still be in the old layout.  -----
      *--- COBCHAUX is not reformatted here: rerun COBCHCNV against ----
      *--- the reformatted COBCHAUD to rebuild it ------------------------
       A-Main Section.
               display 'Starting: cobchrfm.cbl'
               accept ws-reformat-parm from command-line
               if not ws-reformat-valid
                   display 'COBCHRFM: PARM [' ws-reformat-parm
                       '] must be A, J, R or C'
                   move 16 to return-code
                   stop run
               end-if
               perform B-Initialize
               perform C-Reformat-Records
                   until ws-end-of-input
               perform D-Terminate
               goback.

       B-Initialize Section.
               evaluate true
                   when ws-reformat-audit
                       open input old-audit-file
                   when ws-reformat-journal
                       open input old-journal-file
                   when ws-reformat-run-control
                       open input old-run-control-file
                   when ws-reformat-cycle
                       open input old-cycle-file
               end-evaluate
               if ws-input-status not = '00'
                   display 'COBCHRFM: unable to open COBCHRFI, status '
                       ws-input-status
                   move 16 to return-code
                   stop run
               end-if
               evaluate true
                   when ws-reformat-audit
                       open output new-audit-file
                   when ws-reformat-journal
                       open output new-journal-file
                   when ws-reformat-run-control
                       open output new-run-control-file
                   when ws-reformat-cycle
                       open output new-cycle-file
               end-evaluate
               if ws-output-status not = '00'
                   display 'COBCHRFM: unable to open COBCHRFO, status '
                       ws-output-status
                   move 16 to return-code
                   stop run
               end-if
               perform E-Read-Old-Record.

       C-Reformat-Records Section.
               evaluate true
                   when ws-reformat-audit
                       perform C1-Reformat-Audit-Record
                   when ws-reformat-journal
                       perform C2-Reformat-Journal-Record
                   when ws-reformat-run-control
                       perform C3-Reformat-Run-Control-Record
                   when ws-reformat-cycle
                       perform C4-Reformat-Cycle-Record
               end-evaluate
               if ws-output-status not = '00'
                   display 'COBCHRFM: write to COBCHRFO failed, status '
                       ws-output-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-records-written
               perform E-Read-Old-Record.

       C1-Reformat-Audit-Record Section.
               move spaces to audit-record
               move old-audit-record to audit-record(1:161)
               move old-audit-timestamp(1:8) to aud-business-date
               write audit-record.

       C2-Reformat-Journal-Record Section.
               move spaces to journal-record
               move old-journal-record to journal-record(1:129)
               move old-journal-timestamp(1:8) to jrn-business-date
               write journal-record.

       C3-Reformat-Run-Control-Record Section.
               move spaces to run-control-record
               move old-run-control-record to run-control-record(1:60)
               move old-run-timestamp(1:8) to run-business-date
               write run-control-record.

      *--- the old mark was a bare wall-clock stamp; the new one leads --
      *--- with the business date so the window compares in the same --
      *--- order as the audit entries ------------------------------------
       C4-Reformat-Cycle-Record Section.
               move old-cycle-record(1:8) to new-cycle-date
               move old-cycle-record to new-cycle-time
               write new-cycle-record.

       D-Terminate Section.
               evaluate true
                   when ws-reformat-audit
                       close old-audit-file
                       close new-audit-file
                   when ws-reformat-journal
                       close old-journal-file
                       close new-journal-file
                   when ws-reformat-run-control
                       close old-run-control-file
                       close new-run-control-file
                   when ws-reformat-cycle
                       close old-cycle-file
                       close new-cycle-file
               end-evaluate
               move 0 to return-code
               display 'COBCHRFM: reformat type     ' ws-reformat-parm
               display 'COBCHRFM: records read      ' ws-records-read
               display 'COBCHRFM: records written   ' ws-records-written
               display 'Ending: cobchrfm.cbl'.

       E-Read-Old-Record Section.
               evaluate true
                   when ws-reformat-audit
                       read old-audit-file
                           at end
                               move 'Y' to ws-eof-switch
                       end-read
                   when ws-reformat-journal
                       read old-journal-file
                           at end
                               move 'Y' to ws-eof-switch
                       end-read
                   when ws-reformat-run-control
                       read old-run-control-file
                           at end
                               move 'Y' to ws-eof-switch
                       end-read
                   when ws-reformat-cycle
                       read old-cycle-file
                           at end
                               move 'Y' to ws-eof-switch
                       end-read
               end-evaluate
               if not ws-end-of-input
                   if ws-input-status not = '00'
                       and ws-input-status not = '10'
                       display 'COBCHRFM: read failure on COBCHRFI, '
                           'status ' ws-input-status
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to ws-records-read
               end-if.
