       data division.
       file section.
       fd  journal-file
           record contains 160 characters.
       copy jrnlrec.
       fd  master-file
           record contains 90 characters.
       01 ws-close-return-code pic 9(4) value zero.
       01 ws-journal-close-return-code pic 9(4) value zero.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
       01 ws-lock-holder pic x(8) value spaces.
       01 ws-lock-return-code pic 9(4) value zero.
      *--- per-run identity on the backout's own journal records -------
           05 ws-select-to-time pic x(14).
      *--- selected journal entries, restored in reverse order so ------
      *--- the earliest before-image for a key is the one that ---------
      *--- ends up on the file.  A before-image of key plus ------------
      *--- low-values marks a key that was added, so restoring it ------
      *--- means taking the record off the file again ------------------
       01 ws-max-entries pic 9(5) value 10000.
       01 ws-entry-count pic 9(5) value zero.
       01 ws-entry-index pic 9(5) value zero.
           05 ws-journal-entry occurs 10000 times.
               10 ws-entry-key pic x(10).
               10 ws-entry-prior-record pic x(90).
               10 ws-entry-prior-fields
                       redefines ws-entry-prior-record.
                   15 ws-entry-prior-key pic x(10).
                   15 ws-entry-prior-content pic x(80).
                       88 ws-entry-not-on-file value low-values.
       01 ws-journal-records-read pic 9(9) value zero.
       01 ws-entries-selected pic 9(9) value zero.
       01 ws-keys-restored pic 9(9) value zero.
       01 ws-keys-removed pic 9(9) value zero.
       01 ws-keys-missing pic 9(9) value zero.
       01 ws-rewrite-failures pic 9(9) value zero.
       01 ws-audit-failures pic 9(9) value zero.
      *--- the value the restore is about to take off the file, kept ---
      *--- for the restore's own audit entry -----------------------------
       01 ws-undone-value pic x(60) value spaces.
      *--- a key the backout adds or removes is journalled and ---------
      *--- audited the way COBCHUPD and COBCHPRG do it: low-values -----
      *--- stand for "no record on file" -----------------------------------
       01 ws-not-on-file-image.
           05 ws-not-on-file-key pic x(10) value spaces.
           05 ws-not-on-file-content pic x(80) value low-values.
       01 ws-not-on-file-value pic x(60) value low-values.
       01 ws-restored-text pic x(24) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting: cobchbko.cbl'
               move 'BK' to ws-run-identity-prefix
               move function current-date(9:6) to ws-run-identity-time
               display 'COBCHBKO: run identity [' ws-run-identity ']'
               call 'cobchdpc' using
                   by reference ws-calling-program
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHBKO: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-calling-program
                   by reference ws-run-identity
               move ws-entry-key(ws-entry-index) to mr-key
               read master-file
                   invalid key
                       perform D5-Restore-Missing-Key
                   not invalid key
                       if ws-entry-not-on-file(ws-entry-index)
                           perform D6-Remove-Added-Record
                       else
                           perform D2-Rewrite-Prior-Image
                       end-if
               end-read.

      *--- the backout's own rewrite is journalled too, so a backout ---
                       not invalid key
                           add 1 to ws-keys-restored
                           perform D4-Write-Restore-Audit-Entry
                           move 'RESTORED' to ws-restored-text
                           perform G4-Write-Restored-Key-Line
                   end-rewrite
               end-if.
      *--- before the stamp fields existed and a non-numeric count ------
      *--- is its never-stamped filler -------------------------------------
       D3-Stamp-Change-Fields Section.
               call 'cobchpdt' using
                   by reference mr-last-change-date
               move function current-date(9:6)
                   to mr-last-change-clock
               if mr-change-count is numeric
                   add 1 to mr-change-count
               else
                   move 'A' to mr-status
               end-if.

      *--- a key missing from the file was either purged after the -----
      *--- image was taken, so the image is written back as a new ------
      *--- record, or was added by the run being backed out and is -----
      *--- already gone, which leaves nothing to restore -----------------
       D5-Restore-Missing-Key Section.
               if ws-entry-not-on-file(ws-entry-index)
                   add 1 to ws-keys-missing
                   perform G2-Write-Missing-Key-Line
               else
                   move ws-not-on-file-value to ws-undone-value
                   move ws-entry-key(ws-entry-index)
                       to ws-not-on-file-key
                   call 'cobchjrn' using
                       by reference ws-not-on-file-image
                       by reference ws-run-identity
                   if return-code not = zero
                       add 1 to ws-rewrite-failures
                       display 'COBCHBKO: journal write failed, key ['
                           mr-key '] not restored'
                       perform G3A-Write-Journal-Failure-Line
                   else
                       move ws-entry-prior-record(ws-entry-index)
                           to mstrrec-record
                       perform D3-Stamp-Change-Fields
                       write mstrrec-record
                           invalid key
                               add 1 to ws-rewrite-failures
                               display 'COBCHBKO: write failed for '
                                   'key [' mr-key '] status '
                                   ws-master-status
                               perform G3-Write-Failed-Key-Line
                           not invalid key
                               add 1 to ws-keys-restored
                               perform D4-Write-Restore-Audit-Entry
                               move 'RESTORED - PURGE UNDONE'
                                   to ws-restored-text
                               perform G4-Write-Restored-Key-Line
                       end-write
                   end-if
               end-if.

      *--- the key was added by the run being backed out: the record --
      *--- is journalled as it stands and deleted, and the audit entry -
      *--- carries low-values as its resulting value ----------------------
       D6-Remove-Added-Record Section.
               move mr-change-field to ws-undone-value
               call 'cobchjrn' using
                   by reference mstrrec-record
                   by reference ws-run-identity
               if return-code not = zero
                   add 1 to ws-rewrite-failures
                   display 'COBCHBKO: journal write failed, key ['
                       mr-key '] not removed'
                   perform G3A-Write-Journal-Failure-Line
               else
                   delete master-file record
                       invalid key
                           add 1 to ws-rewrite-failures
                           display 'COBCHBKO: delete failed for key ['
                               mr-key '] status ' ws-master-status
                           perform G3-Write-Failed-Key-Line
                       not invalid key
                           add 1 to ws-keys-removed
                           call 'cobchaue' using
                               by reference mr-key
                               by reference ws-undone-value
                               by reference ws-not-on-file-value
                               by reference ws-calling-program
                           if return-code not = zero
                               add 1 to ws-audit-failures
                               display 'COBCHBKO: audit write failed, '
                                   'key [' mr-key '] removed but not '
                                   'audited'
                               perform G3B-Write-Audit-Failure-Line
                           end-if
                           move 'ADDED RECORD REMOVED'
                               to ws-restored-text
                           perform G4-Write-Restored-Key-Line
                   end-delete
               end-if.

       E-Terminate Section.
               close master-file
               call 'cobchcls' using
                   ws-entries-selected
               display 'COBCHBKO: keys restored        '
                   ws-keys-restored
               display 'COBCHBKO: added keys removed   '
                   ws-keys-removed
               display 'Ending: cobchbko.cbl'.

      *--- a restore without its audit trace undermines the delta ------
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  ' delimited by size
                   ws-restored-text delimited by size
                   into report-line
               end-string
               write report-line.
               end-string
               write report-line
               move spaces to report-line
               string '  ADDED KEYS REMOVED       : ' delimited by size
                   ws-keys-removed delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS NOT ON MASTER       : ' delimited by size
                   ws-keys-missing delimited by size
                   into report-line
