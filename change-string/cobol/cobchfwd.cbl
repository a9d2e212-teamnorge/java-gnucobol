       data division.
       file section.
       fd  audit-file
           record contains 200 characters.
       copy audtrec.
       fd  master-file
           record contains 90 characters.
       01 ws-calling-program pic x(8) value 'cobchfwd'.
       01 ws-journal-close-return-code pic 9(4) value zero.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
       01 ws-lock-holder pic x(8) value spaces.
       01 ws-lock-return-code pic 9(4) value zero.
      *--- per-run identity on the recovery's own journal records ------
       01 ws-audit-records-read pic 9(9) value zero.
       01 ws-entries-selected pic 9(9) value zero.
       01 ws-changes-applied pic 9(9) value zero.
       01 ws-keys-added pic 9(9) value zero.
       01 ws-keys-purged pic 9(9) value zero.
       01 ws-keys-missing pic 9(9) value zero.
       01 ws-rewrite-failures pic 9(9) value zero.
      *--- low-values on either side of a keyed audit entry mean the ---
      *--- change added or removed the key; a key the recovery adds ----
      *--- is journalled as the key followed by low-values, the way ----
      *--- COBCHUPD journals it ------------------------------------------
       01 ws-not-on-file-image.
           05 ws-not-on-file-key pic x(10) value spaces.
           05 ws-not-on-file-content pic x(80) value low-values.
       01 ws-not-on-file-value pic x(60) value low-values.
       01 ws-applied-text pic x(9) value spaces.
       procedure division.
      *--- roll a restored COBCHMST forward to the moment before a -----
      *--- failure: COBCHAUD is chronological, so replaying the RC 00 --
               move 'FW' to ws-run-identity-prefix
               move function current-date(9:6) to ws-run-identity-time
               display 'COBCHFWD: run identity [' ws-run-identity ']'
               call 'cobchdpc' using
                   by reference ws-calling-program
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHFWD: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-calling-program
                   by reference ws-run-identity
               move aud-master-key to mr-key
               read master-file
                   invalid key
                       if aud-original-value = ws-not-on-file-value
                           perform D3-Add-Resulting-Record
                       else
                           add 1 to ws-keys-missing
                           perform G2-Write-Missing-Key-Line
                       end-if
                   not invalid key
                       if aud-resulting-value = ws-not-on-file-value
                           perform D4-Delete-Purged-Record
                       else
                           perform D1-Rewrite-Resulting-Value
                       end-if
               end-read.

      *--- the recovery's own rewrites are journalled too, so a bad ----
                           perform G3-Write-Failed-Key-Line
                       not invalid key
                           add 1 to ws-changes-applied
                           move 'RECOVERED' to ws-applied-text
                           perform G4-Write-Applied-Key-Line
                   end-rewrite
               end-if.
      *--- a record loaded before the stamp fields existed and a -------
      *--- non-numeric count is its never-stamped filler ------------------
       D2-Stamp-Change-Fields Section.
               call 'cobchpdt' using
                   by reference mr-last-change-date
               move function current-date(9:6)
                   to mr-last-change-clock
               if mr-change-count is numeric
                   add 1 to mr-change-count
               else
                   move 'A' to mr-status
               end-if.

      *--- the entry added the key: the record is written back with ----
      *--- the value it was added with -----------------------------------
       D3-Add-Resulting-Record Section.
               move aud-master-key to ws-not-on-file-key
               call 'cobchjrn' using
                   by reference ws-not-on-file-image
                   by reference ws-run-identity
               if return-code not = zero
                   add 1 to ws-rewrite-failures
                   display 'COBCHFWD: journal write failed, key ['
                       mr-key '] not recovered'
                   perform G3A-Write-Journal-Failure-Line
               else
                   move spaces to mstrrec-record
                   move aud-master-key to mr-key
                   move aud-resulting-value to mr-change-field
                   move 'A' to mr-status
                   move zero to mr-change-count
                   perform D2-Stamp-Change-Fields
                   write mstrrec-record
                       invalid key
                           add 1 to ws-rewrite-failures
                           display 'COBCHFWD: write failed for key ['
                               mr-key '] status ' ws-master-status
                           perform G3-Write-Failed-Key-Line
                       not invalid key
                           add 1 to ws-changes-applied
                           add 1 to ws-keys-added
                           move 'ADDED' to ws-applied-text
                           perform G4-Write-Applied-Key-Line
                   end-write
               end-if.

      *--- the entry removed the key: the record is journalled as it --
      *--- stands and deleted again --------------------------------------
       D4-Delete-Purged-Record Section.
               call 'cobchjrn' using
                   by reference mstrrec-record
                   by reference ws-run-identity
               if return-code not = zero
                   add 1 to ws-rewrite-failures
                   display 'COBCHFWD: journal write failed, key ['
                       mr-key '] not recovered'
                   perform G3A-Write-Journal-Failure-Line
               else
                   delete master-file record
                       invalid key
                           add 1 to ws-rewrite-failures
                           display 'COBCHFWD: delete failed for key ['
                               mr-key '] status ' ws-master-status
                           perform G3-Write-Failed-Key-Line
                       not invalid key
                           add 1 to ws-changes-applied
                           add 1 to ws-keys-purged
                           move 'PURGED' to ws-applied-text
                           perform G4-Write-Applied-Key-Line
                   end-delete
               end-if.

       E-Terminate Section.
               close audit-file
               close master-file
               move spaces to report-line
               string '  KEY [' delimited by size
                   mr-key delimited by size
                   ']  ' delimited by size
                   ws-applied-text delimited by size
                   ' FROM ' delimited by size
                   aud-timestamp(1:14) delimited by size
                   '  BY ' delimited by size
                   aud-calling-program delimited by size
               end-string
               write report-line
               move spaces to report-line
               string '  KEYS ADDED               : ' delimited by size
                   ws-keys-added delimited by size
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
               string '  KEYS NOT ON MASTER       : ' delimited by size
                   ws-keys-missing delimited by size
                   into report-line
