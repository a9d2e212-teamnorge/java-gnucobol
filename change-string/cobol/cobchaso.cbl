cobsub*
       identification division.
       program-id. cobchaso.
       environment division.
       input-output section.
       file-control.
           select history-file assign to "COBCHAUX"
               organization is indexed
               access mode is dynamic
               record key is audh-key
               file status is ws-history-status.
           select processing-date-file assign to "COBCHPDT"
               organization is sequential
               file status is ws-processing-date-status.
       data division.
       file section.
       fd  history-file
           record contains 205 characters.
       copy audhrec.
       fd  processing-date-file
           record contains 40 characters.
       copy pdtrec.
       working-storage section.
       01 ws-history-status pic x(2) value spaces.
       01 ws-processing-date-status pic x(2) value spaces.
       01 ws-history-open-switch pic x value 'N'.
           88 ws-history-is-open value 'Y'.
      *--- a COBCHAUX that is missing or will not open leaves nothing --
      *--- to work back through: any key changed since the date is -----
      *--- then reported as archived rather than guessed at --------------
       01 ws-history-unusable-switch pic x value 'N'.
           88 ws-history-unusable value 'Y'.
       01 ws-unchanged-switch pic x value 'N'.
           88 ws-unchanged-since-date value 'Y'.
       01 ws-journal-switch pic x value 'N'.
           88 ws-journal-reaches-back value 'Y'.
       01 ws-history-eof-switch pic x value 'N'.
           88 ws-end-of-key-history value 'Y'.
      *--- the retention date is read once per run unit ------------------
       01 ws-retention-loaded-switch pic x value 'N'.
           88 ws-retention-is-loaded value 'Y'.
       01 ws-audit-retained-from pic x(8) value spaces.
      *--- what the key's history says about the as-of date: the -------
      *--- first RC 00 entry after it carries the change field as it ---
      *--- stood at its close, and the last on or before it dates ------
      *--- the change that put it there ----------------------------------
       01 ws-first-after-switch pic x value 'N'.
           88 ws-changed-after-date value 'Y'.
       01 ws-first-after-date pic x(8) value spaces.
       01 ws-first-after-original pic x(60) value spaces.
       01 ws-after-count pic 9(5) value zero.
       01 ws-last-before-date pic x(8) value spaces.
       01 ws-last-before-clock pic x(6) value spaces.
      *--- low-values on a history entry's old value mean the change ---
      *--- added the key -------------------------------------------------
       01 ws-not-on-file-value pic x(60) value low-values.
       copy mstrrec.
       linkage section.
       copy asoparm.
       01 LS-Close-Return-Code pic 9(4).
       procedure division using
       by reference     ASOPARM-BLOCK.
       A-Main Section.
               if not ws-retention-is-loaded
                   perform B-Load-Retention-Date
                   move 'Y' to ws-retention-loaded-switch
               end-if
               move ws-audit-retained-from to ASO-HISTORY-RETAINED-FROM
               move ASO-CURRENT-IMAGE to mstrrec-record
               perform C-Scan-Key-History
               perform D-Decide-As-Of-Image.

               goback.

       B-Load-Retention-Date Section.
               move spaces to ws-audit-retained-from
               open input processing-date-file
               if ws-processing-date-status = '00'
                   read processing-date-file
                       at end
                           continue
                       not at end
                           move pdt-audit-retained-from
                               to ws-audit-retained-from
                   end-read
                   close processing-date-file
               end-if
               if ws-audit-retained-from is not numeric
                   move spaces to ws-audit-retained-from
               end-if.

      *--- the store stays open across calls; the caller closes it -----
      *--- through cobchasc when it is done -----------------------------
       C-Scan-Key-History Section.
               move 'N' to ws-first-after-switch
               move spaces to ws-first-after-date
               move spaces to ws-first-after-original
               move zero to ws-after-count
               move spaces to ws-last-before-date
               move spaces to ws-last-before-clock
               move 'N' to ws-history-eof-switch
               if not ws-history-is-open
                   and not ws-history-unusable
                   open input history-file
                   evaluate ws-history-status
                       when '00'
                           move 'Y' to ws-history-open-switch
                       when '35'
                           set ws-history-unusable to true
                       when other
                           display 'COBCHASO: unable to open COBCHAUX, '
                               'status ' ws-history-status
                           set ws-history-unusable to true
                   end-evaluate
               end-if
               if ws-history-is-open
                   move ASO-MASTER-KEY to audh-master-key
                   move zero to audh-sequence
                   start history-file key is not less than audh-key
                       invalid key
                           set ws-end-of-key-history to true
                   end-start
                   perform C1-Read-History-Record
                   perform C2-Note-History-Entry
                       until ws-end-of-key-history
               end-if.

       C1-Read-History-Record Section.
               if not ws-end-of-key-history
                   read history-file next
                       at end
                           set ws-end-of-key-history to true
                       not at end
                           if ws-history-status not = '00'
                               display 'COBCHASO: read failure on '
                                   'COBCHAUX, status '
                                   ws-history-status
                               set ws-end-of-key-history to true
                           end-if
                           if audh-master-key not = ASO-MASTER-KEY
                               set ws-end-of-key-history to true
                           end-if
                   end-read
               end-if.

      *--- only RC 00 entries changed the record; a failed or ----------
      *--- no-translation call left it as it was ----------------------------
       C2-Note-History-Entry Section.
               if audh-return-code = zero
                   if audh-business-date > ASO-AS-OF-DATE
                       add 1 to ws-after-count
                       if not ws-changed-after-date
                           set ws-changed-after-date to true
                           move audh-business-date
                               to ws-first-after-date
                           move audh-original-value
                               to ws-first-after-original
                       end-if
                   else
                       move audh-business-date to ws-last-before-date
                       move audh-timestamp(9:6) to ws-last-before-clock
                   end-if
               end-if
               perform C1-Read-History-Record.

      *--- a record last stamped on or before the date has not moved ---
      *--- since.  Otherwise the journal before-image is the whole -----
      *--- record exactly, so long as it is not later than the first ---
      *--- change the history knows of.  Past that, only the history ---
      *--- can rebuild it, and only if it still reaches back to the ----
      *--- date -----------------------------------------------------------
       D-Decide-As-Of-Image Section.
               move 'N' to ws-unchanged-switch
               if ASO-CURRENT-ON-FILE
                   and mr-last-change-date is numeric
                   if mr-last-change-date not > ASO-AS-OF-DATE
                       set ws-unchanged-since-date to true
                   end-if
               end-if
               move 'N' to ws-journal-switch
               if ASO-JOURNAL-FOUND
                   if not ws-changed-after-date
                       set ws-journal-reaches-back to true
                   end-if
                   if ASO-JOURNAL-DATE not > ws-first-after-date
                       set ws-journal-reaches-back to true
                   end-if
               end-if
               evaluate true
                   when ws-unchanged-since-date
                       set ASO-RESULT-UNCHANGED to true
                       move ASO-CURRENT-IMAGE to ASO-RESULT-IMAGE
                   when ws-journal-reaches-back
                       move ASO-JOURNAL-IMAGE to ASO-RESULT-IMAGE
                       if ASO-JOURNAL-IMAGE(11:80) = low-values
                           perform D2-Set-Not-On-File
                       else
                           set ASO-RESULT-FROM-JOURNAL to true
                       end-if
                   when ws-history-unusable
                   when ws-audit-retained-from not = spaces
                       and ASO-AS-OF-DATE < ws-audit-retained-from
                       set ASO-RESULT-ARCHIVED to true
                       if ASO-CURRENT-ON-FILE
                           move ASO-CURRENT-IMAGE to ASO-RESULT-IMAGE
                       else
                           move spaces to ASO-RESULT-IMAGE
                           move ASO-MASTER-KEY to ASO-RESULT-KEY
                       end-if
                   when ws-changed-after-date
                       if ws-first-after-original = ws-not-on-file-value
                           perform D2-Set-Not-On-File
                       else
                           perform D1-Rebuild-From-History
                       end-if
                   when ASO-CURRENT-ON-FILE
                       set ASO-RESULT-UNCHANGED to true
                       move ASO-CURRENT-IMAGE to ASO-RESULT-IMAGE
                   when other
                       perform D2-Set-Not-On-File
               end-evaluate.

      *--- the history carries the change field only.  Nothing ---------
      *--- rewrites a retired record, so one retired since the date ----
      *--- was not retired on it; only retired records are purged, so --
      *--- a purged key is shown retired.  The change count is worked --
      *--- back by the RC 00 entries since the date ----------------------
       D1-Rebuild-From-History Section.
               if ASO-CURRENT-ON-FILE
                   if MR-STATUS-RETIRED
                       move 'A' to mr-status
                   end-if
                   if mr-change-count is numeric
                       and mr-change-count > ws-after-count
                       subtract ws-after-count from mr-change-count
                   else
                       move zero to mr-change-count
                   end-if
               else
                   move spaces to mstrrec-record
                   move ASO-MASTER-KEY to mr-key
                   move 'R' to mr-status
                   move zero to mr-change-count
               end-if
               move ws-first-after-original to mr-change-field
               if ws-last-before-date = spaces
                   move spaces to mr-last-change-time
               else
                   move ws-last-before-date to mr-last-change-date
                   move ws-last-before-clock to mr-last-change-clock
               end-if
               move mstrrec-record to ASO-RESULT-IMAGE
               set ASO-RESULT-FROM-HISTORY to true.

       D2-Set-Not-On-File Section.
               set ASO-RESULT-NOT-ON-FILE to true
               move spaces to ASO-RESULT-IMAGE
               move ASO-MASTER-KEY to ASO-RESULT-KEY.

       Z-Close-History Section.
               if ws-history-is-open
                   close history-file
                   move 'N' to ws-history-open-switch
               end-if
               move 'N' to ws-history-unusable-switch
               move 0 to LS-Close-Return-Code.

       Z1-Cobchasc-Entry Section.
       entry 'cobchasc' using
       by reference     LS-Close-Return-Code.
               perform Z-Close-History
               goback.
