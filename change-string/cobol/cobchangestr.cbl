               access mode is dynamic
               record key is audh-key
               file status is ws-history-status.
           select translate-file assign to "COBCHXLT"
               organization is indexed
               access mode is dynamic
               record key is xlt-key
               file status is ws-translate-status.
           select usage-file assign to "COBCHXUS"
               organization is sequential
               file status is ws-usage-status.
       data division.
       file section.
       fd  audit-file
           record contains 200 characters.
       copy audtrec.
       fd  history-file
           record contains 205 characters.
       copy audhrec.
       fd  translate-file
           record contains 120 characters.
       copy xltrec.
       fd  usage-file
           record contains 100 characters.
       copy xlurec.
       working-storage section.
       copy chgrtncd.
       copy chgfunc replacing ==CHGFUNC-CODE== by
       01 ws-trial-switch pic x value 'N'.
           88 ws-trial-run value 'T'.
       01 ws-calling-program pic x(8) value spaces.
      *--- cobchopr function that fetches the signed-on operator -------
       01 ws-operator-get pic x value 'G'.
       01 ws-master-key pic x(10) value spaces.
       01 ws-original-value pic x(60) value spaces.
       01 ws-resulting-value pic x(60) value spaces.
       01 ws-replace-value pic x(4) value spaces.
       01 ws-trimmed-length pic 9(2) value zero.
       01 ws-audit-sequence-number pic 9(9) value zero.
      *--- mode 05 translation table: opened on the first mode 05 ------
      *--- call and held open like the audit files; a table that -------
      *--- cannot be opened is reported once and every mode 05 call ----
      *--- fails with CS-RC-UNEXPECTED-CONDITION until COBCHCLS ---------
       01 ws-translate-status pic x(2) value spaces.
       01 ws-translate-open-switch pic x value 'N'.
           88 ws-translate-is-open value 'Y'.
           88 ws-translate-unavailable value 'U'.
       01 ws-usage-status pic x(2) value spaces.
       01 ws-usage-open-switch pic x value 'N'.
           88 ws-usage-is-open value 'Y'.
       01 ws-translate-date pic x(8) value spaces.
       01 ws-translate-body pic x(50) value spaces.
       01 ws-translate-new-value pic x(50) value spaces.
       01 ws-translate-applied-key pic x(58) value spaces.
       01 ws-translate-found-switch pic x value 'N'.
           88 ws-translation-found value 'Y'.
       01 ws-translate-scan-switch pic x value 'N'.
           88 ws-translate-scan-done value 'Y'.
       linkage section.
       copy strparm replacing ==STRPARM-RECORD== by
           ==StringParameter==.
               if ws-input-is-valid
                   if CHGFUNC-CODE-IS-VALID
                       perform D-Apply-Transformation
                   else
                       set CS-RC-UNEXPECTED-CONDITION to true
                   end-if
                   end-if
                   move 'Y' to ws-audit-open-switch
               end-if
               move spaces to audit-record
               move function current-date to aud-timestamp
               call 'cobchpdt' using
                   by reference aud-business-date
               call 'cobchopr' using
                   by reference ws-operator-get
                   by reference aud-operator-id
               move ws-calling-program to aud-calling-program
               move ws-original-value to aud-original-value
               move ws-resulting-value to aud-resulting-value
               end-if
               if ws-history-is-open
                   perform C2-Next-History-Sequence
                   move spaces to audh-record
                   move ws-master-key to audh-master-key
                   move ws-last-history-seq to audh-sequence
                   move aud-timestamp to audh-timestamp
                   move aud-original-value to audh-original-value
                   move aud-resulting-value to audh-resulting-value
                   move aud-return-code to audh-return-code
                   move aud-business-date to audh-business-date
                   move aud-operator-id to audh-operator-id
                   write audh-record
                   if ws-history-status not = '00'
                       display 'COBCHANGESTR: history write failed, '
                       move ws-work-body to SP-BODY
                   when CHGFUNC-CODE-PAD-BODY
                       perform D1-Pad-Body-To-Width
                   when CHGFUNC-CODE-TRANSLATE-BODY
                       perform D2-Translate-Body
                   when CHGFUNC-CODE-SUBSTITUTE-BODY
      *--- SP-TAG(1:1) carries the actual token length (1-4) so a -----
      *--- short search/replace value isn't matched/replaced with -----
               move ws-work-body(1:ws-pad-width)
                   to SP-BODY(1:ws-pad-width).

      *--- the whole body is looked up on COBCHXLT: of the entries -----
      *--- for that old value, the latest one effective on or before ---
      *--- the business date applies.  No entry leaves the body as it -
      *--- was and answers CS-RC-NO-TRANSLATION --------------------------
       D2-Translate-Body Section.
               if not ws-translate-is-open
                   and not ws-translate-unavailable
                   perform D3-Open-Translate-File
               end-if
               if ws-translate-unavailable
                   set CS-RC-UNEXPECTED-CONDITION to true
               else
                   call 'cobchpdt' using
                       by reference ws-translate-date
                   move SP-BODY to ws-translate-body
                   move 'N' to ws-translate-found-switch
                   move 'N' to ws-translate-scan-switch
                   move ws-translate-body to xlt-old-value
                   move low-values to xlt-effective-date
                   start translate-file key is not less than xlt-key
                       invalid key
                           set ws-translate-scan-done to true
                   end-start
                   perform D4-Scan-Translate-Entries
                       until ws-translate-scan-done
                   if ws-translation-found
                       move ws-translate-new-value to SP-BODY
                       if not ws-trial-run
                           perform D5-Write-Usage-Record
                       end-if
                   else
                       set CS-RC-NO-TRANSLATION to true
                   end-if
               end-if.

       D3-Open-Translate-File Section.
               open input translate-file
               if ws-translate-status = '00'
                   move 'Y' to ws-translate-open-switch
               else
                   display 'COBCHANGESTR: unable to open COBCHXLT, '
                       'status ' ws-translate-status
                       ' - mode 05 calls fail until it is available'
                   move 'U' to ws-translate-open-switch
               end-if.

      *--- entries for one old value sit together in effective-date ----
      *--- order, so the scan stops at the first entry for another -----
      *--- value or one not yet effective ----------------------------------
       D4-Scan-Translate-Entries Section.
               read translate-file next
                   at end
                       set ws-translate-scan-done to true
                   not at end
                       if ws-translate-status not = '00'
                           or xlt-old-value not = ws-translate-body
                           or xlt-effective-date > ws-translate-date
                           set ws-translate-scan-done to true
                       else
                           set ws-translation-found to true
                           move xlt-new-value
                               to ws-translate-new-value
                           move xlt-key to ws-translate-applied-key
                       end-if
               end-read.

      *--- the usage trail is informational, like the COBCHAUX mirror: -
      *--- trouble writing it is displayed but never disturbs ----------
      *--- CS-RETURN-CODE ------------------------------------------------
       D5-Write-Usage-Record Section.
               if not ws-usage-is-open
                   open extend usage-file
                   if ws-usage-status = '35'
                       open output usage-file
                   end-if
                   if ws-usage-status = '00'
                       move 'Y' to ws-usage-open-switch
                   else
                       display 'COBCHANGESTR: unable to open COBCHXUS,'
                           ' status ' ws-usage-status
                           ' - translation usage not recorded'
                   end-if
               end-if
               if ws-usage-is-open
                   move spaces to xlt-usage-record
                   move function current-date to xlu-timestamp
                   move ws-calling-program to xlu-calling-program
                   move ws-master-key to xlu-master-key
                   move ws-translate-applied-key to xlu-xlt-key
                   write xlt-usage-record
                   if ws-usage-status not = '00'
                       display 'COBCHANGESTR: usage write failed, '
                           'status ' ws-usage-status
                           ' - translation usage not recorded'
                   end-if
               end-if.

       Z-Close-Audit Section.
               if ws-translate-is-open
                   close translate-file
               end-if
               move 'N' to ws-translate-open-switch
               if ws-usage-is-open
                   close usage-file
                   move 'N' to ws-usage-open-switch
               end-if
               if ws-history-is-open
                   close history-file
                   if ws-history-status not = '00'
