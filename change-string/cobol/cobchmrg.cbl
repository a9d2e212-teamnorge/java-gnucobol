cobmrg*
       identification division.
       program-id. cobchmrg.
       environment division.
       input-output section.
       file-control.
           select control-file assign to "COBCHSPC"
               organization is sequential
               file status is ws-control-status.
           select map-file assign to "COBCHSPM"
               organization is sequential
               file status is ws-map-status.
           select output-file-1 assign to "COBCHO01"
               organization is sequential
               file status is ws-part-output-status.
           select output-file-2 assign to "COBCHO02"
               organization is sequential
               file status is ws-part-output-status.
           select output-file-3 assign to "COBCHO03"
               organization is sequential
               file status is ws-part-output-status.
           select output-file-4 assign to "COBCHO04"
               organization is sequential
               file status is ws-part-output-status.
           select output-file-5 assign to "COBCHO05"
               organization is sequential
               file status is ws-part-output-status.
           select output-file-6 assign to "COBCHO06"
               organization is sequential
               file status is ws-part-output-status.
           select output-file-7 assign to "COBCHO07"
               organization is sequential
               file status is ws-part-output-status.
           select output-file-8 assign to "COBCHO08"
               organization is sequential
               file status is ws-part-output-status.
           select reject-file-1 assign to "COBCHR01"
               organization is sequential
               file status is ws-part-reject-status.
           select reject-file-2 assign to "COBCHR02"
               organization is sequential
               file status is ws-part-reject-status.
           select reject-file-3 assign to "COBCHR03"
               organization is sequential
               file status is ws-part-reject-status.
           select reject-file-4 assign to "COBCHR04"
               organization is sequential
               file status is ws-part-reject-status.
           select reject-file-5 assign to "COBCHR05"
               organization is sequential
               file status is ws-part-reject-status.
           select reject-file-6 assign to "COBCHR06"
               organization is sequential
               file status is ws-part-reject-status.
           select reject-file-7 assign to "COBCHR07"
               organization is sequential
               file status is ws-part-reject-status.
           select reject-file-8 assign to "COBCHR08"
               organization is sequential
               file status is ws-part-reject-status.
           select audit-file-1 assign to "COBCHA01"
               organization is sequential
               file status is ws-part-audit-status.
           select audit-file-2 assign to "COBCHA02"
               organization is sequential
               file status is ws-part-audit-status.
           select audit-file-3 assign to "COBCHA03"
               organization is sequential
               file status is ws-part-audit-status.
           select audit-file-4 assign to "COBCHA04"
               organization is sequential
               file status is ws-part-audit-status.
           select audit-file-5 assign to "COBCHA05"
               organization is sequential
               file status is ws-part-audit-status.
           select audit-file-6 assign to "COBCHA06"
               organization is sequential
               file status is ws-part-audit-status.
           select audit-file-7 assign to "COBCHA07"
               organization is sequential
               file status is ws-part-audit-status.
           select audit-file-8 assign to "COBCHA08"
               organization is sequential
               file status is ws-part-audit-status.
           select sequence-file-1 assign to "COBCHQ01"
               organization is sequential
               file status is ws-part-sequence-status.
           select sequence-file-2 assign to "COBCHQ02"
               organization is sequential
               file status is ws-part-sequence-status.
           select sequence-file-3 assign to "COBCHQ03"
               organization is sequential
               file status is ws-part-sequence-status.
           select sequence-file-4 assign to "COBCHQ04"
               organization is sequential
               file status is ws-part-sequence-status.
           select sequence-file-5 assign to "COBCHQ05"
               organization is sequential
               file status is ws-part-sequence-status.
           select sequence-file-6 assign to "COBCHQ06"
               organization is sequential
               file status is ws-part-sequence-status.
           select sequence-file-7 assign to "COBCHQ07"
               organization is sequential
               file status is ws-part-sequence-status.
           select sequence-file-8 assign to "COBCHQ08"
               organization is sequential
               file status is ws-part-sequence-status.
           select usage-file-1 assign to "COBCHU01"
               organization is sequential
               file status is ws-part-usage-status.
           select usage-file-2 assign to "COBCHU02"
               organization is sequential
               file status is ws-part-usage-status.
           select usage-file-3 assign to "COBCHU03"
               organization is sequential
               file status is ws-part-usage-status.
           select usage-file-4 assign to "COBCHU04"
               organization is sequential
               file status is ws-part-usage-status.
           select usage-file-5 assign to "COBCHU05"
               organization is sequential
               file status is ws-part-usage-status.
           select usage-file-6 assign to "COBCHU06"
               organization is sequential
               file status is ws-part-usage-status.
           select usage-file-7 assign to "COBCHU07"
               organization is sequential
               file status is ws-part-usage-status.
           select usage-file-8 assign to "COBCHU08"
               organization is sequential
               file status is ws-part-usage-status.
           select merged-output-file assign to "COBCHOUT"
               organization is sequential
               file status is ws-output-status.
           select merged-reject-file assign to "COBCHREJ"
               organization is sequential
               file status is ws-reject-status.
           select merged-audit-file assign to "COBCHAUD"
               organization is sequential
               file status is ws-audit-status.
           select merged-usage-file assign to "COBCHXUS"
               organization is sequential
               file status is ws-usage-status.
           select history-file assign to "COBCHAUX"
               organization is indexed
               access mode is dynamic
               record key is audh-key
               file status is ws-history-status.
           select report-file assign to "COBCHMRP"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  control-file
           record contains 80 characters.
       copy spcrec.
       fd  map-file
           record contains 20 characters.
       copy spmrec.
       fd  output-file-1
           record contains 60 characters.
       01 output-record-1 pic x(60).
       fd  output-file-2
           record contains 60 characters.
       01 output-record-2 pic x(60).
       fd  output-file-3
           record contains 60 characters.
       01 output-record-3 pic x(60).
       fd  output-file-4
           record contains 60 characters.
       01 output-record-4 pic x(60).
       fd  output-file-5
           record contains 60 characters.
       01 output-record-5 pic x(60).
       fd  output-file-6
           record contains 60 characters.
       01 output-record-6 pic x(60).
       fd  output-file-7
           record contains 60 characters.
       01 output-record-7 pic x(60).
       fd  output-file-8
           record contains 60 characters.
       01 output-record-8 pic x(60).
       fd  reject-file-1
           record contains 80 characters.
       01 reject-record-1 pic x(80).
       fd  reject-file-2
           record contains 80 characters.
       01 reject-record-2 pic x(80).
       fd  reject-file-3
           record contains 80 characters.
       01 reject-record-3 pic x(80).
       fd  reject-file-4
           record contains 80 characters.
       01 reject-record-4 pic x(80).
       fd  reject-file-5
           record contains 80 characters.
       01 reject-record-5 pic x(80).
       fd  reject-file-6
           record contains 80 characters.
       01 reject-record-6 pic x(80).
       fd  reject-file-7
           record contains 80 characters.
       01 reject-record-7 pic x(80).
       fd  reject-file-8
           record contains 80 characters.
       01 reject-record-8 pic x(80).
       fd  audit-file-1
           record contains 200 characters.
       01 audit-record-1 pic x(200).
       fd  audit-file-2
           record contains 200 characters.
       01 audit-record-2 pic x(200).
       fd  audit-file-3
           record contains 200 characters.
       01 audit-record-3 pic x(200).
       fd  audit-file-4
           record contains 200 characters.
       01 audit-record-4 pic x(200).
       fd  audit-file-5
           record contains 200 characters.
       01 audit-record-5 pic x(200).
       fd  audit-file-6
           record contains 200 characters.
       01 audit-record-6 pic x(200).
       fd  audit-file-7
           record contains 200 characters.
       01 audit-record-7 pic x(200).
       fd  audit-file-8
           record contains 200 characters.
       01 audit-record-8 pic x(200).
       fd  sequence-file-1
           record contains 20 characters.
       01 sequence-record-1 pic x(20).
       fd  sequence-file-2
           record contains 20 characters.
       01 sequence-record-2 pic x(20).
       fd  sequence-file-3
           record contains 20 characters.
       01 sequence-record-3 pic x(20).
       fd  sequence-file-4
           record contains 20 characters.
       01 sequence-record-4 pic x(20).
       fd  sequence-file-5
           record contains 20 characters.
       01 sequence-record-5 pic x(20).
       fd  sequence-file-6
           record contains 20 characters.
       01 sequence-record-6 pic x(20).
       fd  sequence-file-7
           record contains 20 characters.
       01 sequence-record-7 pic x(20).
       fd  sequence-file-8
           record contains 20 characters.
       01 sequence-record-8 pic x(20).
       fd  usage-file-1
           record contains 100 characters.
       01 usage-record-1 pic x(100).
       fd  usage-file-2
           record contains 100 characters.
       01 usage-record-2 pic x(100).
       fd  usage-file-3
           record contains 100 characters.
       01 usage-record-3 pic x(100).
       fd  usage-file-4
           record contains 100 characters.
       01 usage-record-4 pic x(100).
       fd  usage-file-5
           record contains 100 characters.
       01 usage-record-5 pic x(100).
       fd  usage-file-6
           record contains 100 characters.
       01 usage-record-6 pic x(100).
       fd  usage-file-7
           record contains 100 characters.
       01 usage-record-7 pic x(100).
       fd  usage-file-8
           record contains 100 characters.
       01 usage-record-8 pic x(100).
       fd  merged-output-file
           record contains 60 characters.
       01 merged-output-record pic x(60).
       fd  merged-reject-file
           record contains 80 characters.
       01 merged-reject-record pic x(80).
       fd  merged-audit-file
           record contains 200 characters.
       01 merged-audit-record pic x(200).
       fd  merged-usage-file
           record contains 100 characters.
       01 merged-usage-record pic x(100).
       fd  history-file
           record contains 205 characters.
       copy audhrec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       copy audtrec.
       copy psqrec.
       01 ws-output-image pic x(60) value spaces.
      *--- the COBCHDRV reject layout; the merged reject carries the ---
      *--- record's number on the original COBCHIN --------------------------
       01 ws-reject-record.
           05 ws-rej-record-number pic 9(9).
           05 ws-rej-return-code pic 9(2).
           05 ws-rej-input-record pic x(60).
           05 filler pic x(9).
       01 ws-control-status pic x(2) value spaces.
       01 ws-map-status pic x(2) value spaces.
       01 ws-part-output-status pic x(2) value spaces.
       01 ws-part-reject-status pic x(2) value spaces.
       01 ws-part-audit-status pic x(2) value spaces.
       01 ws-part-sequence-status pic x(2) value spaces.
       01 ws-part-usage-status pic x(2) value spaces.
       01 ws-output-status pic x(2) value spaces.
       01 ws-reject-status pic x(2) value spaces.
       01 ws-audit-status pic x(2) value spaces.
       01 ws-usage-status pic x(2) value spaces.
       01 ws-history-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-control-eof-switch pic x value 'N'.
           88 ws-end-of-control value 'Y'.
       01 ws-map-eof-switch pic x value 'N'.
           88 ws-end-of-map value 'Y'.
       01 ws-partition-eof-switch pic x value 'N'.
           88 ws-partition-eof value 'Y'.
       01 ws-business-date pic x(8) value spaces.
      *--- what COBCHSPL recorded on COBCHSPC -----------------------------
       01 ws-summary-switch pic x value 'N'.
           88 ws-summary-seen value 'Y'.
       01 ws-split-date pic x(8) value spaces.
       01 ws-split-method pic x(1) value spaces.
           88 ws-split-by-tag value 'T'.
       01 ws-partition-count pic 9(2) value zero.
       01 ws-max-partitions pic 9(2) value 8.
       01 ws-trailer-switch pic x value 'N'.
           88 ws-trailer-present value 'Y'.
       01 ws-trailer-count pic 9(9) value zero.
       01 ws-split-data-count pic 9(9) value zero.
      *--- one entry per partition: what COBCHSPL sent it, what its ----
      *--- COBCHPSQ says happened, and what its files actually hold ----
       01 ws-partition-index pic 9(2) value zero.
       01 ws-partition-table.
           05 ws-partition-entry occurs 8 times.
               10 ws-part-entry-switch pic x(1).
                   88 ws-part-entry-seen value 'Y'.
               10 ws-part-balance-switch pic x(1).
                   88 ws-partition-balanced value 'Y'.
               10 ws-part-split pic 9(9).
               10 ws-part-sequenced pic 9(9).
               10 ws-part-flagged-written pic 9(9).
               10 ws-part-flagged-rejected pic 9(9).
               10 ws-part-flagged-audits pic 9(9).
               10 ws-part-outputs pic 9(9).
               10 ws-part-rejects pic 9(9).
               10 ws-part-audits pic 9(9).
               10 ws-part-mapped pic 9(9).
      *--- the merged files replace the nightly ones only when every --
      *--- count below agrees --------------------------------------------
       01 ws-balance-switch pic x value 'Y'.
           88 ws-merge-balanced value 'Y'.
       01 ws-map-records pic 9(9) value zero.
       01 ws-total-split pic 9(9) value zero.
       01 ws-total-sequenced pic 9(9) value zero.
       01 ws-total-outputs pic 9(9) value zero.
       01 ws-total-rejects pic 9(9) value zero.
       01 ws-total-audits pic 9(9) value zero.
       01 ws-audit-index pic 9(2) value zero.
       01 ws-merged-written pic 9(9) value zero.
       01 ws-merged-rejected pic 9(9) value zero.
       01 ws-merged-audits pic 9(9) value zero.
       01 ws-merged-usage pic 9(9) value zero.
       01 ws-usage-image pic x(100) value spaces.
      *--- once COBCHAUD and COBCHXUS hold the split's entries the -----
      *--- COBCHSPC summary is marked merged; a mark that could not ----
      *--- be written leaves the job at RC 16 so nobody reruns it ---------
       01 ws-merged-mark-switch pic x value 'N'.
           88 ws-split-marked value 'Y'.
           88 ws-split-mark-failed value 'F'.
       01 ws-merged-history pic 9(9) value zero.
      *--- reject return codes, ranked as COBCHDRV ranks its run --------
       01 ws-count-rc-04 pic 9(9) value zero.
       01 ws-count-rc-08 pic 9(9) value zero.
       01 ws-count-rc-12 pic 9(9) value zero.
      *--- keyed audit entries are mirrored onto COBCHAUX as -----------
      *--- cobchangestr mirrors them, each key's sequence carrying on --
      *--- from the highest already held -----------------------------------
       01 ws-history-open-switch pic x value 'N'.
           88 ws-history-is-open value 'Y'.
           88 ws-history-unavailable value 'U'.
       01 ws-history-high-seq pic 9(5) value zero.
       01 ws-last-history-key pic x(10) value low-values.
       01 ws-last-history-seq pic 9(5) value zero.
       01 ws-history-scan-switch pic x value 'N'.
           88 ws-history-scan-done value 'Y'.
       01 ws-job-name pic x(8) value 'cobchmrg'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- these steps carry no journal run identity; the run-control --
      *--- log shows them with a blank identity --------------------------
       01 ws-run-identity pic x(8) value spaces.
       procedure division.
      *--- puts the results of a parallel COBCHDRV run back together. --
      *--- The first pass proves that every partition's COBCHPSQ ------
      *--- matches what COBCHSPL sent it and what its output, reject ---
      *--- and audit files hold, and that the partitions add up to -----
      *--- the original trailer.  Only then does the second pass ------
      *--- follow COBCHSPM in original order, rebuilding COBCHOUT and ---
      *--- COBCHREJ and adding each record's audit entries to COBCHAUD -
      *--- (and COBCHAUX for keyed ones).  Each partition's COBCHXUS ---
      *--- usage entries are then added to COBCHXUS in partition ------
      *--- order and the split marked merged on COBCHSPC, so it can ----
      *--- never be merged twice.  Out of balance, the nightly files ---
      *--- are not touched ---------------------------------------------------
       A-Main Section.
               display 'Starting: cobchmrg.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHMRG: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               perform B-Initialize
               perform B1-Load-Split-Control
               if ws-merge-balanced
                   perform C-Verify-Partition
                       varying ws-partition-index from 1 by 1
                       until ws-partition-index > ws-partition-count
                   perform C5-Verify-Split-Map
                   perform I-Reconcile-Totals
               end-if
               if ws-merge-balanced
                   perform H-Merge-Partitions
                   perform H7-Append-Usage-Files
                   perform L-Mark-Split-Merged
               end-if
               perform D-Terminate
               goback.

       B-Initialize Section.
               call 'cobchpdt' using
                   by reference ws-business-date
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHMRG: unable to open COBCHMRP, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-max-partitions
                   move 'N' to ws-part-entry-switch(ws-partition-index)
                   move 'Y'
                       to ws-part-balance-switch(ws-partition-index)
                   move zero to ws-part-split(ws-partition-index)
                   move zero to ws-part-sequenced(ws-partition-index)
                   move zero
                       to ws-part-flagged-written(ws-partition-index)
                   move zero
                       to ws-part-flagged-rejected(ws-partition-index)
                   move zero
                       to ws-part-flagged-audits(ws-partition-index)
                   move zero to ws-part-outputs(ws-partition-index)
                   move zero to ws-part-rejects(ws-partition-index)
                   move zero to ws-part-audits(ws-partition-index)
                   move zero to ws-part-mapped(ws-partition-index)
               end-perform.

      *--- a split from another business date is last night's pieces -
      *--- or tomorrow's, and is refused outright ---------------------------
       B1-Load-Split-Control Section.
               open input control-file
               if ws-control-status not = '00'
                   display 'COBCHMRG: unable to open COBCHSPC, status '
                       ws-control-status
                   move 16 to return-code
                   stop run
               end-if
               perform B2-Read-Control-Record
               perform B3-Store-Control-Record
                   until ws-end-of-control
               close control-file
               if not ws-summary-seen
                   display 'COBCHMRG: no split summary on COBCHSPC'
                   move 16 to return-code
                   stop run
               end-if
               if ws-split-date not = ws-business-date
                   display 'COBCHMRG: split dated ' ws-split-date
                       ' is not for business date ' ws-business-date
                   move 16 to return-code
                   stop run
               end-if
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
                   if not ws-part-entry-seen(ws-partition-index)
                       display 'COBCHMRG: no COBCHSPC entry for '
                           'partition ' ws-partition-index
                       move 'N' to ws-balance-switch
                   end-if
               end-perform.

       B2-Read-Control-Record Section.
               read control-file
                   at end
                       move 'Y' to ws-control-eof-switch
                   not at end
                       if ws-control-status not = '00'
                           display 'COBCHMRG: read failure on '
                               'COBCHSPC, status ' ws-control-status
                           move 16 to return-code
                           stop run
                       end-if
               end-read.

       B3-Store-Control-Record Section.
               evaluate true
                   when spc-split-summary
                       set ws-summary-seen to true
                       move spc-business-date to ws-split-date
                       move spc-method to ws-split-method
                       move spc-partition-count to ws-partition-count
                       move spc-trailer-switch to ws-trailer-switch
                       move spc-trailer-count to ws-trailer-count
                       move spc-data-count to ws-split-data-count
                       if spc-split-merged
                           display 'COBCHMRG: split dated '
                               spc-business-date ' was merged at '
                               spc-merged-time ' - not merged again'
                           move 16 to return-code
                           stop run
                       end-if
                       if ws-partition-count < 1
                           or ws-partition-count > ws-max-partitions
                           display 'COBCHMRG: COBCHSPC partition count '
                               ws-partition-count ' must be 01 to '
                               ws-max-partitions
                           move 16 to return-code
                           stop run
                       end-if
                   when spc-partition-entry
                       and spc-partition-number > zero
                       and spc-partition-number <= ws-max-partitions
                       move spc-partition-number to ws-partition-index
                       set ws-part-entry-seen(ws-partition-index)
                           to true
                       move spc-partition-records
                           to ws-part-split(ws-partition-index)
                   when other
                       display 'COBCHMRG: unrecognised COBCHSPC '
                           'record [' split-control-record(1:20) ']'
                       move 16 to return-code
                       stop run
               end-evaluate
               perform B2-Read-Control-Record.

      *--- the partition's COBCHPSQ must number its records 1 to n ----
      *--- with nothing missing or repeated (a restart that wrote ------
      *--- twice shows here), and its outcomes and audit counts must ---
      *--- match the partition's own files record for record --------------
       C-Verify-Partition Section.
               perform M1-Open-Partition-Files
               if not ws-partition-balanced(ws-partition-index)
                   perform M2-Close-Partition-Files
                   move 'N' to ws-balance-switch
               else
                   perform E4-Read-Partition-Sequence
                   perform C1-Check-Sequence-Record
                       until ws-partition-eof
                   perform E1-Read-Partition-Output
                   perform C2-Count-Output
                       until ws-partition-eof
                   perform E2-Read-Partition-Reject
                   perform C3-Count-Reject
                       until ws-partition-eof
                   perform E3-Read-Partition-Audit
                   perform C4-Count-Audit
                       until ws-partition-eof
                   perform M2-Close-Partition-Files
                   perform C6-Compare-Partition-Counts
               end-if.

       C1-Check-Sequence-Record Section.
               add 1 to ws-part-sequenced(ws-partition-index)
               if psq-partition not = ws-partition-index
                   or psq-record-number
                       not = ws-part-sequenced(ws-partition-index)
                   if ws-partition-balanced(ws-partition-index)
                       display 'COBCHMRG: partition '
                           ws-partition-index ' COBCHPSQ record '
                           ws-part-sequenced(ws-partition-index)
                           ' is partition ' psq-partition
                           ' record ' psq-record-number
                   end-if
                   move 'N'
                       to ws-part-balance-switch(ws-partition-index)
               end-if
               evaluate true
                   when psq-record-written
                       add 1 to ws-part-flagged-written
                           (ws-partition-index)
                   when psq-record-rejected
                       add 1 to ws-part-flagged-rejected
                           (ws-partition-index)
                   when other
                       display 'COBCHMRG: partition '
                           ws-partition-index ' COBCHPSQ record '
                           psq-record-number ' has outcome ['
                           psq-outcome ']'
                       move 'N'
                           to ws-part-balance-switch(ws-partition-index)
               end-evaluate
               if psq-audit-count is numeric
                   add psq-audit-count
                       to ws-part-flagged-audits(ws-partition-index)
               else
                   move 'N'
                       to ws-part-balance-switch(ws-partition-index)
               end-if
               perform E4-Read-Partition-Sequence.

       C2-Count-Output Section.
               add 1 to ws-part-outputs(ws-partition-index)
               perform E1-Read-Partition-Output.

       C3-Count-Reject Section.
               add 1 to ws-part-rejects(ws-partition-index)
               perform E2-Read-Partition-Reject.

       C4-Count-Audit Section.
               add 1 to ws-part-audits(ws-partition-index)
               perform E3-Read-Partition-Audit.

      *--- COBCHSPM must list every original record once, in order, ---
      *--- each naming a partition in the split and its next record ----
      *--- there ---------------------------------------------------------
       C5-Verify-Split-Map Section.
               open input map-file
               if ws-map-status not = '00'
                   display 'COBCHMRG: unable to open COBCHSPM, status '
                       ws-map-status
                   move 16 to return-code
                   stop run
               end-if
               perform E5-Read-Map-Record
               perform C7-Check-Map-Record
                   until ws-end-of-map
               close map-file.

       C6-Compare-Partition-Counts Section.
               if ws-part-sequenced(ws-partition-index)
                       not = ws-part-split(ws-partition-index)
                   or ws-part-flagged-written(ws-partition-index)
                       not = ws-part-outputs(ws-partition-index)
                   or ws-part-flagged-rejected(ws-partition-index)
                       not = ws-part-rejects(ws-partition-index)
                   or ws-part-flagged-audits(ws-partition-index)
                       not = ws-part-audits(ws-partition-index)
                   move 'N'
                       to ws-part-balance-switch(ws-partition-index)
               end-if
               if not ws-partition-balanced(ws-partition-index)
                   display 'COBCHMRG: partition ' ws-partition-index
                       ' out of balance - split '
                       ws-part-split(ws-partition-index)
                       ' sequenced '
                       ws-part-sequenced(ws-partition-index)
                       ' output ' ws-part-outputs(ws-partition-index)
                       ' reject ' ws-part-rejects(ws-partition-index)
                       ' audit ' ws-part-audits(ws-partition-index)
                   move 'N' to ws-balance-switch
               end-if.

       C7-Check-Map-Record Section.
               add 1 to ws-map-records
               if spm-record-number not = ws-map-records
                   or spm-partition < 1
                   or spm-partition > ws-partition-count
                   display 'COBCHMRG: COBCHSPM record ' ws-map-records
                       ' is record ' spm-record-number
                       ' partition ' spm-partition
                   move 'N' to ws-balance-switch
                   set ws-end-of-map to true
               else
                   add 1 to ws-part-mapped(spm-partition)
                   if spm-partition-record
                           not = ws-part-mapped(spm-partition)
                       display 'COBCHMRG: COBCHSPM record '
                           ws-map-records ' maps to partition '
                           spm-partition ' record '
                           spm-partition-record ', expected '
                           ws-part-mapped(spm-partition)
                       move 'N' to ws-balance-switch
                       set ws-end-of-map to true
                   else
                       perform E5-Read-Map-Record
                   end-if
               end-if.

      *--- the proof the nightly files wait on: the partitions hold ----
      *--- every record split, each written or rejected once, and ------
      *--- together they come to the original trailer count --------------
       I-Reconcile-Totals Section.
               move zero to ws-total-split
               move zero to ws-total-sequenced
               move zero to ws-total-outputs
               move zero to ws-total-rejects
               move zero to ws-total-audits
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
                   add ws-part-split(ws-partition-index)
                       to ws-total-split
                   add ws-part-sequenced(ws-partition-index)
                       to ws-total-sequenced
                   add ws-part-outputs(ws-partition-index)
                       to ws-total-outputs
                   add ws-part-rejects(ws-partition-index)
                       to ws-total-rejects
                   add ws-part-audits(ws-partition-index)
                       to ws-total-audits
                   if ws-part-mapped(ws-partition-index)
                           not = ws-part-split(ws-partition-index)
                       display 'COBCHMRG: COBCHSPM maps '
                           ws-part-mapped(ws-partition-index)
                           ' records to partition ' ws-partition-index
                           ', COBCHSPC says '
                           ws-part-split(ws-partition-index)
                       move 'N' to ws-balance-switch
                   end-if
               end-perform
               if ws-total-split not = ws-split-data-count
                   or ws-map-records not = ws-split-data-count
                   or ws-total-outputs + ws-total-rejects
                       not = ws-split-data-count
                   move 'N' to ws-balance-switch
               end-if
               if ws-trailer-present
                   and ws-trailer-count not = ws-split-data-count
                   move 'N' to ws-balance-switch
               end-if
               if not ws-merge-balanced
                   display 'COBCHMRG: merge out of balance - trailer '
                       ws-trailer-count ' split ' ws-total-split
                       ' mapped ' ws-map-records
                       ' output ' ws-total-outputs
                       ' reject ' ws-total-rejects
               end-if.

       D-Terminate Section.
               perform J-Set-Job-Return-Code
               perform K-Write-Merge-Report
               close report-file
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-job-name
                   by reference ws-map-records
                   by reference ws-merged-written
                   by reference ws-job-return-code
                   by reference ws-run-identity
               display 'COBCHMRG: partitions       ' ws-partition-count
               display 'COBCHMRG: records written  ' ws-merged-written
               display 'COBCHMRG: records rejected ' ws-merged-rejected
               display 'COBCHMRG: audit entries    ' ws-merged-audits
               display 'COBCHMRG: usage entries    ' ws-merged-usage
               display 'Ending: cobchmrg.cbl'.

      *--- a balanced merge ends as the serial COBCHDRV would have, ---
      *--- by its worst reject; out of balance is COBCHDRV's RC 20 -------
       J-Set-Job-Return-Code Section.
               evaluate true
                   when not ws-merge-balanced
                       move 20 to return-code
                   when ws-split-mark-failed
                       move 16 to return-code
                   when ws-count-rc-12 > zero
                       move 12 to return-code
                   when ws-count-rc-08 > zero
                       move 8 to return-code
                   when ws-count-rc-04 > zero
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.

       E1-Read-Partition-Output Section.
               move 'N' to ws-partition-eof-switch
               evaluate ws-partition-index
                   when 1
                       read output-file-1
                           into ws-output-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 2
                       read output-file-2
                           into ws-output-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 3
                       read output-file-3
                           into ws-output-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 4
                       read output-file-4
                           into ws-output-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 5
                       read output-file-5
                           into ws-output-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 6
                       read output-file-6
                           into ws-output-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 7
                       read output-file-7
                           into ws-output-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 8
                       read output-file-8
                           into ws-output-image
                           at end
                               set ws-partition-eof to true
                       end-read
               end-evaluate
               if not ws-partition-eof
                   and ws-part-output-status not = '00'
                   display 'COBCHMRG: read failure on COBCHO0'
                       ws-partition-index(2:1) ', status '
                       ws-part-output-status
                   move 16 to return-code
                   stop run
               end-if.

       E2-Read-Partition-Reject Section.
               move 'N' to ws-partition-eof-switch
               evaluate ws-partition-index
                   when 1
                       read reject-file-1
                           into ws-reject-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 2
                       read reject-file-2
                           into ws-reject-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 3
                       read reject-file-3
                           into ws-reject-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 4
                       read reject-file-4
                           into ws-reject-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 5
                       read reject-file-5
                           into ws-reject-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 6
                       read reject-file-6
                           into ws-reject-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 7
                       read reject-file-7
                           into ws-reject-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 8
                       read reject-file-8
                           into ws-reject-record
                           at end
                               set ws-partition-eof to true
                       end-read
               end-evaluate
               if not ws-partition-eof
                   and ws-part-reject-status not = '00'
                   display 'COBCHMRG: read failure on COBCHR0'
                       ws-partition-index(2:1) ', status '
                       ws-part-reject-status
                   move 16 to return-code
                   stop run
               end-if.

       E3-Read-Partition-Audit Section.
               move 'N' to ws-partition-eof-switch
               evaluate ws-partition-index
                   when 1
                       read audit-file-1
                           into audit-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 2
                       read audit-file-2
                           into audit-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 3
                       read audit-file-3
                           into audit-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 4
                       read audit-file-4
                           into audit-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 5
                       read audit-file-5
                           into audit-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 6
                       read audit-file-6
                           into audit-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 7
                       read audit-file-7
                           into audit-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 8
                       read audit-file-8
                           into audit-record
                           at end
                               set ws-partition-eof to true
                       end-read
               end-evaluate
               if not ws-partition-eof
                   and ws-part-audit-status not = '00'
                   display 'COBCHMRG: read failure on COBCHA0'
                       ws-partition-index(2:1) ', status '
                       ws-part-audit-status
                   move 16 to return-code
                   stop run
               end-if.

       E4-Read-Partition-Sequence Section.
               move 'N' to ws-partition-eof-switch
               evaluate ws-partition-index
                   when 1
                       read sequence-file-1
                           into partition-sequence-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 2
                       read sequence-file-2
                           into partition-sequence-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 3
                       read sequence-file-3
                           into partition-sequence-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 4
                       read sequence-file-4
                           into partition-sequence-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 5
                       read sequence-file-5
                           into partition-sequence-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 6
                       read sequence-file-6
                           into partition-sequence-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 7
                       read sequence-file-7
                           into partition-sequence-record
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 8
                       read sequence-file-8
                           into partition-sequence-record
                           at end
                               set ws-partition-eof to true
                       end-read
               end-evaluate
               if not ws-partition-eof
                   and ws-part-sequence-status not = '00'
                   display 'COBCHMRG: read failure on COBCHQ0'
                       ws-partition-index(2:1) ', status '
                       ws-part-sequence-status
                   move 16 to return-code
                   stop run
               end-if.

       E5-Read-Map-Record Section.
               read map-file
                   at end
                       move 'Y' to ws-map-eof-switch
                   not at end
                       if ws-map-status not = '00'
                           display 'COBCHMRG: read failure on '
                               'COBCHSPM, status ' ws-map-status
                           move 16 to return-code
                           stop run
                       end-if
               end-read.

       E6-Read-Partition-Usage Section.
               move 'N' to ws-partition-eof-switch
               evaluate ws-partition-index
                   when 1
                       read usage-file-1
                           into ws-usage-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 2
                       read usage-file-2
                           into ws-usage-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 3
                       read usage-file-3
                           into ws-usage-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 4
                       read usage-file-4
                           into ws-usage-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 5
                       read usage-file-5
                           into ws-usage-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 6
                       read usage-file-6
                           into ws-usage-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 7
                       read usage-file-7
                           into ws-usage-image
                           at end
                               set ws-partition-eof to true
                       end-read
                   when 8
                       read usage-file-8
                           into ws-usage-image
                           at end
                               set ws-partition-eof to true
                       end-read
               end-evaluate
               if not ws-partition-eof
                   and ws-part-usage-status not = '00'
                   display 'COBCHMRG: read failure on COBCHU0'
                       ws-partition-index(2:1) ', status '
                       ws-part-usage-status
                   move 16 to return-code
                   stop run
               end-if.

      *--- a partition file that will not open leaves the partition ----
      *--- out of balance; the merge goes no further ------------------------
       M1-Open-Partition-Files Section.
               evaluate ws-partition-index
                   when 1
                       open input output-file-1
                       open input reject-file-1
                       open input audit-file-1
                       open input sequence-file-1
                   when 2
                       open input output-file-2
                       open input reject-file-2
                       open input audit-file-2
                       open input sequence-file-2
                   when 3
                       open input output-file-3
                       open input reject-file-3
                       open input audit-file-3
                       open input sequence-file-3
                   when 4
                       open input output-file-4
                       open input reject-file-4
                       open input audit-file-4
                       open input sequence-file-4
                   when 5
                       open input output-file-5
                       open input reject-file-5
                       open input audit-file-5
                       open input sequence-file-5
                   when 6
                       open input output-file-6
                       open input reject-file-6
                       open input audit-file-6
                       open input sequence-file-6
                   when 7
                       open input output-file-7
                       open input reject-file-7
                       open input audit-file-7
                       open input sequence-file-7
                   when 8
                       open input output-file-8
                       open input reject-file-8
                       open input audit-file-8
                       open input sequence-file-8
               end-evaluate
               if ws-part-output-status not = '00'
                   display 'COBCHMRG: unable to open COBCHO0'
                       ws-partition-index(2:1) ', status '
                       ws-part-output-status
                   move 'N'
                       to ws-part-balance-switch(ws-partition-index)
               end-if
               if ws-part-reject-status not = '00'
                   display 'COBCHMRG: unable to open COBCHR0'
                       ws-partition-index(2:1) ', status '
                       ws-part-reject-status
                   move 'N'
                       to ws-part-balance-switch(ws-partition-index)
               end-if
               if ws-part-audit-status not = '00'
                   display 'COBCHMRG: unable to open COBCHA0'
                       ws-partition-index(2:1) ', status '
                       ws-part-audit-status
                   move 'N'
                       to ws-part-balance-switch(ws-partition-index)
               end-if
               if ws-part-sequence-status not = '00'
                   display 'COBCHMRG: unable to open COBCHQ0'
                       ws-partition-index(2:1) ', status '
                       ws-part-sequence-status
                   move 'N'
                       to ws-part-balance-switch(ws-partition-index)
               end-if.

       M2-Close-Partition-Files Section.
               evaluate ws-partition-index
                   when 1
                       close output-file-1
                       close reject-file-1
                       close audit-file-1
                       close sequence-file-1
                   when 2
                       close output-file-2
                       close reject-file-2
                       close audit-file-2
                       close sequence-file-2
                   when 3
                       close output-file-3
                       close reject-file-3
                       close audit-file-3
                       close sequence-file-3
                   when 4
                       close output-file-4
                       close reject-file-4
                       close audit-file-4
                       close sequence-file-4
                   when 5
                       close output-file-5
                       close reject-file-5
                       close audit-file-5
                       close sequence-file-5
                   when 6
                       close output-file-6
                       close reject-file-6
                       close audit-file-6
                       close sequence-file-6
                   when 7
                       close output-file-7
                       close reject-file-7
                       close audit-file-7
                       close sequence-file-7
                   when 8
                       close output-file-8
                       close reject-file-8
                       close audit-file-8
                       close sequence-file-8
               end-evaluate.

      *--- COBCHOUT and COBCHREJ are rebuilt whole, as a COBCHDRV run --
      *--- rebuilds them; audit entries are added to COBCHAUD ---------------
       H-Merge-Partitions Section.
               open output merged-output-file
               if ws-output-status not = '00'
                   display 'COBCHMRG: unable to open COBCHOUT, status '
                       ws-output-status
                   move 16 to return-code
                   stop run
               end-if
               open output merged-reject-file
               if ws-reject-status not = '00'
                   display 'COBCHMRG: unable to open COBCHREJ, status '
                       ws-reject-status
                   move 16 to return-code
                   stop run
               end-if
               open extend merged-audit-file
               if ws-audit-status = '35'
                   open output merged-audit-file
               end-if
               if ws-audit-status not = '00'
                   display 'COBCHMRG: unable to open COBCHAUD, status '
                       ws-audit-status
                   move 16 to return-code
                   stop run
               end-if
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
                   perform M1-Open-Partition-Files
               end-perform
               move 'N' to ws-map-eof-switch
               open input map-file
               if ws-map-status not = '00'
                   display 'COBCHMRG: unable to open COBCHSPM, status '
                       ws-map-status
                   move 16 to return-code
                   stop run
               end-if
               perform E5-Read-Map-Record
               perform H1-Merge-One-Record
                   until ws-end-of-map
               close map-file
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
                   perform M2-Close-Partition-Files
               end-perform
               close merged-output-file
               close merged-reject-file
               close merged-audit-file
               if ws-history-is-open
                   close history-file
               end-if.

      *--- the record's audit entries first, in the order its chain ----
      *--- cut them, then its output or reject ---------------------------
       H1-Merge-One-Record Section.
               move spm-partition to ws-partition-index
               perform E4-Read-Partition-Sequence
               if ws-partition-eof
                   display 'COBCHMRG: COBCHQ0' ws-partition-index(2:1)
                       ' ended before record ' spm-record-number
                   move 16 to return-code
                   stop run
               end-if
               perform H2-Merge-Audit-Entry
                   varying ws-audit-index from 1 by 1
                   until ws-audit-index > psq-audit-count
               if psq-record-written
                   perform E1-Read-Partition-Output
                   if ws-partition-eof
                       display 'COBCHMRG: COBCHO0'
                           ws-partition-index(2:1)
                           ' ended before record ' spm-record-number
                       move 16 to return-code
                       stop run
                   end-if
                   write merged-output-record from ws-output-image
                   if ws-output-status not = '00'
                       display 'COBCHMRG: write to COBCHOUT failed, '
                           'status ' ws-output-status
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to ws-merged-written
               else
                   perform H3-Merge-Reject-Record
               end-if
               perform E5-Read-Map-Record.

       H2-Merge-Audit-Entry Section.
               perform E3-Read-Partition-Audit
               if ws-partition-eof
                   display 'COBCHMRG: COBCHA0' ws-partition-index(2:1)
                       ' ended before record ' spm-record-number
                   move 16 to return-code
                   stop run
               end-if
               write merged-audit-record from audit-record
               if ws-audit-status not = '00'
                   display 'COBCHMRG: write to COBCHAUD failed, '
                       'status ' ws-audit-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-merged-audits
               if aud-master-key not = spaces
                   perform H4-Write-History-Record
               end-if.

       H3-Merge-Reject-Record Section.
               perform E2-Read-Partition-Reject
               if ws-partition-eof
                   display 'COBCHMRG: COBCHR0' ws-partition-index(2:1)
                       ' ended before record ' spm-record-number
                   move 16 to return-code
                   stop run
               end-if
               move spm-record-number to ws-rej-record-number
               write merged-reject-record from ws-reject-record
               if ws-reject-status not = '00'
                   display 'COBCHMRG: write to COBCHREJ failed, '
                       'status ' ws-reject-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-merged-rejected
               evaluate ws-rej-return-code
                   when 4
                       add 1 to ws-count-rc-04
                   when 8
                       add 1 to ws-count-rc-08
                   when other
                       add 1 to ws-count-rc-12
               end-evaluate.

      *--- as in cobchangestr, the mirror is never authoritative: the --
      *--- entry is already on COBCHAUD, so trouble here is displayed --
      *--- and the store can be rebuilt with COBCHCNV ----------------------
       H4-Write-History-Record Section.
               if not ws-history-is-open
                   and not ws-history-unavailable
                   open i-o history-file
                   if ws-history-status = '35'
                       open output history-file
                       close history-file
                       open i-o history-file
                   end-if
                   if ws-history-status not = '00'
                       display 'COBCHMRG: unable to open COBCHAUX,'
                           ' status ' ws-history-status
                           ' - history mirror not updated, rebuild '
                           'with COBCHCNV'
                       set ws-history-unavailable to true
                   else
                       set ws-history-is-open to true
                   end-if
               end-if
               if ws-history-is-open
                   perform H5-Next-History-Sequence
                   move spaces to audh-record
                   move aud-master-key to audh-master-key
                   move ws-last-history-seq to audh-sequence
                   move aud-timestamp to audh-timestamp
                   move aud-calling-program to audh-calling-program
                   move aud-original-value to audh-original-value
                   move aud-resulting-value to audh-resulting-value
                   move aud-return-code to audh-return-code
                   move aud-business-date to audh-business-date
                   move aud-operator-id to audh-operator-id
                   write audh-record
                   if ws-history-status = '00'
                       add 1 to ws-merged-history
                   else
                       display 'COBCHMRG: history write failed, '
                           'status ' ws-history-status
                           ' - history mirror not updated, rebuild '
                           'with COBCHCNV'
                   end-if
               end-if.

       H5-Next-History-Sequence Section.
               if aud-master-key = ws-last-history-key
                   add 1 to ws-last-history-seq
               else
                   move zero to ws-history-high-seq
                   move 'N' to ws-history-scan-switch
                   move aud-master-key to audh-master-key
                   move zero to audh-sequence
                   start history-file key is not less than audh-key
                       invalid key
                           set ws-history-scan-done to true
                   end-start
                   perform H6-Scan-Key-Group
                       until ws-history-scan-done
                   move aud-master-key to ws-last-history-key
                   compute ws-last-history-seq =
                       ws-history-high-seq + 1
               end-if.

       H6-Scan-Key-Group Section.
               read history-file next
                   at end
                       set ws-history-scan-done to true
                   not at end
                       if ws-history-status not = '00'
                           or audh-master-key not = aud-master-key
                           set ws-history-scan-done to true
                       else
                           move audh-sequence to ws-history-high-seq
                       end-if
               end-read.

      *--- COBCHXUS is only ever added to, as cobchangestr adds to -----
      *--- it.  COBCHDRV empties a partition's usage file when the ----
      *--- partition starts; one not there at all adds nothing ---------------
       H7-Append-Usage-Files Section.
               open extend merged-usage-file
               if ws-usage-status = '35'
                   open output merged-usage-file
               end-if
               if ws-usage-status not = '00'
                   display 'COBCHMRG: unable to open COBCHXUS, status '
                       ws-usage-status
                   move 16 to return-code
                   stop run
               end-if
               perform H8-Append-Partition-Usage
                   varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
               close merged-usage-file.

       H8-Append-Partition-Usage Section.
               evaluate ws-partition-index
                   when 1
                       open input usage-file-1
                   when 2
                       open input usage-file-2
                   when 3
                       open input usage-file-3
                   when 4
                       open input usage-file-4
                   when 5
                       open input usage-file-5
                   when 6
                       open input usage-file-6
                   when 7
                       open input usage-file-7
                   when 8
                       open input usage-file-8
               end-evaluate
               evaluate ws-part-usage-status
                   when '00'
                       perform E6-Read-Partition-Usage
                       perform H9-Merge-Usage-Entry
                           until ws-partition-eof
                       evaluate ws-partition-index
                           when 1
                               close usage-file-1
                           when 2
                               close usage-file-2
                           when 3
                               close usage-file-3
                           when 4
                               close usage-file-4
                           when 5
                               close usage-file-5
                           when 6
                               close usage-file-6
                           when 7
                               close usage-file-7
                           when 8
                               close usage-file-8
                       end-evaluate
                   when '35'
                       continue
                   when other
                       display 'COBCHMRG: unable to open COBCHU0'
                           ws-partition-index(2:1) ', status '
                           ws-part-usage-status
                       move 16 to return-code
                       stop run
               end-evaluate.

       H9-Merge-Usage-Entry Section.
               write merged-usage-record from ws-usage-image
               if ws-usage-status not = '00'
                   display 'COBCHMRG: write to COBCHXUS failed, '
                       'status ' ws-usage-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-merged-usage
               perform E6-Read-Partition-Usage.

      *--- the summary is the first COBCHSPC record, as COBCHSPL ------
      *--- writes it ---------------------------------------------------------
       L-Mark-Split-Merged Section.
               open i-o control-file
               if ws-control-status not = '00'
                   display 'COBCHMRG: unable to open COBCHSPC, status '
                       ws-control-status
                   set ws-split-mark-failed to true
               else
                   read control-file
                   if ws-control-status not = '00'
                       or not spc-split-summary
                       display 'COBCHMRG: read failure on COBCHSPC, '
                           'status ' ws-control-status
                       set ws-split-mark-failed to true
                   else
                       move 'Y' to spc-merged-switch
                       move function current-date(1:14)
                           to spc-merged-time
                       rewrite split-control-record
                       if ws-control-status not = '00'
                           display 'COBCHMRG: rewrite failure on '
                               'COBCHSPC, status ' ws-control-status
                           set ws-split-mark-failed to true
                       else
                           set ws-split-marked to true
                       end-if
                   end-if
                   close control-file
               end-if
               if ws-split-mark-failed
                   display 'COBCHMRG: split not marked merged - do not '
                       'rerun COBCHMRG for this split'
               end-if.

       K-Write-Merge-Report Section.
               move spaces to report-line
               move 'COBCHMRG PARALLEL COBCHDRV MERGE' to report-line
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               if ws-split-by-tag
                   string 'BUSINESS DATE ' delimited by size
                       ws-business-date delimited by size
                       '  PARTITIONS ' delimited by size
                       ws-partition-count delimited by size
                       '  BY SP-TAG RANGE' delimited by size
                       into report-line
                   end-string
               else
                   string 'BUSINESS DATE ' delimited by size
                       ws-business-date delimited by size
                       '  PARTITIONS ' delimited by size
                       ws-partition-count delimited by size
                       '  BY RECORD RANGE' delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               move 'PART' to report-line(1:4)
               move 'SPLIT' to report-line(11:5)
               move 'SEQUENCED' to report-line(17:9)
               move 'WRITTEN' to report-line(29:7)
               move 'REJECTED' to report-line(38:8)
               move 'AUDITED' to report-line(49:7)
               write report-line
               perform K1-Write-Partition-Line
                   varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
               move spaces to report-line
               write report-line
               move 'RECONCILIATION' to report-line
               write report-line
               move spaces to report-line
               if ws-trailer-present
                   string '  ORIGINAL TRAILER COUNT   : '
                       delimited by size
                       ws-trailer-count delimited by size
                       into report-line
                   end-string
               else
                   move '  ORIGINAL TRAILER RECORD  : (none)'
                       to report-line
               end-if
               write report-line
               move spaces to report-line
               string '  RECORDS SPLIT            : ' delimited by size
                   ws-split-data-count delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RECORDS MAPPED           : ' delimited by size
                   ws-map-records delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  PARTITION OUTPUT RECORDS : ' delimited by size
                   ws-total-outputs delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  PARTITION REJECT RECORDS : ' delimited by size
                   ws-total-rejects delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  PARTITION AUDIT RECORDS  : ' delimited by size
                   ws-total-audits delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               if ws-merge-balanced
                   move '  STATUS: RECONCILED - NIGHTLY FILES REPLACED'
                       to report-line
               else
                   string '  STATUS: *** OUT OF BALANCE - NIGHTLY '
                           delimited by size
                       'FILES NOT REPLACED ***' delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               move spaces to report-line
               write report-line
               move 'MERGED' to report-line
               write report-line
               move spaces to report-line
               string '  COBCHOUT RECORDS WRITTEN : ' delimited by size
                   ws-merged-written delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  COBCHREJ RECORDS WRITTEN : ' delimited by size
                   ws-merged-rejected delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  COBCHAUD RECORDS ADDED   : ' delimited by size
                   ws-merged-audits delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  COBCHAUX ENTRIES ADDED   : ' delimited by size
                   ws-merged-history delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  COBCHXUS RECORDS ADDED   : ' delimited by size
                   ws-merged-usage delimited by size
                   into report-line
               end-string
               write report-line.

       K1-Write-Partition-Line Section.
               move spaces to report-line
               move ws-partition-index to report-line(3:2)
               move ws-part-split(ws-partition-index)
                   to report-line(7:9)
               move ws-part-sequenced(ws-partition-index)
                   to report-line(17:9)
               move ws-part-outputs(ws-partition-index)
                   to report-line(27:9)
               move ws-part-rejects(ws-partition-index)
                   to report-line(37:9)
               move ws-part-audits(ws-partition-index)
                   to report-line(47:9)
               if ws-partition-balanced(ws-partition-index)
                   move 'OK' to report-line(58:2)
               else
                   move '*** MISMATCH ***' to report-line(58:16)
               end-if
               write report-line.
