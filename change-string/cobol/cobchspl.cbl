cobspl*
       identification division.
       program-id. cobchspl.
       environment division.
       input-output section.
       file-control.
           select input-file assign to "COBCHIN"
               organization is sequential
               file status is ws-input-status.
           select partition-file-1 assign to "COBCHI01"
               organization is sequential
               file status is ws-partition-status.
           select partition-file-2 assign to "COBCHI02"
               organization is sequential
               file status is ws-partition-status.
           select partition-file-3 assign to "COBCHI03"
               organization is sequential
               file status is ws-partition-status.
           select partition-file-4 assign to "COBCHI04"
               organization is sequential
               file status is ws-partition-status.
           select partition-file-5 assign to "COBCHI05"
               organization is sequential
               file status is ws-partition-status.
           select partition-file-6 assign to "COBCHI06"
               organization is sequential
               file status is ws-partition-status.
           select partition-file-7 assign to "COBCHI07"
               organization is sequential
               file status is ws-partition-status.
           select partition-file-8 assign to "COBCHI08"
               organization is sequential
               file status is ws-partition-status.
           select control-file assign to "COBCHSPC"
               organization is sequential
               file status is ws-control-status.
           select map-file assign to "COBCHSPM"
               organization is sequential
               file status is ws-map-status.
           select report-file assign to "COBCHSPR"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  input-file
           record contains 60 characters.
       01 input-record pic x(60).
       fd  partition-file-1
           record contains 60 characters.
       01 partition-record-1 pic x(60).
       fd  partition-file-2
           record contains 60 characters.
       01 partition-record-2 pic x(60).
       fd  partition-file-3
           record contains 60 characters.
       01 partition-record-3 pic x(60).
       fd  partition-file-4
           record contains 60 characters.
       01 partition-record-4 pic x(60).
       fd  partition-file-5
           record contains 60 characters.
       01 partition-record-5 pic x(60).
       fd  partition-file-6
           record contains 60 characters.
       01 partition-record-6 pic x(60).
       fd  partition-file-7
           record contains 60 characters.
       01 partition-record-7 pic x(60).
       fd  partition-file-8
           record contains 60 characters.
       01 partition-record-8 pic x(60).
       fd  control-file
           record contains 80 characters.
       copy spcrec.
       fd  map-file
           record contains 20 characters.
       copy spmrec.
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       01 ws-input-status pic x(2) value spaces.
       01 ws-partition-status pic x(2) value spaces.
       01 ws-control-status pic x(2) value spaces.
       01 ws-map-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-input value 'Y'.
       01 ws-data-record-switch pic x value 'N'.
           88 ws-data-record-found value 'Y'.
       01 ws-pass-switch pic x value '1'.
           88 ws-first-pass value '1'.
           88 ws-second-pass value '2'.
      *--- split PARM: NNM - the partition count (02-08) and the -------
      *--- method, T to keep each SP-TAG whole in one partition or R ---
      *--- (the default) to cut COBCHIN into runs of records ------------
       01 ws-split-parm pic x(3) value spaces.
       01 ws-split-parm-fields redefines ws-split-parm.
           05 ws-parm-partitions pic x(2).
           05 ws-parm-method pic x(1).
               88 ws-split-by-tag value 'T'.
               88 ws-split-by-range value 'R'.
       01 ws-partition-count pic 9(2) value zero.
       01 ws-max-partitions pic 9(2) value 8.
       01 ws-business-date pic x(8) value spaces.
      *--- header/trailer control records, checked as COBCHDRV checks --
      *--- them: each partition gets the original header and a --------
      *--- trailer carrying its own count, so every COBCHDRV partition -
      *--- validates its piece as it would the whole feed ----------------
       01 ws-header-seen-switch pic x value 'N'.
           88 ws-header-seen value 'Y'.
       01 ws-trailer-seen-switch pic x value 'N'.
           88 ws-trailer-seen value 'Y'.
       01 ws-feed-error-switch pic x value 'N'.
           88 ws-feed-error value 'Y'.
       01 ws-original-header pic x(60) value spaces.
       01 ws-original-trailer pic x(60) value spaces.
       01 ws-trailer-count pic 9(9) value zero.
       01 ws-header-record.
           05 filler pic x(3).
           05 ws-hdr-feed-date pic x(8).
           05 ws-hdr-source-system pic x(10).
           05 filler pic x(39).
       01 ws-trailer-record.
           05 filler pic x(3).
           05 ws-trl-record-count pic 9(9).
           05 filler pic x(48).
       01 ws-first-pass-count pic 9(9) value zero.
       01 ws-records-read pic 9(9) value zero.
       01 ws-records-split pic 9(9) value zero.
       01 ws-balance-switch pic x value 'Y'.
           88 ws-split-balanced value 'Y'.
      *--- distinct tags in ascending order with their record counts, -
      *--- found by halving the table; each tag is given to one -------
      *--- partition before the second pass ------------------------------
       01 ws-max-tags pic 9(5) value 5000.
       01 ws-tag-count pic 9(5) value zero.
       01 ws-tag-index pic 9(5) value zero.
       01 ws-shift-index pic 9(5) value zero.
       01 ws-search-low pic 9(5) value zero.
       01 ws-search-high pic 9(5) value zero.
       01 ws-search-middle pic 9(5) value zero.
       01 ws-search-tag pic x(10) value spaces.
       01 ws-tag-found-switch pic x value 'N'.
           88 ws-tag-found value 'Y'.
       01 ws-tag-table.
           05 ws-tag-entry occurs 5000 times.
               10 ws-tag-value pic x(10).
               10 ws-tag-records pic 9(9).
               10 ws-tag-partition pic 9(2).
      *--- partition p is filled up to ws-part-limit(p), its share of --
      *--- the data records counted so far, so the pieces differ by ----
      *--- at most one record by range and by the spread of the tags ---
      *--- by tag --------------------------------------------------------
       01 ws-partition-index pic 9(2) value zero.
       01 ws-current-partition pic 9(2) value zero.
       01 ws-cumulative-records pic 9(9) value zero.
       01 ws-partition-table.
           05 ws-partition-entry occurs 8 times.
               10 ws-part-limit pic 9(9).
               10 ws-part-records pic 9(9).
               10 ws-part-first pic 9(9).
               10 ws-part-last pic 9(9).
               10 ws-part-low-tag pic x(10).
               10 ws-part-high-tag pic x(10).
       01 ws-partition-image pic x(60) value spaces.
       01 ws-job-name pic x(8) value 'cobchspl'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- these steps carry no journal run identity; the run-control --
      *--- log shows them with a blank identity --------------------------
       01 ws-run-identity pic x(8) value spaces.
       procedure division.
      *--- divides COBCHIN into partitions for a parallel COBCHDRV -----
      *--- run.  The first pass checks the feed controls and counts ----
      *--- the records (and the tags, by tag); the second writes each --
      *--- data record to its partition, with the original header and --
      *--- a trailer of its own, and maps it on COBCHSPM.  COBCHSPC -----
      *--- carries the counts COBCHMRG must reconcile back to the ------
      *--- original trailer.  A feed that fails its controls is not ----
      *--- split at all --------------------------------------------------
       A-Main Section.
               display 'Starting: cobchspl.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHSPL: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               accept ws-split-parm from command-line
               perform B1-Check-Parm
               perform B-Initialize
               perform C-Count-Input-Record
                   until ws-end-of-input
               close input-file
               perform C3-Validate-Feed-Controls
               if not ws-feed-error
                   perform F-Assign-Partitions
                   perform H-Split-Input-File
               end-if
               perform D-Terminate
               goback.

       B1-Check-Parm Section.
               if ws-parm-partitions is not numeric
                   display 'COBCHSPL: PARM partition count ['
                       ws-parm-partitions '] not numeric'
                   move 16 to return-code
                   stop run
               end-if
               move ws-parm-partitions to ws-partition-count
               if ws-partition-count < 2
                   or ws-partition-count > ws-max-partitions
                   display 'COBCHSPL: PARM partition count '
                       ws-partition-count ' must be 02 to '
                       ws-max-partitions
                   move 16 to return-code
                   stop run
               end-if
               if ws-parm-method = space
                   move 'R' to ws-parm-method
               end-if
               if not ws-split-by-tag
                   and not ws-split-by-range
                   display 'COBCHSPL: PARM method [' ws-parm-method
                       '] must be T or R'
                   move 16 to return-code
                   stop run
               end-if.

       B-Initialize Section.
               call 'cobchpdt' using
                   by reference ws-business-date
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHSPL: unable to open COBCHSPR, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-max-partitions
                   move zero to ws-part-limit(ws-partition-index)
                   move zero to ws-part-records(ws-partition-index)
                   move zero to ws-part-first(ws-partition-index)
                   move zero to ws-part-last(ws-partition-index)
                   move spaces to ws-part-low-tag(ws-partition-index)
                   move spaces to ws-part-high-tag(ws-partition-index)
               end-perform
               perform B2-Open-Input-File
               perform E-Read-Input-Record.

       B2-Open-Input-File Section.
               move 'N' to ws-eof-switch
               open input input-file
               if ws-input-status not = '00'
                   display 'COBCHSPL: unable to open COBCHIN, status '
                       ws-input-status
                   move 16 to return-code
                   stop run
               end-if.

       C-Count-Input-Record Section.
               add 1 to ws-first-pass-count
               if ws-split-by-tag
                   perform C1-Count-Tag
               end-if
               perform E-Read-Input-Record.

      *--- a tag not yet held goes in where the search stopped ----------
       C1-Count-Tag Section.
               move input-record(1:10) to ws-search-tag
               perform G-Find-Tag
               if not ws-tag-found
                   if ws-tag-count >= ws-max-tags
                       display 'COBCHSPL: more than ' ws-max-tags
                           ' distinct tags on COBCHIN - split by '
                           'record range instead'
                       move 16 to return-code
                       stop run
                   end-if
                   perform varying ws-shift-index
                       from ws-tag-count by -1
                       until ws-shift-index < ws-tag-index
                       move ws-tag-entry(ws-shift-index)
                           to ws-tag-entry(ws-shift-index + 1)
                   end-perform
                   add 1 to ws-tag-count
                   move ws-search-tag to ws-tag-value(ws-tag-index)
                   move zero to ws-tag-records(ws-tag-index)
                   move zero to ws-tag-partition(ws-tag-index)
               end-if
               add 1 to ws-tag-records(ws-tag-index).

      *--- a header with no trailer is a truncated transmission, and ---
      *--- a count that does not match means records were lost or ------
      *--- added; either way nothing is split ------------------------------
       C3-Validate-Feed-Controls Section.
               if ws-header-seen
                   and not ws-trailer-seen
                   display 'COBCHSPL: header present but no trailer '
                       'record on COBCHIN - possible truncated feed'
                   set ws-feed-error to true
               end-if
               if ws-trailer-seen
                   and ws-trailer-count not = ws-first-pass-count
                   display 'COBCHSPL: trailer count '
                       ws-trailer-count ' does not match data '
                       'records read ' ws-first-pass-count
                   set ws-feed-error to true
               end-if.

       D-Terminate Section.
               perform I-Reconcile-Split
               perform J-Set-Job-Return-Code
               perform K-Write-Split-Report
               close report-file
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-job-name
                   by reference ws-first-pass-count
                   by reference ws-records-split
                   by reference ws-job-return-code
                   by reference ws-run-identity
               display 'COBCHSPL: partitions        ' ws-partition-count
               display 'COBCHSPL: data records read '
                   ws-first-pass-count
               display 'COBCHSPL: records split     ' ws-records-split
               display 'Ending: cobchspl.cbl'.

       J-Set-Job-Return-Code Section.
               evaluate true
                   when ws-feed-error
                       move 24 to return-code
                   when not ws-split-balanced
                       move 20 to return-code
                   when other
                       move 0 to return-code
               end-evaluate.

      *--- every data record read on the second pass must be in one ----
      *--- partition, and the pass must have seen the same file the ----
      *--- first pass counted ----------------------------------------------
       I-Reconcile-Split Section.
               move 'Y' to ws-balance-switch
               if not ws-feed-error
                   move zero to ws-cumulative-records
                   perform varying ws-partition-index from 1 by 1
                       until ws-partition-index > ws-partition-count
                       add ws-part-records(ws-partition-index)
                           to ws-cumulative-records
                   end-perform
                   if ws-cumulative-records not = ws-records-split
                       or ws-records-split not = ws-records-read
                       or ws-records-read not = ws-first-pass-count
                       move 'N' to ws-balance-switch
                       display 'COBCHSPL: split out of balance - '
                           'counted ' ws-first-pass-count
                           ' read ' ws-records-read
                           ' split ' ws-records-split
                           ' in partitions ' ws-cumulative-records
                   end-if
               end-if.

       E-Read-Input-Record Section.
               move 'N' to ws-data-record-switch
               perform E1-Read-Next-Record
                   until ws-data-record-found or ws-end-of-input.

       E1-Read-Next-Record Section.
               read input-file
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-input-status not = '00'
                           and ws-input-status not = '10'
                           display 'COBCHSPL: read failure on COBCHIN, '
                               'status ' ws-input-status
                           move 16 to return-code
                           stop run
                       end-if
                       evaluate input-record(1:3)
                           when 'HDR'
                               if ws-first-pass
                                   perform E2-Validate-Header-Record
                               end-if
                           when 'TRL'
                               if ws-first-pass
                                   perform E3-Capture-Trailer-Record
                               end-if
                           when other
                               set ws-data-record-found to true
                       end-evaluate
               end-read.

       E2-Validate-Header-Record Section.
               move input-record to ws-header-record
               if ws-header-seen
                   display 'COBCHSPL: duplicate header record on '
                       'COBCHIN'
                   set ws-feed-error to true
               else
                   move input-record to ws-original-header
               end-if
               set ws-header-seen to true
               if ws-hdr-feed-date not = ws-business-date
                   display 'COBCHSPL: header feed date '
                       ws-hdr-feed-date ' does not match run date '
                       ws-business-date
                   set ws-feed-error to true
               end-if.

       E3-Capture-Trailer-Record Section.
               move input-record to ws-trailer-record
               if ws-trailer-seen
                   display 'COBCHSPL: duplicate trailer record on '
                       'COBCHIN'
                   set ws-feed-error to true
               else
                   move input-record to ws-original-trailer
               end-if
               set ws-trailer-seen to true
               if ws-trl-record-count is numeric
                   move ws-trl-record-count to ws-trailer-count
               else
                   display 'COBCHSPL: non-numeric trailer count ['
                       ws-trl-record-count ']'
                   set ws-feed-error to true
               end-if.

      *--- by tag, the tags are taken in order and the next partition --
      *--- starts once the records given out reach the current one's ---
      *--- share, so a tag is never divided.  By range the shares are --
      *--- applied record by record as the file is split -------------------
       F-Assign-Partitions Section.
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
                   compute ws-part-limit(ws-partition-index) =
                       ws-first-pass-count * ws-partition-index
                           / ws-partition-count
               end-perform
               if ws-split-by-tag
                   move 1 to ws-current-partition
                   move zero to ws-cumulative-records
                   perform F1-Assign-Tag
                       varying ws-tag-index from 1 by 1
                       until ws-tag-index > ws-tag-count
               end-if.

       F1-Assign-Tag Section.
               move ws-current-partition
                   to ws-tag-partition(ws-tag-index)
               add ws-tag-records(ws-tag-index)
                   to ws-cumulative-records
               perform F2-Next-Partition
                   until ws-current-partition = ws-partition-count
                       or ws-cumulative-records
                           < ws-part-limit(ws-current-partition).

       F2-Next-Partition Section.
               add 1 to ws-current-partition.

      *--- halving search of the tag table: ws-tag-index comes back ----
      *--- as the tag's entry, or where it would go if it is not held --
       G-Find-Tag Section.
               move 'N' to ws-tag-found-switch
               move 1 to ws-search-low
               move ws-tag-count to ws-search-high
               perform G1-Halve-Tag-Range
                   until ws-tag-found
                       or ws-search-low > ws-search-high
               if not ws-tag-found
                   move ws-search-low to ws-tag-index
               end-if.

       G1-Halve-Tag-Range Section.
               compute ws-search-middle =
                   (ws-search-low + ws-search-high) / 2
               evaluate true
                   when ws-tag-value(ws-search-middle) = ws-search-tag
                       move ws-search-middle to ws-tag-index
                       set ws-tag-found to true
                   when ws-tag-value(ws-search-middle) < ws-search-tag
                       compute ws-search-low = ws-search-middle + 1
                   when other
                       compute ws-search-high = ws-search-middle - 1
               end-evaluate.

       H-Split-Input-File Section.
               perform H1-Open-Split-Files
               if ws-header-seen
                   move ws-original-header to ws-partition-image
                   perform H3-Write-To-Every-Partition
               end-if
               set ws-second-pass to true
               move 1 to ws-current-partition
               perform B2-Open-Input-File
               perform E-Read-Input-Record
               perform H4-Split-Data-Record
                   until ws-end-of-input
               close input-file
               if ws-trailer-seen
                   perform H6-Write-Partition-Trailer
                       varying ws-partition-index from 1 by 1
                       until ws-partition-index > ws-partition-count
               end-if
               perform H2-Close-Partition-Files
               close map-file
               perform H8-Write-Split-Control.

      *--- only the partitions asked for are opened; COBCHSPC and ------
      *--- COBCHSPM are rewritten whole every run --------------------------
       H1-Open-Split-Files Section.
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
                   evaluate ws-partition-index
                       when 1
                           open output partition-file-1
                       when 2
                           open output partition-file-2
                       when 3
                           open output partition-file-3
                       when 4
                           open output partition-file-4
                       when 5
                           open output partition-file-5
                       when 6
                           open output partition-file-6
                       when 7
                           open output partition-file-7
                       when 8
                           open output partition-file-8
                   end-evaluate
                   if ws-partition-status not = '00'
                       display 'COBCHSPL: unable to open COBCHI0'
                           ws-partition-index(2:1) ', status '
                           ws-partition-status
                       move 16 to return-code
                       stop run
                   end-if
               end-perform
               open output map-file
               if ws-map-status not = '00'
                   display 'COBCHSPL: unable to open COBCHSPM, status '
                       ws-map-status
                   move 16 to return-code
                   stop run
               end-if
               open output control-file
               if ws-control-status not = '00'
                   display 'COBCHSPL: unable to open COBCHSPC, status '
                       ws-control-status
                   move 16 to return-code
                   stop run
               end-if.

       H2-Close-Partition-Files Section.
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
                   evaluate ws-partition-index
                       when 1
                           close partition-file-1
                       when 2
                           close partition-file-2
                       when 3
                           close partition-file-3
                       when 4
                           close partition-file-4
                       when 5
                           close partition-file-5
                       when 6
                           close partition-file-6
                       when 7
                           close partition-file-7
                       when 8
                           close partition-file-8
                   end-evaluate
               end-perform.

       H3-Write-To-Every-Partition Section.
               perform H5-Write-Partition-Record
                   varying ws-current-partition from 1 by 1
                   until ws-current-partition > ws-partition-count.

       H4-Split-Data-Record Section.
               add 1 to ws-records-read
               if ws-split-by-tag
                   move input-record(1:10) to ws-search-tag
                   perform G-Find-Tag
                   if not ws-tag-found
                       display 'COBCHSPL: tag [' ws-search-tag
                           '] not seen on the first pass - COBCHIN '
                           'changed during the split'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-tag-partition(ws-tag-index)
                       to ws-current-partition
               else
                   perform F2-Next-Partition
                       until ws-current-partition = ws-partition-count
                           or ws-records-read
                               <= ws-part-limit(ws-current-partition)
               end-if
               move input-record to ws-partition-image
               perform H5-Write-Partition-Record
               perform H7-Note-Partition-Record
               move spaces to split-map-record
               move ws-records-read to spm-record-number
               move ws-current-partition to spm-partition
               move ws-part-records(ws-current-partition)
                   to spm-partition-record
               write split-map-record
               if ws-map-status not = '00'
                   display 'COBCHSPL: write to COBCHSPM failed, '
                       'status ' ws-map-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-records-split
               perform E-Read-Input-Record.

       H5-Write-Partition-Record Section.
               evaluate ws-current-partition
                   when 1
                       write partition-record-1 from ws-partition-image
                   when 2
                       write partition-record-2 from ws-partition-image
                   when 3
                       write partition-record-3 from ws-partition-image
                   when 4
                       write partition-record-4 from ws-partition-image
                   when 5
                       write partition-record-5 from ws-partition-image
                   when 6
                       write partition-record-6 from ws-partition-image
                   when 7
                       write partition-record-7 from ws-partition-image
                   when 8
                       write partition-record-8 from ws-partition-image
               end-evaluate
               if ws-partition-status not = '00'
                   display 'COBCHSPL: write to COBCHI0'
                       ws-current-partition(2:1) ' failed, status '
                       ws-partition-status
                   move 16 to return-code
                   stop run
               end-if.

      *--- the original trailer with this partition's own count --------
       H6-Write-Partition-Trailer Section.
               move ws-original-trailer to ws-trailer-record
               move ws-part-records(ws-partition-index)
                   to ws-trl-record-count
               move ws-trailer-record to ws-partition-image
               move ws-partition-index to ws-current-partition
               perform H5-Write-Partition-Record.

       H7-Note-Partition-Record Section.
               add 1 to ws-part-records(ws-current-partition)
               if ws-part-records(ws-current-partition) = 1
                   move ws-records-read
                       to ws-part-first(ws-current-partition)
                   move input-record(1:10)
                       to ws-part-low-tag(ws-current-partition)
                   move input-record(1:10)
                       to ws-part-high-tag(ws-current-partition)
               end-if
               move ws-records-read
                   to ws-part-last(ws-current-partition)
               if input-record(1:10)
                       < ws-part-low-tag(ws-current-partition)
                   move input-record(1:10)
                       to ws-part-low-tag(ws-current-partition)
               end-if
               if input-record(1:10)
                       > ws-part-high-tag(ws-current-partition)
                   move input-record(1:10)
                       to ws-part-high-tag(ws-current-partition)
               end-if.

       H8-Write-Split-Control Section.
               move spaces to split-control-record
               set spc-split-summary to true
               move ws-business-date to spc-business-date
               move ws-parm-method to spc-method
               move ws-partition-count to spc-partition-count
               move ws-header-seen-switch to spc-header-switch
               move ws-trailer-seen-switch to spc-trailer-switch
               move ws-trailer-count to spc-trailer-count
               move ws-records-split to spc-data-count
               move ws-hdr-feed-date to spc-feed-date
               perform H9-Write-Control-Record
               perform varying ws-partition-index from 1 by 1
                   until ws-partition-index > ws-partition-count
                   move spaces to split-control-record
                   set spc-partition-entry to true
                   move ws-partition-index to spc-partition-number
                   move ws-part-records(ws-partition-index)
                       to spc-partition-records
                   move ws-part-first(ws-partition-index)
                       to spc-first-record
                   move ws-part-last(ws-partition-index)
                       to spc-last-record
                   move ws-part-low-tag(ws-partition-index)
                       to spc-low-tag
                   move ws-part-high-tag(ws-partition-index)
                       to spc-high-tag
                   perform H9-Write-Control-Record
               end-perform
               close control-file.

       H9-Write-Control-Record Section.
               write split-control-record
               if ws-control-status not = '00'
                   display 'COBCHSPL: write to COBCHSPC failed, '
                       'status ' ws-control-status
                   move 16 to return-code
                   stop run
               end-if.

       K-Write-Split-Report Section.
               move spaces to report-line
               move 'COBCHSPL COBCHIN SPLIT FOR PARALLEL COBCHDRV'
                   to report-line
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
               if not ws-feed-error
                   move spaces to report-line
                   write report-line
                   move spaces to report-line
                   move 'PART' to report-line(1:4)
                   move 'RECORDS' to report-line(9:7)
                   move 'FIRST REC' to report-line(17:9)
                   move 'LAST REC' to report-line(28:8)
                   move 'LOW TAG' to report-line(38:7)
                   move 'HIGH TAG' to report-line(50:8)
                   write report-line
                   perform K1-Write-Partition-Line
                       varying ws-partition-index from 1 by 1
                       until ws-partition-index > ws-partition-count
               end-if
               move spaces to report-line
               write report-line
               move 'FEED CONTROL' to report-line
               write report-line
               move spaces to report-line
               if ws-header-seen
                   string '  HEADER FEED DATE         : '
                       delimited by size
                       ws-hdr-feed-date delimited by size
                       into report-line
                   end-string
               else
                   move '  HEADER RECORD            : (none)'
                       to report-line
               end-if
               write report-line
               move spaces to report-line
               if ws-trailer-seen
                   string '  TRAILER RECORD COUNT     : '
                       delimited by size
                       ws-trailer-count delimited by size
                       into report-line
                   end-string
               else
                   move '  TRAILER RECORD           : (none)'
                       to report-line
               end-if
               write report-line
               move spaces to report-line
               string '  DATA RECORDS COUNTED     : ' delimited by size
                   ws-first-pass-count delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  RECORDS SPLIT            : ' delimited by size
                   ws-records-split delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               evaluate true
                   when ws-feed-error
                       string '  STATUS: *** FEED VALIDATION FAILED'
                               delimited by size
                           ' - NOT SPLIT ***' delimited by size
                           into report-line
                       end-string
                   when not ws-split-balanced
                       move '  STATUS: *** OUT OF BALANCE ***'
                           to report-line
                   when other
                       move '  STATUS: SPLIT BALANCED' to report-line
               end-evaluate
               write report-line.

       K1-Write-Partition-Line Section.
               move spaces to report-line
               move ws-partition-index to report-line(3:2)
               move ws-part-records(ws-partition-index)
                   to report-line(7:9)
               move ws-part-first(ws-partition-index)
                   to report-line(17:9)
               move ws-part-last(ws-partition-index)
                   to report-line(27:9)
               move ws-part-low-tag(ws-partition-index)
                   to report-line(38:10)
               move ws-part-high-tag(ws-partition-index)
                   to report-line(50:10)
               write report-line.
