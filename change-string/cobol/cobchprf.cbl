cobrpt*
       identification division.
       program-id. cobchprf.
       environment division.
       input-output section.
       file-control.
           select master-file assign to "COBCHMST"
               organization is indexed
               access mode is dynamic
               record key is mr-key
               alternate record key is sp-tag with duplicates
               file status is ws-master-status.
           select prior-profile-file assign to "COBCHPFP"
               organization is sequential
               file status is ws-prior-status.
           select profile-file assign to "COBCHPFN"
               organization is sequential
               file status is ws-profile-status.
           select report-file assign to "COBCHPRP"
               organization is sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  master-file
           record contains 90 characters.
           copy mstrrec.
       fd  prior-profile-file
           record contains 80 characters.
       01 prior-profile-record pic x(80).
       fd  profile-file
           record contains 80 characters.
       01 profile-out-record pic x(80).
       fd  report-file
           record contains 80 characters.
       01 report-line pic x(80).
       working-storage section.
       copy prfrec.
       01 ws-master-status pic x(2) value spaces.
       01 ws-prior-status pic x(2) value spaces.
       01 ws-profile-status pic x(2) value spaces.
       01 ws-report-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-master value 'Y'.
       01 ws-prior-eof-switch pic x value 'N'.
           88 ws-end-of-prior value 'Y'.
      *--- report PARM: days unchanged (4), top keys (2) and tag -------
      *--- prefix length (2); a blank field takes its default ------------
       01 ws-profile-parm pic x(8) value spaces.
       01 ws-profile-parm-fields redefines ws-profile-parm.
           05 ws-parm-stale-days pic x(4).
           05 ws-parm-top-count pic x(2).
           05 ws-parm-prefix-length pic x(2).
       01 ws-stale-days pic 9(4) value 90.
       01 ws-top-limit pic 9(2) value 10.
       01 ws-prefix-length pic 9(2) value 10.
       01 ws-business-date pic 9(8) value zero.
       01 ws-business-date-x redefines ws-business-date pic x(8).
       01 ws-business-day-number pic 9(9) value zero.
      *--- a record's stamp date, usable for ageing only when it is a --
      *--- real date -------------------------------------------------------
       01 ws-change-date pic x(8) value spaces.
       01 ws-change-date-n redefines ws-change-date pic 9(8).
       01 ws-days-since pic 9(9) value zero.
       01 ws-stamp-switch pic x value 'N'.
           88 ws-stamp-usable value 'Y'.
       01 ws-never-stamped-switch pic x value 'N'.
           88 ws-never-stamped value 'Y'.
      *--- one entry per tag group.  The master is read down the -------
      *--- SP-TAG alternate index, so the groups arrive in order and ---
      *--- each is finished before the next starts ------------------------
       01 ws-max-groups pic 9(4) value 500.
       01 ws-group-count pic 9(4) value zero.
       01 ws-group-index pic 9(4) value zero.
       01 ws-current-group pic x(10) value spaces.
       01 ws-group-label pic x(10) value spaces.
       01 ws-group-table.
           05 ws-group-entry occurs 500 times.
               10 ws-grp-name pic x(10).
               10 ws-grp-total pic 9(9).
               10 ws-grp-active pic 9(9).
               10 ws-grp-held pic 9(9).
               10 ws-grp-retired pic 9(9).
               10 ws-grp-never-stamped pic 9(9).
      *--- the listings keep the first 200 records met; the rest are ---
      *--- counted -------------------------------------------------------
       01 ws-max-listed pic 9(4) value 200.
       01 ws-list-index pic 9(4) value zero.
       01 ws-never-count pic 9(9) value zero.
       01 ws-never-listed pic 9(4) value zero.
       01 ws-never-table.
           05 ws-never-entry occurs 200 times.
               10 ws-never-key pic x(10).
               10 ws-never-tag pic x(10).
               10 ws-never-reason pic x(24).
       01 ws-stale-count pic 9(9) value zero.
       01 ws-stale-listed pic 9(4) value zero.
       01 ws-stale-table.
           05 ws-stale-entry occurs 200 times.
               10 ws-stale-key pic x(10).
               10 ws-stale-tag pic x(10).
               10 ws-stale-date pic x(8).
               10 ws-stale-age pic 9(9).
       01 ws-more-count pic 9(9) value zero.
      *--- a hold stamps the record and nothing changes a held one, ----
      *--- so the stamp is the day it was held ------------------------------
       01 ws-held-count pic 9(9) value zero.
       01 ws-held-0-7 pic 9(9) value zero.
       01 ws-held-8-30 pic 9(9) value zero.
       01 ws-held-31-90 pic 9(9) value zero.
       01 ws-held-91-180 pic 9(9) value zero.
       01 ws-held-over-180 pic 9(9) value zero.
       01 ws-held-unstamped pic 9(9) value zero.
      *--- the busiest keys, highest change count first; a tie keeps ---
      *--- the key met first ---------------------------------------------
       01 ws-max-top pic 9(2) value 50.
       01 ws-top-used pic 9(2) value zero.
       01 ws-top-index pic 9(2) value zero.
       01 ws-top-slot-switch pic x value 'N'.
           88 ws-top-slot-found value 'Y'.
       01 ws-top-table.
           05 ws-top-entry occurs 50 times.
               10 ws-top-key pic x(10).
               10 ws-top-tag pic x(10).
               10 ws-top-changes pic 9(4).
      *--- last month's profile, from COBCHPFP ---------------------------
       01 ws-compare-switch pic x value 'N'.
           88 ws-comparing value 'Y'.
       01 ws-prior-date pic x(8) value spaces.
       01 ws-prior-prefix-length pic 9(2) value zero.
       01 ws-prior-count pic 9(4) value zero.
       01 ws-prior-index pic 9(4) value zero.
       01 ws-prior-table.
           05 ws-prior-entry occurs 500 times.
               10 ws-prior-name pic x(10).
               10 ws-prior-total pic 9(9).
               10 ws-prior-held pic 9(9).
       01 ws-movement-last pic 9(9) value zero.
       01 ws-movement-now pic 9(9) value zero.
       01 ws-movement-held-last pic 9(9) value zero.
       01 ws-movement-held-now pic 9(9) value zero.
       01 ws-movement-change pic s9(9) value zero.
       01 ws-movement-change-edit pic -(9)9.
       01 ws-movement-note pic x(4) value spaces.
       01 ws-percent pic 9(3)v9 value zero.
       01 ws-percent-edit pic zz9.9.
       01 ws-percent-base pic 9(9) value zero.
       01 ws-percent-count pic 9(9) value zero.
       01 ws-records-read pic 9(9) value zero.
       01 ws-total-active pic 9(9) value zero.
       01 ws-total-held pic 9(9) value zero.
       01 ws-total-retired pic 9(9) value zero.
       01 ws-profile-written pic 9(9) value zero.
       procedure division.
      *--- monthly profile of COBCHMST: records by tag group and -------
      *--- status, records never stamped, records long unchanged, ------
      *--- held records by age and the busiest keys, with movement -----
      *--- by group against last month's COBCHPFP.  This month's -------
      *--- counts go to COBCHPFN for next month ---------------------------
       A-Main Section.
               display 'Starting: cobchprf.cbl'
               accept ws-profile-parm from command-line
               perform B1-Check-Parm
               perform B-Initialize
               perform C-Profile-Record
                   until ws-end-of-master
               perform D-Terminate
               goback.

       B1-Check-Parm Section.
               if ws-parm-stale-days not = spaces
                   if ws-parm-stale-days is not numeric
                       display 'COBCHPRF: PARM days unchanged ['
                           ws-parm-stale-days '] not numeric'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-parm-stale-days to ws-stale-days
               end-if
               if ws-parm-top-count not = spaces
                   if ws-parm-top-count is not numeric
                       display 'COBCHPRF: PARM top keys ['
                           ws-parm-top-count '] not numeric'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-parm-top-count to ws-top-limit
               end-if
               if ws-top-limit < 1 or ws-top-limit > ws-max-top
                   display 'COBCHPRF: PARM top keys ' ws-top-limit
                       ' must be 01 to ' ws-max-top
                   move 16 to return-code
                   stop run
               end-if
               if ws-parm-prefix-length not = spaces
                   if ws-parm-prefix-length is not numeric
                       display 'COBCHPRF: PARM prefix length ['
                           ws-parm-prefix-length '] not numeric'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-parm-prefix-length to ws-prefix-length
               end-if
               if ws-prefix-length < 1 or ws-prefix-length > 10
                   display 'COBCHPRF: PARM prefix length '
                       ws-prefix-length ' must be 01 to 10'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchpdt' using
                   by reference ws-business-date-x
               compute ws-business-day-number =
                   function integer-of-date(ws-business-date).

      *--- no prior profile, or one cut with a different prefix -------
      *--- length, only means there is nothing to compare with ------------
       B-Initialize Section.
               open input master-file
               if ws-master-status not = '00'
                   display 'COBCHPRF: unable to open COBCHMST, status '
                       ws-master-status
                   move 16 to return-code
                   stop run
               end-if
               open input prior-profile-file
               evaluate ws-prior-status
                   when '00'
                       perform F1-Read-Prior-Record
                       perform B2-Load-Prior-Group
                           until ws-end-of-prior
                       close prior-profile-file
                   when '35'
                       continue
                   when other
                       display 'COBCHPRF: unable to open COBCHPFP, '
                           'status ' ws-prior-status
                       move 16 to return-code
                       stop run
               end-evaluate
               if ws-prior-count > zero
                   and ws-prior-prefix-length = ws-prefix-length
                   set ws-comparing to true
               end-if
               open output profile-file
               if ws-profile-status not = '00'
                   display 'COBCHPRF: unable to open COBCHPFN, status '
                       ws-profile-status
                   move 16 to return-code
                   stop run
               end-if
               open output report-file
               if ws-report-status not = '00'
                   display 'COBCHPRF: unable to open COBCHPRP, status '
                       ws-report-status
                   move 16 to return-code
                   stop run
               end-if
               move low-values to sp-tag of mr-change-field
               start master-file key is not less than sp-tag
                   invalid key
                       move 'Y' to ws-eof-switch
               end-start
               perform E-Read-Master-Record.

       B2-Load-Prior-Group Section.
               if ws-prior-count >= ws-max-groups
                   display 'COBCHPRF: more than ' ws-max-groups
                       ' groups on COBCHPFP - run refused'
                   move 16 to return-code
                   stop run
               end-if
               if ws-prior-count = zero
                   move prf-profile-date to ws-prior-date
                   move prf-prefix-length to ws-prior-prefix-length
               end-if
               add 1 to ws-prior-count
               move prf-group to ws-prior-name(ws-prior-count)
               move prf-total-count to ws-prior-total(ws-prior-count)
               move prf-held-count to ws-prior-held(ws-prior-count)
               perform F1-Read-Prior-Record.

       C-Profile-Record Section.
               if ws-group-count = zero
                   or SP-TAG of mr-change-field(1:ws-prefix-length)
                       not = ws-current-group
                   perform C1-Start-Group
               end-if
               add 1 to ws-grp-total(ws-group-count)
               evaluate true
                   when MR-STATUS-HELD
                       add 1 to ws-grp-held(ws-group-count)
                   when MR-STATUS-RETIRED
                       add 1 to ws-grp-retired(ws-group-count)
                   when other
                       add 1 to ws-grp-active(ws-group-count)
               end-evaluate
               perform C2-Check-Stamp
               if ws-never-stamped
                   add 1 to ws-grp-never-stamped(ws-group-count)
                   perform C3-List-Never-Stamped
               end-if
               if ws-stamp-usable
                   and not MR-STATUS-RETIRED
                   and ws-days-since > ws-stale-days
                   perform C4-List-Unchanged
               end-if
               if MR-STATUS-HELD
                   perform C5-Age-Held-Record
               end-if
               if mr-change-count is numeric
                   perform C6-Consider-Top-Key
               end-if
               perform E-Read-Master-Record.

       C1-Start-Group Section.
               if ws-group-count >= ws-max-groups
                   display 'COBCHPRF: more than ' ws-max-groups
                       ' tag groups - shorten the prefix length'
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-group-count
               move spaces to ws-current-group
               move SP-TAG of mr-change-field(1:ws-prefix-length)
                   to ws-current-group
               move ws-current-group to ws-grp-name(ws-group-count)
               move zero to ws-grp-total(ws-group-count)
               move zero to ws-grp-active(ws-group-count)
               move zero to ws-grp-held(ws-group-count)
               move zero to ws-grp-retired(ws-group-count)
               move zero to ws-grp-never-stamped(ws-group-count).

      *--- never stamped: a blank change time or a non-numeric count, --
      *--- a record no updater has rewritten since the stamp fields ----
      *--- were added.  A stamp that is not a real date cannot be aged -
      *--- and counts as never stamped; one after the business date ----
      *--- is only left out of the ageing ----------------------------------
       C2-Check-Stamp Section.
               move 'N' to ws-never-stamped-switch
               move 'N' to ws-stamp-switch
               move zero to ws-days-since
               if mr-last-change-time = spaces
                   or mr-change-count is not numeric
                   set ws-never-stamped to true
               end-if
               move mr-last-change-date to ws-change-date
               evaluate true
                   when ws-change-date is not numeric
                       set ws-never-stamped to true
                   when function test-date-yyyymmdd (ws-change-date-n)
                           not = 0
                       set ws-never-stamped to true
                   when ws-change-date-n not > ws-business-date
                       set ws-stamp-usable to true
                       compute ws-days-since = ws-business-day-number
                           - function integer-of-date(ws-change-date-n)
               end-evaluate.

       C3-List-Never-Stamped Section.
               add 1 to ws-never-count
               if ws-never-listed < ws-max-listed
                   add 1 to ws-never-listed
                   move mr-key to ws-never-key(ws-never-listed)
                   move SP-TAG of mr-change-field
                       to ws-never-tag(ws-never-listed)
                   evaluate true
                       when mr-last-change-time = spaces
                           and mr-change-count is not numeric
                           move 'NO STAMP, NO COUNT'
                               to ws-never-reason(ws-never-listed)
                       when mr-last-change-time = spaces
                           move 'NO CHANGE STAMP'
                               to ws-never-reason(ws-never-listed)
                       when mr-change-count is not numeric
                           move 'CHANGE COUNT NOT NUMERIC'
                               to ws-never-reason(ws-never-listed)
                       when other
                           move 'CHANGE DATE NOT VALID'
                               to ws-never-reason(ws-never-listed)
                   end-evaluate
               end-if.

      *--- a retired record is frozen until the purge, so it is not ----
      *--- reported as unchanged -----------------------------------------
       C4-List-Unchanged Section.
               add 1 to ws-stale-count
               if ws-stale-listed < ws-max-listed
                   add 1 to ws-stale-listed
                   move mr-key to ws-stale-key(ws-stale-listed)
                   move SP-TAG of mr-change-field
                       to ws-stale-tag(ws-stale-listed)
                   move mr-last-change-date
                       to ws-stale-date(ws-stale-listed)
                   move ws-days-since to ws-stale-age(ws-stale-listed)
               end-if.

       C5-Age-Held-Record Section.
               add 1 to ws-held-count
               evaluate true
                   when not ws-stamp-usable
                       add 1 to ws-held-unstamped
                   when ws-days-since <= 7
                       add 1 to ws-held-0-7
                   when ws-days-since <= 30
                       add 1 to ws-held-8-30
                   when ws-days-since <= 90
                       add 1 to ws-held-31-90
                   when ws-days-since <= 180
                       add 1 to ws-held-91-180
                   when other
                       add 1 to ws-held-over-180
               end-evaluate.

      *--- a key goes in when the table has room or it beats the ------
      *--- lowest count held; the entries it passes move down one ------
      *--- place and the lowest drops off a full table -------------------
       C6-Consider-Top-Key Section.
               evaluate true
                   when ws-top-used < ws-top-limit
                       add 1 to ws-top-used
                       perform C7-Insert-Top-Key
                   when ws-top-used = zero
                       continue
                   when mr-change-count > ws-top-changes(ws-top-used)
                       perform C7-Insert-Top-Key
               end-evaluate.

       C7-Insert-Top-Key Section.
               move ws-top-used to ws-top-index
               move 'N' to ws-top-slot-switch
               perform C8-Move-Top-Entry-Down
                   until ws-top-slot-found
               move mr-key to ws-top-key(ws-top-index)
               move SP-TAG of mr-change-field
                   to ws-top-tag(ws-top-index)
               move mr-change-count to ws-top-changes(ws-top-index).

       C8-Move-Top-Entry-Down Section.
               if ws-top-index = 1
                   set ws-top-slot-found to true
               else
                   if ws-top-changes(ws-top-index - 1)
                           >= mr-change-count
                       set ws-top-slot-found to true
                   else
                       move ws-top-entry(ws-top-index - 1)
                           to ws-top-entry(ws-top-index)
                       subtract 1 from ws-top-index
                   end-if
               end-if.

       D-Terminate Section.
               close master-file
               perform H-Write-Profile-Records
               close profile-file
               perform G1-Write-Report-Heading
               perform G2-Write-Group-Section
               perform G4-Write-Never-Stamped-Section
               perform G5-Write-Unchanged-Section
               perform G6-Write-Held-Age-Section
               perform G7-Write-Top-Key-Section
               perform G8-Write-Movement-Section
               perform G9-Write-Total-Lines
               close report-file
               move 0 to return-code
               display 'COBCHPRF: records profiled     ' ws-records-read
               display 'COBCHPRF: tag groups           ' ws-group-count
               display 'COBCHPRF: profile records out  '
                   ws-profile-written
               display 'Ending: cobchprf.cbl'.

       E-Read-Master-Record Section.
               read master-file next
                   at end
                       move 'Y' to ws-eof-switch
                   not at end
                       if ws-master-status not = '00'
                           and ws-master-status not = '02'
                           display 'COBCHPRF: read failure on '
                               'COBCHMST, status ' ws-master-status
                           move 16 to return-code
                           stop run
                       end-if
                       add 1 to ws-records-read
               end-read.

       F1-Read-Prior-Record Section.
               read prior-profile-file into profile-record
                   at end
                       move 'Y' to ws-prior-eof-switch
                   not at end
                       if ws-prior-status not = '00'
                           display 'COBCHPRF: read failure on '
                               'COBCHPFP, status ' ws-prior-status
                           move 16 to return-code
                           stop run
                       end-if
               end-read.

       H-Write-Profile-Records Section.
               perform H1-Write-One-Profile-Record
                   varying ws-group-index from 1 by 1
                   until ws-group-index > ws-group-count.

       H1-Write-One-Profile-Record Section.
               move spaces to profile-record
               move ws-business-date-x to prf-profile-date
               move ws-prefix-length to prf-prefix-length
               move ws-grp-name(ws-group-index) to prf-group
               move ws-grp-total(ws-group-index) to prf-total-count
               move ws-grp-active(ws-group-index) to prf-active-count
               move ws-grp-held(ws-group-index) to prf-held-count
               move ws-grp-retired(ws-group-index)
                   to prf-retired-count
               move ws-grp-never-stamped(ws-group-index)
                   to prf-never-stamped-count
               write profile-out-record from profile-record
               if ws-profile-status not = '00'
                   display 'COBCHPRF: write to COBCHPFN failed, '
                       'status ' ws-profile-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-profile-written.

       G1-Write-Report-Heading Section.
               move spaces to report-line
               move 'COBCHPRF MASTER FILE PROFILE' to report-line
               write report-line
               move spaces to report-line
               write report-line
               move spaces to report-line
               string 'BUSINESS DATE ' delimited by size
                   ws-business-date-x delimited by size
                   '  PREFIX LENGTH ' delimited by size
                   ws-prefix-length delimited by size
                   '  DAYS UNCHANGED ' delimited by size
                   ws-stale-days delimited by size
                   '  TOP ' delimited by size
                   ws-top-limit delimited by size
                   into report-line
               end-string
               write report-line.

       G2-Write-Group-Section Section.
               move spaces to report-line
               write report-line
               move 'RECORDS BY TAG GROUP AND STATUS' to report-line
               write report-line
               move spaces to report-line
               move 'GROUP' to report-line(1:5)
               move 'RECORDS' to report-line(14:7)
               move 'PCT' to report-line(24:3)
               move 'ACTIVE' to report-line(35:6)
               move 'HELD' to report-line(47:4)
               move 'RETIRED' to report-line(54:7)
               move 'UNSTAMPED' to report-line(62:9)
               write report-line
               perform G3-Write-Group-Line
                   varying ws-group-index from 1 by 1
                   until ws-group-index > ws-group-count
               perform varying ws-group-index from 1 by 1
                   until ws-group-index > ws-group-count
                   add ws-grp-active(ws-group-index) to ws-total-active
                   add ws-grp-held(ws-group-index) to ws-total-held
                   add ws-grp-retired(ws-group-index)
                       to ws-total-retired
               end-perform
               move spaces to report-line
               move 'ALL GROUPS' to report-line(1:10)
               move ws-records-read to report-line(12:9)
               move ws-records-read to ws-percent-count
               perform G3A-Format-Percent
               move ws-percent-edit to report-line(22:5)
               move ws-total-active to report-line(32:9)
               move ws-total-held to report-line(42:9)
               move ws-total-retired to report-line(52:9)
               move ws-never-count to report-line(62:9)
               write report-line
               move spaces to report-line
               move '  PCT OF FILE' to report-line(1:13)
               move ws-total-active to ws-percent-count
               perform G3A-Format-Percent
               move ws-percent-edit to report-line(36:5)
               move ws-total-held to ws-percent-count
               perform G3A-Format-Percent
               move ws-percent-edit to report-line(46:5)
               move ws-total-retired to ws-percent-count
               perform G3A-Format-Percent
               move ws-percent-edit to report-line(56:5)
               move ws-never-count to ws-percent-count
               perform G3A-Format-Percent
               move ws-percent-edit to report-line(66:5)
               write report-line.

       G3-Write-Group-Line Section.
               move spaces to report-line
               move ws-grp-name(ws-group-index) to ws-group-label
               if ws-group-label = spaces
                   move '(BLANK)' to ws-group-label
               end-if
               move ws-group-label to report-line(1:10)
               move ws-grp-total(ws-group-index) to report-line(12:9)
               move ws-grp-total(ws-group-index) to ws-percent-count
               perform G3A-Format-Percent
               move ws-percent-edit to report-line(22:5)
               move ws-grp-active(ws-group-index) to report-line(32:9)
               move ws-grp-held(ws-group-index) to report-line(42:9)
               move ws-grp-retired(ws-group-index)
                   to report-line(52:9)
               move ws-grp-never-stamped(ws-group-index)
                   to report-line(62:9)
               write report-line.

      *--- a share of the whole file, to one decimal place ----------------
       G3A-Format-Percent Section.
               move ws-records-read to ws-percent-base
               if ws-percent-base = zero
                   move zero to ws-percent
               else
                   compute ws-percent rounded =
                       ws-percent-count * 100 / ws-percent-base
               end-if
               move ws-percent to ws-percent-edit.

       G4-Write-Never-Stamped-Section Section.
               move spaces to report-line
               write report-line
               move 'RECORDS NEVER STAMPED' to report-line
               write report-line
               perform G4A-Write-Never-Stamped-Line
                   varying ws-list-index from 1 by 1
                   until ws-list-index > ws-never-listed
               compute ws-more-count = ws-never-count - ws-never-listed
               perform G4B-Write-List-Trailer.

       G4A-Write-Never-Stamped-Line Section.
               move spaces to report-line
               string '  KEY ' delimited by size
                   ws-never-key(ws-list-index) delimited by size
                   '  TAG ' delimited by size
                   ws-never-tag(ws-list-index) delimited by size
                   '  ' delimited by size
                   ws-never-reason(ws-list-index) delimited by size
                   into report-line
               end-string
               write report-line.

       G4B-Write-List-Trailer Section.
               move spaces to report-line
               if ws-list-index = 1
                   move '  (none)' to report-line
                   write report-line
               end-if
               if ws-more-count > zero
                   string '  ... AND ' delimited by size
                       ws-more-count delimited by size
                       ' MORE NOT LISTED' delimited by size
                       into report-line
                   end-string
                   write report-line
               end-if.

       G5-Write-Unchanged-Section Section.
               move spaces to report-line
               write report-line
               move spaces to report-line
               string 'RECORDS UNCHANGED MORE THAN ' delimited by size
                   ws-stale-days delimited by size
                   ' DAYS (RETIRED RECORDS EXCLUDED)'
                       delimited by size
                   into report-line
               end-string
               write report-line
               perform G5A-Write-Unchanged-Line
                   varying ws-list-index from 1 by 1
                   until ws-list-index > ws-stale-listed
               compute ws-more-count = ws-stale-count - ws-stale-listed
               perform G4B-Write-List-Trailer.

       G5A-Write-Unchanged-Line Section.
               move spaces to report-line
               string '  KEY ' delimited by size
                   ws-stale-key(ws-list-index) delimited by size
                   '  TAG ' delimited by size
                   ws-stale-tag(ws-list-index) delimited by size
                   '  LAST CHANGED ' delimited by size
                   ws-stale-date(ws-list-index) delimited by size
                   '  DAYS ' delimited by size
                   ws-stale-age(ws-list-index) delimited by size
                   into report-line
               end-string
               write report-line.

       G6-Write-Held-Age-Section Section.
               move spaces to report-line
               write report-line
               move 'HELD RECORDS BY DAYS SINCE HELD' to report-line
               write report-line
               move spaces to report-line
               string '  0 - 7 DAYS               : ' delimited by size
                   ws-held-0-7 delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  8 - 30 DAYS              : ' delimited by size
                   ws-held-8-30 delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  31 - 90 DAYS             : ' delimited by size
                   ws-held-31-90 delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  91 - 180 DAYS            : ' delimited by size
                   ws-held-91-180 delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  OVER 180 DAYS            : ' delimited by size
                   ws-held-over-180 delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  NOT STAMPED              : ' delimited by size
                   ws-held-unstamped delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  HELD RECORDS             : ' delimited by size
                   ws-held-count delimited by size
                   into report-line
               end-string
               write report-line.

       G7-Write-Top-Key-Section Section.
               move spaces to report-line
               write report-line
               move spaces to report-line
               string 'TOP ' delimited by size
                   ws-top-limit delimited by size
                   ' KEYS BY CHANGE COUNT' delimited by size
                   into report-line
               end-string
               write report-line
               perform G7A-Write-Top-Key-Line
                   varying ws-top-index from 1 by 1
                   until ws-top-index > ws-top-used
               if ws-top-used = zero
                   move '  (none)' to report-line
                   write report-line
               end-if.

       G7A-Write-Top-Key-Line Section.
               move spaces to report-line
               string '  RANK ' delimited by size
                   ws-top-index delimited by size
                   '  KEY ' delimited by size
                   ws-top-key(ws-top-index) delimited by size
                   '  TAG ' delimited by size
                   ws-top-tag(ws-top-index) delimited by size
                   '  CHANGES ' delimited by size
                   ws-top-changes(ws-top-index) delimited by size
                   into report-line
               end-string
               write report-line.

      *--- both lists are in group order, so they are merged; a --------
      *--- group on one side only is new this month or gone since ----
       G8-Write-Movement-Section Section.
               move spaces to report-line
               write report-line
               move spaces to report-line
               evaluate true
                   when ws-comparing
                       string 'MOVEMENT BY TAG GROUP SINCE PROFILE OF '
                               delimited by size
                           ws-prior-date delimited by size
                           into report-line
                       end-string
                   when ws-prior-count = zero
                       string 'MOVEMENT BY TAG GROUP - NO PRIOR '
                               delimited by size
                           'PROFILE ON COBCHPFP' delimited by size
                           into report-line
                       end-string
                   when other
                       string 'MOVEMENT BY TAG GROUP - PRIOR PROFILE '
                               delimited by size
                           'USED PREFIX LENGTH ' delimited by size
                           ws-prior-prefix-length delimited by size
                           into report-line
                       end-string
               end-evaluate
               write report-line
               if ws-comparing
                   move spaces to report-line
                   move 'GROUP' to report-line(1:5)
                   move 'LAST' to report-line(17:4)
                   move 'NOW' to report-line(28:3)
                   move 'CHANGE' to report-line(35:6)
                   move 'HELD LAST' to report-line(42:9)
                   move 'HELD NOW' to report-line(53:8)
                   write report-line
                   move 1 to ws-group-index
                   move 1 to ws-prior-index
                   perform G8A-Write-Movement-Line
                       until ws-group-index > ws-group-count
                           and ws-prior-index > ws-prior-count
               end-if.

       G8A-Write-Movement-Line Section.
               move zero to ws-movement-last
               move zero to ws-movement-now
               move zero to ws-movement-held-last
               move zero to ws-movement-held-now
               move spaces to ws-movement-note
               evaluate true
                   when ws-prior-index > ws-prior-count
                       move ws-grp-name(ws-group-index)
                           to ws-group-label
                       perform G8B-Take-Current-Group
                       move 'NEW' to ws-movement-note
                   when ws-group-index > ws-group-count
                       move ws-prior-name(ws-prior-index)
                           to ws-group-label
                       perform G8C-Take-Prior-Group
                       move 'GONE' to ws-movement-note
                   when ws-grp-name(ws-group-index)
                           < ws-prior-name(ws-prior-index)
                       move ws-grp-name(ws-group-index)
                           to ws-group-label
                       perform G8B-Take-Current-Group
                       move 'NEW' to ws-movement-note
                   when ws-grp-name(ws-group-index)
                           > ws-prior-name(ws-prior-index)
                       move ws-prior-name(ws-prior-index)
                           to ws-group-label
                       perform G8C-Take-Prior-Group
                       move 'GONE' to ws-movement-note
                   when other
                       move ws-grp-name(ws-group-index)
                           to ws-group-label
                       perform G8B-Take-Current-Group
                       perform G8C-Take-Prior-Group
               end-evaluate
               if ws-group-label = spaces
                   move '(BLANK)' to ws-group-label
               end-if
               compute ws-movement-change =
                   ws-movement-now - ws-movement-last
               move ws-movement-change to ws-movement-change-edit
               move spaces to report-line
               move ws-group-label to report-line(1:10)
               move ws-movement-last to report-line(12:9)
               move ws-movement-now to report-line(22:9)
               move ws-movement-change-edit to report-line(31:10)
               move ws-movement-held-last to report-line(42:9)
               move ws-movement-held-now to report-line(52:9)
               move ws-movement-note to report-line(63:4)
               write report-line.

       G8B-Take-Current-Group Section.
               move ws-grp-total(ws-group-index) to ws-movement-now
               move ws-grp-held(ws-group-index) to ws-movement-held-now
               add 1 to ws-group-index.

       G8C-Take-Prior-Group Section.
               move ws-prior-total(ws-prior-index) to ws-movement-last
               move ws-prior-held(ws-prior-index)
                   to ws-movement-held-last
               add 1 to ws-prior-index.

       G9-Write-Total-Lines Section.
               move spaces to report-line
               write report-line
               move 'TOTALS' to report-line
               write report-line
               move spaces to report-line
               string '  RECORDS PROFILED         : ' delimited by size
                   ws-records-read delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  TAG GROUPS               : ' delimited by size
                   ws-group-count delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  NEVER STAMPED            : ' delimited by size
                   ws-never-count delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  UNCHANGED OVER DAYS      : ' delimited by size
                   ws-stale-count delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  HELD RECORDS             : ' delimited by size
                   ws-held-count delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  PROFILE RECORDS WRITTEN  : ' delimited by size
                   ws-profile-written delimited by size
                   into report-line
               end-string
               write report-line.
