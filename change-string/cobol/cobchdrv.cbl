           select rules-file assign to "COBCHRUL"
               organization is sequential
               file status is ws-rules-status.
           select partition-sequence-file assign to "COBCHPSQ"
               organization is sequential
               file status is ws-sequence-status.
           select partition-audit-file assign to "COBCHAUD"
               organization is sequential
               file status is ws-partition-audit-status.
           select partition-usage-file assign to "COBCHXUS"
               organization is sequential
               file status is ws-partition-usage-status.
       data division.
       file section.
       fd  input-file
       01 rules-record.
           05 rul-tag-prefix pic x(10).
           05 rul-function-chain pic x(10).
      *--- one record per data record when a partition of a split ----
      *--- COBCHIN is run, so COBCHMRG can restore original order ------
       fd  partition-sequence-file
           record contains 20 characters.
       copy psqrec.
      *--- a partition's own audit and translation-usage files, ---------
      *--- emptied as the partition starts so that what COBCHMRG finds -
      *--- on them is this run's alone; cobchangestr writes them --------
       fd  partition-audit-file
           record contains 200 characters.
       01 partition-audit-record pic x(200).
       fd  partition-usage-file
           record contains 100 characters.
       01 partition-usage-record pic x(100).
       working-storage section.
       copy chgrtncd replacing ==CS-RETURN-CODE== by
           ==ws-last-return-code==.
       01 ws-checkpoint-status pic x(2) value spaces.
       01 ws-reject-status pic x(2) value spaces.
       01 ws-rules-status pic x(2) value spaces.
       01 ws-sequence-status pic x(2) value spaces.
       01 ws-partition-audit-status pic x(2) value spaces.
       01 ws-partition-usage-status pic x(2) value spaces.
       01 ws-eof-switch pic x value 'N'.
           88 ws-end-of-input value 'Y'.
       01 ws-records-read pic 9(9) value zero.
       copy strparm replacing ==STRPARM-RECORD== by
           ==ws-string-parameter==.
       01 ws-calling-program pic x(8) value 'cobchdrv'.
      *--- run-control name: cobchdrv, or cobchdNN for partition NN, --
      *--- so concurrent partitions each show as a step of their own; --
      *--- the dependency check and the audit stay under cobchdrv -------
       01 ws-job-name pic x(8) value 'cobchdrv'.
       01 ws-close-return-code pic 9(4) value zero.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- these steps carry no journal run identity; the run-control --
      *--- log shows them with a blank identity --------------------------
       01 ws-run-identity pic x(8) value spaces.
      *--- step.  A 'T' trial flag runs the whole job as a what-if: -
      *--- transformations run and the report shows every before/ ---
      *--- after value, but nothing is written to COBCHOUT, ---------
      *--- COBCHREJ, COBCHCKP or the audit files.  A partition ---------
      *--- number in columns 10-11 runs one piece of a COBCHIN split ---
      *--- by COBCHSPL: COBCHIN, COBCHOUT, COBCHREJ, COBCHCKP, ---------
      *--- COBCHAUD and COBCHXUS are then that partition's own files, --
      *--- and COBCHPSQ records each data record's outcome for ---------
      *--- COBCHMRG.  A partition is never restarted part way: it is ---
      *--- rerun from the start, which empties its files again ----------
       01 ws-driver-parm pic x(20) value spaces.
       01 ws-driver-parm-fields redefines ws-driver-parm.
           05 ws-raw-function-code pic x(2).
           05 ws-checkpoint-interval pic 9(5).
           05 ws-trial-flag pic x(1).
               88 ws-trial-run value 'T'.
           05 ws-partition-parm pic x(2).
           05 filler pic x(9).
       01 ws-partition-number pic 9(2) value zero.
       01 ws-max-partitions pic 9(2) value 8.
       01 ws-partition-switch pic x value 'N'.
           88 ws-partition-run value 'Y'.
       01 ws-record-audit-start pic 9(9) value zero.
       01 ws-sequence-written pic 9(9) value zero.
       copy chgfunc replacing ==CHGFUNC-CODE== by
           ==ws-function-code==.
      *--- per-record transformation selection: the optional COBCHRUL --
      *--- five CHGFUNC codes; the PARM function code is the one-step --
      *--- default chain for unmatched tags (a '*' rule overrides ------
      *--- that default); rules match in file order ---------------------
       01 ws-default-chain pic x(10) value spaces.
       01 ws-default-step-count pic 9 value zero.
       01 ws-rules-present-switch pic x value 'N'.
       01 ws-work-chain.
           05 ws-work-chain-code occurs 5 times pic x(2).
       01 ws-work-step-count pic 9 value zero.
       01 ws-chain-valid-switch pic x value 'N'.
           88 ws-chain-is-valid value 'Y'.
       01 ws-selected-chain.
       01 ws-count-fn-02 pic 9(9) value zero.
       01 ws-count-fn-03 pic 9(9) value zero.
       01 ws-count-fn-04 pic 9(9) value zero.
       01 ws-count-fn-05 pic 9(9) value zero.
      *--- mode 05 steps whose body had no COBCHXLT entry: the step ----
      *--- leaves the body as it was and the chain carries on, so the --
      *--- record is not rejected for it -----------------------------------
       01 ws-count-no-translation pic 9(9) value zero.
      *--- reconciliation of input/output/audit record counts -------
      *--- ws-audit-sequence-number is cobchangestr's own per-run -----
      *--- audit-write counter, returned after every call so the ------
       procedure division.
       A-Main Section.
               display 'Starting: cobchdrv.cbl'
               call 'cobchdpc' using
                   by reference ws-calling-program
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHDRV: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               accept ws-driver-parm from command-line
               perform B10-Check-Partition
               call 'cobchrun' using
                   by reference ws-job-name
               move ws-raw-function-code to ws-default-chain(1:2)
               if ws-default-chain(1:2) = spaces
                   move '00' to ws-default-chain(1:2)
               goback.

       B-Initialize Section.
               call 'cobchpdt' using
                   by reference ws-run-date
               perform B4-Load-Rules-File
               if ws-restart-requested
                   perform B1-Read-Checkpoint
               end-if
               perform E-Read-Input-Record.

       B10-Check-Partition Section.
               if ws-partition-parm not = spaces
                   if ws-partition-parm is not numeric
                       display 'COBCHDRV: PARM partition ['
                           ws-partition-parm '] not numeric'
                       move 16 to return-code
                       stop run
                   end-if
                   move ws-partition-parm to ws-partition-number
                   if ws-partition-number < 1
                       or ws-partition-number > ws-max-partitions
                       display 'COBCHDRV: PARM partition '
                           ws-partition-number ' must be 01 to '
                           ws-max-partitions
                       move 16 to return-code
                       stop run
                   end-if
                   if ws-restart-requested
                       display 'COBCHDRV: partition '
                           ws-partition-number ' cannot be restarted - '
                           'rerun it from the start with restart N'
                       move 16 to return-code
                       stop run
                   end-if
                   set ws-partition-run to true
                   move 'cobchd' to ws-job-name
                   move ws-partition-parm to ws-job-name(7:2)
                   display 'COBCHDRV: running partition '
                       ws-partition-number
               end-if.

       B9-Open-Update-Files Section.
               if ws-restart-requested
                   and ws-restart-after-record > zero
                       ws-reject-status
                   move 16 to return-code
                   stop run
               end-if
               if ws-partition-run
                   open output partition-sequence-file
                   if ws-sequence-status not = '00'
                       display 'COBCHDRV: unable to open COBCHPSQ, '
                           'status ' ws-sequence-status
                       move 16 to return-code
                       stop run
                   end-if
                   perform B11-Empty-Partition-Trails
               end-if.

      *--- cobchangestr only ever adds to COBCHAUD and COBCHXUS, so a --
      *--- partition's copies are emptied here, before the first ------
      *--- record is changed; last night's entries, or a failed run's, -
      *--- would otherwise never balance with this run's COBCHPSQ -------
       B11-Empty-Partition-Trails Section.
               open output partition-audit-file
               if ws-partition-audit-status not = '00'
                   display 'COBCHDRV: unable to open COBCHAUD, status '
                       ws-partition-audit-status
                   move 16 to return-code
                   stop run
               end-if
               close partition-audit-file
               open output partition-usage-file
               if ws-partition-usage-status not = '00'
                   display 'COBCHDRV: unable to open COBCHXUS, status '
                       ws-partition-usage-status
                   move 16 to return-code
                   stop run
               end-if
               close partition-usage-file.

       B1-Read-Checkpoint Section.
               open input checkpoint-file
               if ws-checkpoint-status = '00'

       B6-Store-Rule Section.
               move rul-function-chain to ws-work-chain
               call 'cobchchn' using
                   by reference ws-work-chain
                   by reference ws-work-step-count
                   by reference ws-chain-valid-switch
               evaluate true
                   when rul-tag-prefix = spaces
                       continue
               end-evaluate
               perform B5-Read-Rules-Record.

       B7-Compute-Prefix-Length Section.
               move zero to ws-prefix-length
               perform varying ws-prefix-scan from 10 by -1
       C-Process-Records Section.
               move input-record to ws-string-parameter
               perform C2-Select-Function-Chain
               move ws-audit-sequence-number to ws-record-audit-start
               move 'N' to ws-chain-failed-switch
               perform C3-Apply-Chain-Step
                   varying ws-chain-step from 1 by 1
                   else
                       perform C1-Write-Reject-Record
                   end-if
                   if ws-partition-run
                       perform C4-Write-Partition-Sequence
                   end-if
               end-if
               perform F-Tally-Counts
               add 1 to ws-records-since-checkpoint
      *--- each step is its own cobchangestr call, so each step cuts ---
      *--- its own audit record and shows in the per-step mode counts; -
      *--- a failing step ends the chain and the record rejects with ---
      *--- that step's return code.  A mode 05 body with no table ------
      *--- entry is not a failure: the step is counted and the chain ---
      *--- goes on with the body unchanged ---------------------------------
       C3-Apply-Chain-Step Section.
               move ws-selected-step(ws-chain-step)
                   to ws-function-code
               move return-code to ws-last-return-code
               add 1 to ws-steps-applied
               perform F2-Tally-Step-Mode
               if CS-RC-NO-TRANSLATION
                   add 1 to ws-count-no-translation
                   set CS-RC-CHANGED-NORMALLY to true
               end-if
               if not CS-RC-CHANGED-NORMALLY
                   set ws-chain-step-failed to true
               end-if.
               end-if
               add 1 to ws-records-rejected.

      *--- the audit count is what cobchangestr actually wrote for ----
      *--- this record, so a failed audit write cannot shift the -------
      *--- entries COBCHMRG takes for the records after it --------------
       C4-Write-Partition-Sequence Section.
               move spaces to partition-sequence-record
               move ws-partition-number to psq-partition
               compute psq-record-number =
                   ws-restart-after-record + ws-records-read
               if CS-RC-CHANGED-NORMALLY
                   set psq-record-written to true
               else
                   set psq-record-rejected to true
               end-if
               compute psq-audit-count =
                   ws-audit-sequence-number - ws-record-audit-start
               write partition-sequence-record
               if ws-sequence-status not = '00'
                   display 'COBCHDRV: write to COBCHPSQ failed, '
                       'status ' ws-sequence-status
                   move 16 to return-code
                   stop run
               end-if
               add 1 to ws-sequence-written.

       D-Terminate Section.
               close input-file
               if not ws-trial-run
                   perform H1-Write-Checkpoint
                   close output-file
                   close reject-file
                   if ws-partition-run
                       close partition-sequence-file
                   end-if
               end-if
               call 'cobchcls' using
                   by reference ws-close-return-code
               close report-file
               move return-code to ws-job-return-code
               call 'cobchrne' using
                   by reference ws-job-name
                   by reference ws-records-read
                   by reference ws-records-written
                   by reference ws-job-return-code
               display 'COBCHDRV: records read     ' ws-records-read
               display 'COBCHDRV: records written  ' ws-records-written
               display 'COBCHDRV: records rejected ' ws-records-rejected
               if ws-partition-run
                   display 'COBCHDRV: partition ' ws-partition-number
                       ' sequence records ' ws-sequence-written
               end-if
               display 'Ending: cobchdrv.cbl'.

       J-Set-Job-Return-Code Section.
                       add 1 to ws-count-fn-03
                   when CHGFUNC-CODE-SUBSTITUTE-BODY
                       add 1 to ws-count-fn-04
                   when CHGFUNC-CODE-TRANSLATE-BODY
                       add 1 to ws-count-fn-05
               end-evaluate.

       F1-Record-Failed-Validation Section.
               end-if
               write report-line
               move spaces to report-line
               if ws-partition-run
                   string '  PARTITION ' delimited by size
                       ws-partition-number delimited by size
                       ' OF A SPLIT COBCHIN' delimited by size
                       into report-line
                   end-string
               end-if
               write report-line
               perform G1-Write-Total-Line
               perform G2-Write-Return-Code-Lines
                   ws-count-fn-04 delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '  MODE 05 (TRANSLATE BODY)    : '
                   delimited by size
                   ws-count-fn-05 delimited by size
                   into report-line
               end-string
               write report-line
               move spaces to report-line
               string '    NO TABLE ENTRY (RC 06)    : '
                   delimited by size
                   ws-count-no-translation delimited by size
                   into report-line
               end-string
               write report-line.

       G4-Write-Failed-Record-Lines Section.
