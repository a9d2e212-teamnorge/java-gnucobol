       data division.
       file section.
       fd  audit-file
           record contains 200 characters.
       copy audtrec.
       fd  history-file
           record contains 205 characters.
       copy audhrec.
       fd  report-file
           record contains 80 characters.
           88 ws-in-balance value 'Y'.
       01 ws-job-name pic x(8) value 'cobchcnv'.
       01 ws-job-return-code pic 9(4) value zero.
       01 ws-dependency-return-code pic 9(4) value zero.
      *--- these steps carry no journal run identity; the run-control --
      *--- log shows them with a blank identity --------------------------
       01 ws-run-identity pic x(8) value spaces.
       procedure division.
       A-Main Section.
               display 'Starting: cobchcnv.cbl'
               call 'cobchdpc' using
                   by reference ws-job-name
                   by reference ws-dependency-return-code
               if ws-dependency-return-code not = zero
                   display 'COBCHCNV: run refused by the dependency '
                       'check'
                   move 16 to return-code
                   stop run
               end-if
               call 'cobchrun' using
                   by reference ws-job-name
               perform B-Initialize
               end-if.

       C2-Write-History-Record Section.
               move spaces to audh-record
               move aud-master-key to audh-master-key
               move ws-entry-last-seq(ws-key-index) to audh-sequence
               move aud-timestamp to audh-timestamp
               move aud-original-value to audh-original-value
               move aud-resulting-value to audh-resulting-value
               move aud-return-code to audh-return-code
               move aud-business-date to audh-business-date
               move aud-operator-id to audh-operator-id
               write audh-record
                   invalid key
                       display 'COBCHCNV: write failed for key ['
