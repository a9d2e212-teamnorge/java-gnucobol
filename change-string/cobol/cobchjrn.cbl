       data division.
       file section.
       fd  journal-file
           record contains 160 characters.
       copy jrnlrec.
       working-storage section.
       01 ws-journal-status pic x(2) value spaces.
       01 ws-journal-open-switch pic x value 'N'.
           88 ws-journal-is-open value 'Y'.
      *--- cobchopr function that fetches the signed-on operator -------
       01 ws-operator-get pic x value 'G'.
       linkage section.
       01 LS-Prior-Record pic x(90).
       01 LS-Run-Identity pic x(8).
                   end-if
                   move 'Y' to ws-journal-open-switch
               end-if
               move spaces to journal-record
               move function current-date to jrn-timestamp
               call 'cobchpdt' using
                   by reference jrn-business-date
               call 'cobchopr' using
                   by reference ws-operator-get
                   by reference jrn-operator-id
               if LS-Run-Identity is omitted
                   move spaces to jrn-run-id
               else
