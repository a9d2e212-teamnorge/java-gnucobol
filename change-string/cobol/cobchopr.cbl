cobsub*
       identification division.
       program-id. cobchopr.
       data division.
       working-storage section.
      *--- the operator of record is held for the life of the run -----
      *--- unit: COBCHINQ sets it once the operator has signed on, and -
      *--- the audit and journal writers fetch it for every record -----
      *--- they cut.  Nothing sets it in a batch step, so batch --------
      *--- records carry spaces ----------------------------------------
       01 ws-operator-id pic x(8) value spaces.
       linkage section.
       01 LS-Operator-Function pic x(1).
           88 LS-Set-Operator value 'S'.
           88 LS-Get-Operator value 'G'.
       01 LS-Operator-Id pic x(8).
       procedure division using
       by reference     LS-Operator-Function
       by reference     LS-Operator-Id.
       A-Main Section.
               evaluate true
                   when LS-Set-Operator
                       move LS-Operator-Id to ws-operator-id
                   when LS-Get-Operator
                       move ws-operator-id to LS-Operator-Id
                   when other
                       display 'COBCHOPR: unrecognized function ['
                           LS-Operator-Function '] ignored'
               end-evaluate.

               goback.
