cobcpy*
      *****************************************************************
      * PNDREC - effective-dated change request held on the indexed
      * COBCHPND store.  COBCHPEN adds, lists and cancels requests;
      * the nightly COBCHPAP applies every pending request whose
      * PND-EFFECTIVE-DATE has arrived on the COBCHPDT business date.
      * The key orders one master key's requests by effective date,
      * with PND-SEQUENCE ascending within a date in the order they
      * were entered, so requests for the same key apply in that
      * order.  PND-FUNCTION-CHAIN is up to five CHGFUNC codes run
      * left to right, the first blank pair ending the chain, as on
      * the COBCHDRV rules file.  A request held up (record on hold,
      * or a step failing) stays 'P' with PND-REASON saying why and
      * is tried again the next night.  One that can never be applied
      * (chain not valid, record retired or gone from the master) is
      * cancelled by COBCHPAP with PND-REASON saying why.  Applied and
      * cancelled requests stay on file; PND-ACTION-DATE is the
      * business date of the apply or cancel and PND-ACTION-BY the
      * operator, or the job, that cancelled.
      *****************************************************************
       01 PENDING-CHANGE-RECORD.
           05 PND-KEY.
               10 PND-MASTER-KEY pic x(10).
               10 PND-EFFECTIVE-DATE pic x(8).
               10 PND-SEQUENCE pic 9(3).
           05 PND-FUNCTION-CHAIN pic x(10).
           05 PND-STATUS pic x(1).
               88 PND-PENDING value 'P'.
               88 PND-APPLIED value 'A'.
               88 PND-CANCELLED value 'C'.
           05 PND-REQUESTED-BY pic x(8).
           05 PND-REQUESTED-TIME pic x(14).
           05 PND-REASON pic x(30).
           05 PND-LAST-ATTEMPT-DATE pic x(8).
           05 PND-ACTION-DATE pic x(8).
           05 PND-ACTION-BY pic x(8).
           05 PND-FILLER pic x(12).
