cobcpy*
      *****************************************************************
      * TRNREC - master-file maintenance transaction read from
      * COBCHTRN by COBCHUPD.  One record per request against a
      * COBCHMST key: 'A' adds a new key carrying TRN-CHANGE-FIELD,
      * 'C' replaces the designated field outright with
      * TRN-CHANGE-FIELD (no cobchangestr transformation), and 'R'
      * retires the key - it stays on file with status 'R' until the
      * COBCHPRG purge removes it.  TRN-CHANGE-FIELD is ignored on a
      * retire.  Records are 80 bytes so the transactions can be
      * keyed on the same card-image layout as the other input feeds.
      *****************************************************************
       01 TRANSACTION-RECORD.
           05 TRN-ACTION pic x(1).
               88 TRN-ADD value 'A'.
               88 TRN-CHANGE value 'C'.
               88 TRN-RETIRE value 'R'.
               88 TRN-ACTION-IS-VALID value 'A' 'C' 'R'.
           05 TRN-KEY pic x(10).
           copy strparm replacing ==01 STRPARM-RECORD== by
               ==05 TRN-CHANGE-FIELD==
               ==05 SP-TAG== by ==10 TRN-TAG==
               ==05 SP-BODY== by ==10 TRN-BODY==.
           05 TRN-FILLER pic x(9).
