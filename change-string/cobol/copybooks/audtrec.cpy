      * AUD-MASTER-KEY carries the COBCHMST key when the caller is
      * maintaining a master record, so audit entries can be matched
      * back to the file; it is spaces for callers with no key.
      * On a keyed entry, low-values in AUD-ORIGINAL-VALUE mean the
      * change added the key (COBCHUPD add, or a backout putting a
      * purged record back) and low-values in AUD-RESULTING-VALUE
      * mean the change removed it (COBCHPRG purge, or a backout
      * taking an added record off again).  AUD-TIMESTAMP is the
      * wall-clock time the entry was cut, kept for sequencing;
      * AUD-BUSINESS-DATE is the COBCHPDT business date it belongs to,
      * which is what the batch selects on.  AUD-OPERATOR-ID is the
      * operator signed on to COBCHINQ when the entry was cut, and
      * spaces for every entry cut by a batch step.
      *****************************************************************
       01 AUDIT-RECORD.
           05 AUD-TIMESTAMP pic x(21).
           05 AUD-RESULTING-VALUE pic x(60).
           05 AUD-RETURN-CODE pic 9(2).
           05 AUD-MASTER-KEY pic x(10).
           05 AUD-BUSINESS-DATE pic x(8).
           05 AUD-OPERATOR-ID pic x(8).
           05 AUD-FILLER pic x(23).
