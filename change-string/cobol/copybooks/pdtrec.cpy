cobcpy*
      *****************************************************************
      * PDTREC - shop-wide processing-date control record, the single
      * record on COBCHPDT.  PDT-BUSINESS-DATE (yyyymmdd) is the
      * business day the batch is working: every program stamps and
      * selects by it through cobchpdt instead of the wall clock, so
      * a night that runs past midnight, or a rerun the next morning,
      * still lands on the right day.  Only the COBCHDRL date roll
      * advances it, once per business day, keeping the date it left
      * and the wall-clock time it rolled.  PDT-AUDIT-RETAINED-FROM
      * is the cutoff of the last balanced COBCHARC run: COBCHAUD, and
      * a COBCHAUX store rebuilt from it by COBCHCNV, hold no audit
      * history from before that business date.  Spaces mean nothing
      * has been archived.  The as-of reconstruction flags a date
      * earlier than this rather than trusting what is left.
      *****************************************************************
       01 PROCESSING-DATE-RECORD.
           05 PDT-BUSINESS-DATE pic x(8).
           05 PDT-PRIOR-BUSINESS-DATE pic x(8).
           05 PDT-ROLLED-TIME pic x(14).
           05 PDT-AUDIT-RETAINED-FROM pic x(8).
           05 PDT-FILLER pic x(2).
