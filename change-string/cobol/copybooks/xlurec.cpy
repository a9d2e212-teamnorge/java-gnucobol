cobcpy*
      *****************************************************************
      * XLUREC - translation usage record appended to COBCHXUS by
      * cobchangestr each time a CHGFUNC mode 05 call finds its
      * COBCHXLT entry.  XLU-XLT-KEY is the key of the table entry
      * that was applied, so COBCHXLR can report which entries were
      * used, by whom and when.  A trial call translates but leaves
      * no usage record, the same as it leaves no audit record.
      *****************************************************************
       01 XLT-USAGE-RECORD.
           05 XLU-TIMESTAMP pic x(21).
           05 XLU-CALLING-PROGRAM pic x(8).
           05 XLU-MASTER-KEY pic x(10).
           05 XLU-XLT-KEY.
               10 XLU-OLD-VALUE pic x(50).
               10 XLU-EFFECTIVE-DATE pic x(8).
           05 XLU-FILLER pic x(3).
