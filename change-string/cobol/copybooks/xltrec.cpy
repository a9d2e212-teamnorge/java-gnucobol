cobcpy*
      *****************************************************************
      * XLTREC - value translation table record held on the indexed
      * COBCHXLT file and read by cobchangestr for CHGFUNC mode 05.
      * XLT-OLD-VALUE is a whole SP-BODY value as it stands today and
      * XLT-NEW-VALUE the body it is translated to.  One old value
      * may carry several entries with different effective dates:
      * the entry used is the latest one whose XLT-EFFECTIVE-DATE
      * (yyyymmdd) is not after the COBCHPDT business date, so a
      * mapping can be loaded ahead of the day it is to take over.
      * The table is built from sequential COBCHXIN by COBCHXLD and
      * listed with its usage by COBCHXLR.
      *****************************************************************
       01 XLT-RECORD.
           05 XLT-KEY.
               10 XLT-OLD-VALUE pic x(50).
               10 XLT-EFFECTIVE-DATE pic x(8).
           05 XLT-NEW-VALUE pic x(50).
           05 XLT-FILLER pic x(12).
