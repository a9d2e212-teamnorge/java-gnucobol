      * AUDHREC - keyed audit history record held on the indexed
      * COBCHAUX store.  It carries the same content as the
      * sequential AUDTREC audit record, re-keyed so the inquiry
      * screen, COBCHVER and the cobchaso as-of rebuild can retrieve
      * one master key's history directly instead of scanning all
      * of COBCHAUD.  Only audit entries that name a master key are
      * kept here; unkeyed entries live on the sequential file alone.
      * AUDH-SEQUENCE ascends within a key in the order the entries
      * were cut, so reading a key's group in key order replays its
      * history oldest first.  COBCHCNV loads the store from an existing
      * COBCHAUD; cobchangestr keeps it current from then on.
      * AUDH-BUSINESS-DATE and AUDH-OPERATOR-ID are the entry's
      * AUD-BUSINESS-DATE and AUD-OPERATOR-ID.
      *****************************************************************
       01 AUDH-RECORD.
           05 AUDH-KEY.
           05 AUDH-ORIGINAL-VALUE pic x(60).
           05 AUDH-RESULTING-VALUE pic x(60).
           05 AUDH-RETURN-CODE pic 9(2).
           05 AUDH-BUSINESS-DATE pic x(8).
           05 AUDH-OPERATOR-ID pic x(8).
           05 AUDH-FILLER pic x(23).
