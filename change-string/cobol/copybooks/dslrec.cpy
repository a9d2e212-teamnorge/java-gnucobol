cobcpy*
      *****************************************************************
      * DSLREC - sent-feed log record appended to COBCHDSL by
      * COBCHDLT each time a delta feed is written in full.  It keeps
      * what the feed's HDR and TRL carried, so COBCHDRC can match
      * the receiving system's acknowledgment against what was sent.
      * COBCHDRC rewrites the log without the feeds it has reconciled,
      * leaving only the feeds still waiting for an acknowledgment.
      *****************************************************************
       01 SENT-FEED-RECORD.
           05 DSL-FEED-DATE pic x(8).
           05 DSL-SENT-TIME pic x(14).
           05 DSL-RECORD-COUNT pic 9(9).
           05 DSL-FILLER pic x(9).
