cobcpy*
      *****************************************************************
      * DRQREC - delta resend queue record.  COBCHDRC appends one to
      * COBCHDRQ for every key the receiving system rejected; the
      * next COBCHDLT cycle sends each queued key again whether or not
      * the master record has changed since, then empties the queue
      * once that feed is safely written.
      *****************************************************************
       01 RESEND-QUEUE-RECORD.
           05 DRQ-KEY pic x(10).
           05 DRQ-FEED-DATE pic x(8).
           05 DRQ-REJECT-REASON pic x(30).
           05 DRQ-QUEUED-TIME pic x(14).
           05 DRQ-FILLER pic x(18).
