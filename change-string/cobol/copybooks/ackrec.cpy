cobcpy*
      *****************************************************************
      * ACKREC - inbound acknowledgment record read from COBCHDAK by
      * COBCHDRC.  The receiving system answers each COBCHDLT delta
      * feed with an 'HDR' record naming the feed by its header date
      * and giving the number of records it took off the feed,
      * followed by one 'KEY' record per master key with its accept
      * ('A') or reject ('R') status and, on a reject, their reason.
      * One file may carry the answers to several feeds.
      *****************************************************************
       01 ACK-RECORD.
           05 ACK-RECORD-TYPE pic x(3).
               88 ACK-HEADER-RECORD value 'HDR'.
               88 ACK-KEY-RECORD value 'KEY'.
           05 ACK-HEADER-FIELDS.
               10 ACK-FEED-DATE pic x(8).
               10 ACK-SOURCE-SYSTEM pic x(10).
               10 ACK-RECORD-COUNT pic 9(9).
               10 ACK-HEADER-FILLER pic x(50).
           05 ACK-KEY-FIELDS redefines ACK-HEADER-FIELDS.
               10 ACK-KEY pic x(10).
               10 ACK-KEY-STATUS pic x(1).
                   88 ACK-KEY-ACCEPTED value 'A'.
                   88 ACK-KEY-REJECTED value 'R'.
               10 ACK-REJECT-REASON pic x(30).
               10 ACK-KEY-FILLER pic x(36).
