cobcpy*
      *****************************************************************
      * SPCREC - split control record written to COBCHSPC by COBCHSPL
      * when it divides COBCHIN into partitions for a parallel
      * COBCHDRV run, and read back by COBCHMRG before it merges the
      * partition results.  One 'S' summary record comes first: the
      * business date of the split, the method (T by SP-TAG range,
      * R by record range), the partition count, whether COBCHIN
      * carried a header and trailer, the trailer count and the
      * data records actually read.  One 'P' record per partition
      * follows, in partition order, with the data records written
      * to it, the first and last original record numbers it holds
      * and the lowest and highest SP-TAG sent to it.  The partition
      * counts add up to SPC-DATA-COUNT, which equals the trailer
      * count whenever a trailer was present.  COBCHMRG marks the
      * summary merged, with the time, once it has added the split's
      * audit and usage entries to the nightly files, and refuses a
      * split already marked so they are never added twice.
      *****************************************************************
       01 SPLIT-CONTROL-RECORD.
           05 SPC-RECORD-TYPE pic x(1).
               88 SPC-SPLIT-SUMMARY value 'S'.
               88 SPC-PARTITION-ENTRY value 'P'.
           05 SPC-SUMMARY-DATA.
               10 SPC-BUSINESS-DATE pic x(8).
               10 SPC-METHOD pic x(1).
                   88 SPC-SPLIT-BY-TAG value 'T'.
                   88 SPC-SPLIT-BY-RANGE value 'R'.
               10 SPC-PARTITION-COUNT pic 9(2).
               10 SPC-HEADER-SWITCH pic x(1).
                   88 SPC-HEADER-PRESENT value 'Y'.
               10 SPC-TRAILER-SWITCH pic x(1).
                   88 SPC-TRAILER-PRESENT value 'Y'.
               10 SPC-TRAILER-COUNT pic 9(9).
               10 SPC-DATA-COUNT pic 9(9).
               10 SPC-FEED-DATE pic x(8).
               10 SPC-MERGED-SWITCH pic x(1).
                   88 SPC-SPLIT-MERGED value 'Y'.
               10 SPC-MERGED-TIME pic x(14).
               10 SPC-SUMMARY-FILLER pic x(25).
           05 SPC-PARTITION-DATA redefines SPC-SUMMARY-DATA.
               10 SPC-PARTITION-NUMBER pic 9(2).
               10 SPC-PARTITION-RECORDS pic 9(9).
               10 SPC-FIRST-RECORD pic 9(9).
               10 SPC-LAST-RECORD pic 9(9).
               10 SPC-LOW-TAG pic x(10).
               10 SPC-HIGH-TAG pic x(10).
               10 SPC-PARTITION-FILLER pic x(30).
