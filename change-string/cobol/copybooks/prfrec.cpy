cobcpy*
      *****************************************************************
      * PRFREC - one tag group's counts from a COBCHPRF master file
      * profile.  Each run writes one record per group to COBCHPFN
      * in ascending PRF-GROUP order; next month's run reads that
      * file back as COBCHPFP and reports growth and movement by
      * group against it.  PRF-GROUP is the first PRF-PREFIX-LENGTH
      * characters of SP-TAG, and two profiles only compare when
      * their prefix lengths agree.  PRF-PROFILE-DATE is the COBCHPDT
      * business date the profile was taken on.
      *****************************************************************
       01 PROFILE-RECORD.
           05 PRF-PROFILE-DATE pic x(8).
           05 PRF-PREFIX-LENGTH pic 9(2).
           05 PRF-GROUP pic x(10).
           05 PRF-TOTAL-COUNT pic 9(9).
           05 PRF-ACTIVE-COUNT pic 9(9).
           05 PRF-HELD-COUNT pic 9(9).
           05 PRF-RETIRED-COUNT pic 9(9).
           05 PRF-NEVER-STAMPED-COUNT pic 9(9).
           05 PRF-FILLER pic x(15).
