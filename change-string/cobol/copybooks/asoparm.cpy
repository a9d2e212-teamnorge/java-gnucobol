cobcpy*
      *****************************************************************
      * ASOPARM - parameter block for cobchaso, which rebuilds one
      * master record as it stood at the close of a past business
      * day.  The caller gives the key, the as-of date, the record as
      * it stands now (ASO-CURRENT-SWITCH 'N' when the key is no
      * longer on COBCHMST) and the first COBCHJRN before-image cut
      * for the key after the as-of date, if it found one; the
      * journal is sequential, so finding it is the caller's job.
      * cobchaso works back through the key's COBCHAUX history and
      * answers with ASO-RESULT and the rebuilt 90-byte image:
      *   U  unchanged since the date - the current record
      *   J  the journal before-image, exact in every field
      *   H  rebuilt from the audit history; MR-STATUS is the current
      *      one, except that a record retired since the date is shown
      *      active
      *   N  the key was not on file at the close of that day
      *   A  the date is before PDT-AUDIT-RETAINED-FROM and the key
      *      has changed since, so the history that would rebuild it
      *      has been archived; the image is today's record, for
      *      identification only, and must not be taken as the as-of
      *      content
      * ASO-HISTORY-RETAINED-FROM comes back as the COBCHPDT date.
      *****************************************************************
       01 ASOPARM-BLOCK.
           05 ASO-MASTER-KEY pic x(10).
           05 ASO-AS-OF-DATE pic x(8).
           05 ASO-CURRENT-SWITCH pic x(1).
               88 ASO-CURRENT-ON-FILE value 'Y'.
           05 ASO-CURRENT-IMAGE pic x(90).
           05 ASO-JOURNAL-SWITCH pic x(1).
               88 ASO-JOURNAL-FOUND value 'Y'.
           05 ASO-JOURNAL-DATE pic x(8).
           05 ASO-JOURNAL-IMAGE pic x(90).
           05 ASO-RESULT pic x(1).
               88 ASO-RESULT-UNCHANGED value 'U'.
               88 ASO-RESULT-FROM-JOURNAL value 'J'.
               88 ASO-RESULT-FROM-HISTORY value 'H'.
               88 ASO-RESULT-NOT-ON-FILE value 'N'.
               88 ASO-RESULT-ARCHIVED value 'A'.
           05 ASO-RESULT-IMAGE pic x(90).
           05 ASO-RESULT-FIELDS redefines ASO-RESULT-IMAGE.
               10 ASO-RESULT-KEY pic x(10).
               10 ASO-RESULT-TAG pic x(10).
               10 ASO-RESULT-BODY pic x(50).
               10 ASO-RESULT-STATUS pic x(1).
               10 ASO-RESULT-LAST-CHANGE-TIME pic x(14).
               10 ASO-RESULT-CHANGE-COUNT pic x(4).
               10 ASO-RESULT-FILLER pic x(1).
           05 ASO-HISTORY-RETAINED-FROM pic x(8).
