      * subprogram RETURN-CODE into CS-RETURN-CODE and branch on the
      * condition names below instead of testing raw numerics.
      * CS-RC-RECORD-HELD is set by the keyed maintenance paths when
      * a held master record blocks the change, and
      * CS-RC-RECORD-RETIRED when the record has been retired;
      * cobchangestr itself never returns either.
      * CS-RC-NO-TRANSLATION is cobchangestr's answer to a mode 05
      * call whose body has no COBCHXLT entry: the body is returned
      * unchanged and the caller decides whether that is a failure.
      *****************************************************************
       01 CS-RETURN-CODE pic 9(2) value zero.
           88 CS-RC-CHANGED-NORMALLY value 0.
           88 CS-RC-RECORD-HELD value 2.
           88 CS-RC-RECORD-RETIRED value 3.
           88 CS-RC-INVALID-INPUT value 4.
           88 CS-RC-NO-TRANSLATION value 6.
           88 CS-RC-LENGTH-ERROR value 8.
           88 CS-RC-UNEXPECTED-CONDITION value 12.
