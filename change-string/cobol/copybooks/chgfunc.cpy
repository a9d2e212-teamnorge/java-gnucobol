      * e.g.:
      *     copy chgfunc replacing ==CHGFUNC-CODE== by
      *         ==WS-Function-Code==.
      * CHGFUNC-CODE-TRANSLATE-BODY replaces the whole SP-BODY with
      * its entry on the COBCHXLT translation table (XLTREC); a body
      * with no entry comes back unchanged with CS-RC-NO-TRANSLATION.
      *****************************************************************
       01 CHGFUNC-CODE pic x(2) value '00'.
           88 CHGFUNC-CODE-DEFAULT-CHANGE value '00' ' '.
           88 CHGFUNC-CODE-TRIM-BODY value '02'.
           88 CHGFUNC-CODE-PAD-BODY value '03'.
           88 CHGFUNC-CODE-SUBSTITUTE-BODY value '04'.
           88 CHGFUNC-CODE-TRANSLATE-BODY value '05'.
           88 CHGFUNC-CODE-IS-VALID value '00' '01' '02' '03' '04'
               '05' ' '.
