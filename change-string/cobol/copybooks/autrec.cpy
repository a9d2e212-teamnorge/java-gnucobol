cobcpy*
      *****************************************************************
      * AUTREC - operator authorization record held on COBCHAUT and
      * read by cobchsgn at sign-on (COBCHINQ, COBCHPEN) and by the
      * COBCHACR access report.  One 'O' record per operator carries
      * the sign-on password and whether the operator is active or
      * revoked; any number of 'G' records grant that operator
      * authority over one SP-TAG prefix group.  A tag belongs to a
      * group when it starts with AUT-TAG-PREFIX; a prefix of '*' is
      * every tag.  Each grant says separately whether the operator
      * may view, change, hold or release records in the group, and
      * an operator holds an authority on a tag when any of their
      * grants covering it allows it.  An operator with no 'O' record
      * cannot sign on.
      *****************************************************************
       01 AUTHORIZATION-RECORD.
           05 AUT-RECORD-TYPE pic x(1).
               88 AUT-OPERATOR-RECORD value 'O'.
               88 AUT-GRANT-RECORD value 'G'.
           05 AUT-OPERATOR-ID pic x(8).
           05 AUT-OPERATOR-FIELDS.
               10 AUT-OPERATOR-NAME pic x(30).
               10 AUT-PASSWORD pic x(8).
               10 AUT-OPERATOR-STATUS pic x(1).
                   88 AUT-OPERATOR-ACTIVE value 'A'.
                   88 AUT-OPERATOR-REVOKED value 'R'.
               10 AUT-OPERATOR-FILLER pic x(32).
           05 AUT-GRANT-FIELDS redefines AUT-OPERATOR-FIELDS.
               10 AUT-TAG-PREFIX pic x(10).
                   88 AUT-ALL-TAGS value '*'.
               10 AUT-MAY-VIEW pic x(1).
               10 AUT-MAY-CHANGE pic x(1).
               10 AUT-MAY-HOLD pic x(1).
               10 AUT-MAY-RELEASE pic x(1).
               10 AUT-GRANT-FILLER pic x(57).
