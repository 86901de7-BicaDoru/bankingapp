       01 AUDIT-INTERFACE.
         05 AUDIT-IN.
           10 I-AUDIT-ENTITY                   PIC X(10).
           10 I-AUDIT-ENTITY-ID                PIC 9(09).
           10 I-AUDIT-ACTION                   PIC X(08).
             88 I-AUDIT-ACT-CREATE             VALUE "CREATE  ".
             88 I-AUDIT-ACT-UPDATE             VALUE "UPDATE  ".
             88 I-AUDIT-ACT-DELETE             VALUE "DELETE  ".
      *>     ACCESS RECERTIFICATION DECISIONS (RECERTMAINT/USERRECERT),
      *>     AND BREAK-GLASS SIGN-OFFS (BRKGLASS).
             88 I-AUDIT-ACT-CERTIFY            VALUE "CERTIFY ".
             88 I-AUDIT-ACT-REVOKE             VALUE "REVOKE  ".
           10 I-AUDIT-ACTOR-BUSR-ID            PIC 9(09).
