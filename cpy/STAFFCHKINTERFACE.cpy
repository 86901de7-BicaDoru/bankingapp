      *> CALL INTERFACE FOR STAFFCHK.cbl -- IS THE ACTING BANK USER
      *> LINKED TO THIS ACCOUNT? PASS THE ACTOR AND ONE OF ACCOUNT ID,
      *> IBAN OR CUSTOMER ID; STAFFCHK RESOLVES THE OWNING CUSTOMER
      *> AND ANSWERS CONFLICT WHEN THE ACTOR IS THE CUSTOMER'S OWN
      *> LOGIN, OR HAS AN ACTIVE STAFF OR RELATIVE LINK TO IT ON
      *> files/stafflink.dat (SEE STAFFLINKRECORD). SAME CALLED-
      *> SUBPROGRAM SHAPE AS SCREENINTERFACE.
       01 STAFFCHK-INTERFACE.
         05 STAFFCHK-IN.
      *    ZERO (A SYSTEM POSTING) IS NEVER A CONFLICT.
           10 I-STFC-BUSR-ID              PIC 9(09).
      *    FIRST NON-EMPTY OF THESE THREE IS USED.
           10 I-STFC-ACCOUNTID            PIC 9(09).
           10 I-STFC-IBAN                 PIC X(30).
           10 I-STFC-CUSTOMERID           PIC 9(09).
         05 STAFFCHK-STATUS               PIC X(02).
           88 STAFFCHK-STATUS-CLEAR       VALUE "00".
           88 STAFFCHK-STATUS-CONFLICT    VALUE "10".
      *    ACCOUNT NOT ON FILE -- NOTHING TO CHECK, THE CALLER'S OWN
      *    LOOKUP REPORTS IT.
           88 STAFFCHK-STATUS-NOT-FOUND   VALUE "90".
         05 STAFFCHK-OUT.
           10 O-STFC-CUSTOMERID           PIC 9(09).
      *    HOW THE ACTOR IS LINKED: "O" THE CUSTOMER'S OWN LOGIN,
      *    "S" THEIR STAFF RECORD, "R" A DECLARED RELATIVE.
           10 O-STFC-LINK-TYPE            PIC X(01).
             88 O-STFC-LINK-OWN-LOGIN     VALUE "O".
             88 O-STFC-LINK-STAFF         VALUE "S".
             88 O-STFC-LINK-RELATIVE      VALUE "R".
      *    WHETHER THE ACCOUNT IS ANY EMPLOYEE'S STAFF ACCOUNT AT ALL,
      *    AND WHOSE -- FILLED WHETHER OR NOT THE ACTOR CONFLICTS.
           10 O-STFC-STAFF-ACCOUNT        PIC X(01).
             88 O-STFC-STAFF-ACCOUNT-Y    VALUE "Y".
             88 O-STFC-STAFF-ACCOUNT-N    VALUE "N".
           10 O-STFC-EMPLOYEE-BUSR-ID     PIC 9(09).
