      *> RECORD LAYOUT FOR THE INDEXED SAFE DEPOSIT BOX INVENTORY
      *> (files/sdboxes.dat), ONE ROW PER BOX IN A BRANCH VAULT.
      *> SB-BRANCH-ID POINTS AT BR-ID ON BRANCHRECORD; BOX NUMBERS
      *> ARE THE NUMBERS ON THE VAULT DOORS, UNIQUE WITHIN A BRANCH.
      *> MAINTAINED BY SDBOX. THE RENTAL AGREEMENTS FOR A BOX ARE ON
      *> SDBRENTALRECORD UNDER THE SAME BRANCH/BOX -- SB-RENTAL-SEQ IS
      *> THE LATEST ONE, AND THE CURRENT ONE WHILE THE BOX IS RENTED.
       01  SDB-BOX-RECORD.
           05 SB-KEY.
             10 SB-BRANCH-ID           PIC 9(03).
             10 SB-BOX-NO              PIC 9(05).
           05 SB-SIZE                  PIC X(01).
             88 SB-SIZE-SMALL          VALUE "S".
             88 SB-SIZE-MEDIUM         VALUE "M".
             88 SB-SIZE-LARGE          VALUE "L".
             88 SB-SIZE-VALID          VALUES "S" "M" "L".
           05 SB-STATUS                PIC X(01).
             88 SB-IS-AVAILABLE        VALUE "A".
             88 SB-IS-RENTED           VALUE "R".
      *      RENT LONG UNPAID OR EVERY RENTER DECEASED -- ESCHEATCHK
      *      HAS ENDED THE AGREEMENT AND ORDERED THE BOX DRILLED.
      *      SDBOX DRILLED RECORDS IT OPENED AND EMPTIED AND PUTS IT
      *      BACK INTO STOCK.
             88 SB-IS-DRILL-ORDERED    VALUE "D".
             88 SB-IS-OUT-OF-SERVICE   VALUE "X".
           05 SB-RENTAL-SEQ            PIC 9(03).
           05 SB-ADDED-DATE            PIC 9(08).
           05 SB-ADDED-BY              PIC 9(09).
           05 SB-UPDATED-DATE          PIC 9(08).
           05 SB-UPDATED-BY            PIC 9(09).
           05 FILLER                   PIC X(10).
