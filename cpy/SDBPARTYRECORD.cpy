      *> RECORD LAYOUT FOR THE INDEXED SAFE DEPOSIT BOX PARTY FILE
      *> (files/sdbparties.dat), ONE ROW PER CUSTOMER ON A RENTAL
      *> AGREEMENT (SEE SDBRENTALRECORD). THE HOLDER OF THE NOMINATED
      *> ACCOUNT IS ADDED AS A KEY HOLDER WHEN THE BOX IS RENTED;
      *> OTHERS ARE ADDED AND REMOVED BY SDBOX PARTY / DROPPARTY.
      *> ONLY AN ACTIVE KEY HOLDER IS LET INTO THE BOX.
       01  SDB-PARTY-RECORD.
           05 SP-KEY.
             10 SP-BRANCH-ID           PIC 9(03).
             10 SP-BOX-NO              PIC 9(05).
             10 SP-RENTAL-SEQ          PIC 9(03).
             10 SP-CUSTOMERID          PIC 9(09).
           05 SP-STATUS                PIC X(01).
             88 SP-IS-ACTIVE           VALUE "A".
             88 SP-IS-REMOVED          VALUE "R".
           05 SP-KEY-HOLDER            PIC X(01).
             88 SP-HOLDS-KEY           VALUE "Y".
             88 SP-NO-KEY              VALUES "N" " ".
           05 SP-ADDED-DATE            PIC 9(08).
           05 SP-ADDED-BY              PIC 9(09).
           05 SP-REMOVED-DATE          PIC 9(08).
           05 SP-REMOVED-BY            PIC 9(09).
