      *> CALL INTERFACE FOR CARDVAULT.cbl -- CARD NUMBER TOKENIZATION
      *> (files/cardvault.dat, SEE CARDVAULTRECORD). card.dat AND
      *> EVERYTHING PRINTED FROM IT CARRY ONLY THE TOKEN AND THE LAST
      *> FOUR DIGITS; THE FULL NUMBER COMES BACK OUT OF THE VAULT
      *> ONLY FOR THE PROGRAMS CARDVAULT LETS DE-TOKENIZE (CARDMAINT,
      *> CARDREISSUE, CARDCLEAR). I-PV-CALLER IS THE CALLER'S OWN
      *> PGM-ID. SAME CALLED-SUBPROGRAM SHAPE AS ODPROTECTINTERFACE.
       01 CARDVAULT-INTERFACE.
         05 CARDVAULT-IN.
           10 I-PV-OPERATION              PIC X(08).
      *      GENERATE A NEW CARD NUMBER FOR I-PV-CARDID ON
      *      I-PV-ACCOUNTID AND RETURN ITS TOKEN.
             88 I-PV-OP-ISSUE             VALUE "ISSUE   ".
      *      STORE AN EXISTING I-PV-PAN (CONVERSION OF OLD ROWS).
             88 I-PV-OP-TOKENIZE          VALUE "TOKENIZE".
      *      TOKEN -> CARD NUMBER.
             88 I-PV-OP-DETOKEN           VALUE "DETOKEN ".
      *      CARD NUMBER -> TOKEN AND CARD ID (NETWORK MATCHING).
             88 I-PV-OP-FINDPAN           VALUE "FINDPAN ".
           10 I-PV-CALLER                 PIC X(20).
           10 I-PV-CARDID                 PIC 9(05).
           10 I-PV-ACCOUNTID              PIC 9(09).
           10 I-PV-TOKEN                  PIC X(12).
           10 I-PV-PAN                    PIC X(16).

         05 CARDVAULT-STATUS              PIC X(02).
           88 CARDVAULT-STATUS-OK         VALUE "00".
           88 CARDVAULT-STATUS-NOT-FOUND  VALUE "90".
      *      THE CALLER MAY NOT RUN THIS OPERATION.
           88 CARDVAULT-STATUS-DENIED     VALUE "93".
           88 CARDVAULT-STATUS-BAD-OP     VALUE "95".
           88 CARDVAULT-STATUS-IO-ERR     VALUE "99".

         05 CARDVAULT-OUT.
           10 O-PV-TOKEN                  PIC X(12).
           10 O-PV-LAST4                  PIC X(04).
      *    DETOKEN ONLY.
           10 O-PV-PAN                    PIC X(16).
           10 O-PV-CARDID                 PIC 9(05).
