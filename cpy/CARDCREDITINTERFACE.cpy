      *> CALL INTERFACE FOR CARDCREDIT.cbl -- THE CREDIT CARD LINE
      *> (files/cardcredit.dat, SEE CARDCREDITRECORD) AND ITS LEDGER
      *> (files/cardtxn.dat, SEE CARDTXNRECORD). A CREDIT CARD'S
      *> AUTHORIZATIONS AND CAPTURES GO THROUGH HERE INSTEAD OF
      *> HOLDDB/TRANSDB AGAINST THE LINKED ACCOUNT; THE ACCOUNT IS
      *> ONLY DEBITED BY A PAY. SAME CALLED-SUBPROGRAM SHAPE AS
      *> PARAMINTERFACE.
       01 CARDCREDIT-INTERFACE.
         05 CARDCREDIT-IN.
           10 I-CCR-OPERATION             PIC X(08).
      *      OPEN A LINE FOR THE CARD (NO-OP IF ONE IS OPEN).
             88 I-CCR-OP-OPEN             VALUE "OPEN    ".
             88 I-CCR-OP-GETITEM          VALUE "GETITEM ".
             88 I-CCR-OP-AUTH             VALUE "AUTH    ".
             88 I-CCR-OP-CAPTURE          VALUE "CAPTURE ".
             88 I-CCR-OP-RELEASE          VALUE "RELEASE ".
      *      REPAYMENT FROM THE LINKED ACCOUNT.
             88 I-CCR-OP-PAY              VALUE "PAY     ".
             88 I-CCR-OP-SETLIMIT         VALUE "SETLIMIT".
             88 I-CCR-OP-SETAUTOPAY       VALUE "AUTOPAY ".
      *      MOVE THE LINE AND ITS LEDGER FROM I-CCR-CARDID TO THE
      *      REPLACEMENT CARD I-CCR-NEW-CARDID (CARDREISSUE).
             88 I-CCR-OP-REISSUE          VALUE "REISSUE ".
      *      FIND THE POSTED PURCHASE ON THE CARD'S LINE WITH THE
      *      CLEARING REFERENCE I-CCR-REFERENCE (CHARGEBACK).
             88 I-CCR-OP-FINDTXN          VALUE "FINDTXN ".
      *      CREDIT I-CCR-AMOUNT TO THE LINE -- A DISPUTED PURCHASE
      *      TAKEN OFF WHAT IS OWED. ANY PART ABOVE THE BALANCE OWED
      *      IS PAID INTO THE LINKED ACCOUNT INSTEAD.
             88 I-CCR-OP-CREDIT           VALUE "CREDIT  ".
      *      DEBIT I-CCR-AMOUNT TO THE LINE -- A CREDIT TAKEN BACK
      *      (CHARGEBACK LOST). OWED LIKE A PURCHASE, LIMIT OR NOT.
             88 I-CCR-OP-DEBIT            VALUE "DEBIT   ".
      *    THE LINE IS THE CARD'S -- EVERY OPERATION NAMES IT HERE.
           10 I-CCR-CARDID                PIC 9(05).
      *    OPEN/SETLIMIT: THE CARD'S LINKED REPAYMENT ACCOUNT -- KEPT
      *    ON THE LINE BY OPEN, AND WHOSE OWNER'S UMBRELLA LIMIT BOTH
      *    ARE CHECKED AGAINST. EVERY OTHER OPERATION TAKES THE
      *    ACCOUNT FROM THE LINE.
           10 I-CCR-ACCOUNTID             PIC 9(09).
      *    REISSUE ONLY.
           10 I-CCR-NEW-CARDID            PIC 9(05).
      *    AUTH/CAPTURE/PAY AMOUNT, OR THE NEW LIMIT ON OPEN/SETLIMIT
      *    (ZERO ON OPEN MEANS NOT SET -- K-CARD-DEFAULT-LIMIT IS
      *    SUBSTITUTED, THE I-POST-ACC-ODLIMIT CONVENTION). ZERO ON
      *    CAPTURE TAKES THE FULL AUTHORIZED AMOUNT.
           10 I-CCR-AMOUNT                PIC 9(10)V99.
      *    LEDGER SEQUENCE OF THE AUTHORIZATION TO CAPTURE/RELEASE --
      *    WHAT A CREDIT CARD KEEPS IN CARD-HOLD-ID.
           10 I-CCR-SEQ                   PIC 9(05).
           10 I-CCR-REFERENCE             PIC X(20).
      *    AUTH ONLY: yyyymmdd THE AUTHORIZATION LAPSES ON.
           10 I-CCR-EXPIRY                PIC 9(08).
      *    SETAUTOPAY ONLY: N(ONE) / M(INIMUM) / F(ULL).
           10 I-CCR-AUTOPAY               PIC X(01).

         05 CARDCREDIT-STATUS             PIC X(02).
           88 CARDCREDIT-STATUS-OK        VALUE "00".
           88 CARDCREDIT-STATUS-NOT-FOUND VALUE "90".
      *      AUTH ABOVE THE AVAILABLE CREDIT.
           88 CARDCREDIT-STATUS-OVER-LIMIT VALUE "91".
      *      AUTHORIZATION ALREADY CAPTURED/RELEASED, OR CAPTURE
      *      ABOVE THE AUTHORIZED AMOUNT.
           88 CARDCREDIT-STATUS-BAD-AUTH  VALUE "92".
      *      PAY: THE LINKED ACCOUNT CANNOT COVER THE REPAYMENT.
           88 CARDCREDIT-STATUS-NSF       VALUE "93".
      *      AUTH: PER-CARD DAILY VELOCITY CEILING REACHED.
           88 CARDCREDIT-STATUS-VELOCITY  VALUE "94".
      *      UNKNOWN OPERATION, OR A REISSUE ONTO A CARD THAT
      *      ALREADY HAS A LINE.
           88 CARDCREDIT-STATUS-BAD-OP    VALUE "95".
      *      OPEN/SETLIMIT: THE LINE WOULD TAKE THE ACCOUNT OWNER
      *      OVER THEIR UMBRELLA CREDIT LIMIT (SEE CREDLIMIT) --
      *      NOTHING IS CHANGED.
           88 CARDCREDIT-STATUS-CREDIT-LIMIT VALUE "96".
           88 CARDCREDIT-STATUS-IO-ERR    VALUE "99".

         05 CARDCREDIT-OUT.
           10 O-CCR-SEQ                   PIC 9(05).
      *    AMOUNT ACTUALLY CAPTURED / PAID (A PAY IS CAPPED AT THE
      *    OUTSTANDING BALANCE).
           10 O-CCR-AMOUNT                PIC 9(10)V99.
      *    CAPTURE: UNCAPTURED REMAINDER OF THE AUTHORIZATION, FREED.
           10 O-CCR-RELEASED-AMOUNT       PIC 9(10)V99.
           10 O-CCR-CREDIT-LIMIT          PIC 9(10)V99.
           10 O-CCR-BALANCE               PIC 9(10)V99.
           10 O-CCR-AUTH-TOTAL            PIC 9(10)V99.
           10 O-CCR-AVAILABLE             PIC S9(10)V99.
           10 O-CCR-STMT-BALANCE          PIC 9(10)V99.
           10 O-CCR-MIN-DUE               PIC 9(10)V99.
           10 O-CCR-DUE-DATE              PIC 9(08).
           10 O-CCR-PAID-SINCE-STMT       PIC 9(10)V99.
           10 O-CCR-NEXT-STMT-DATE        PIC 9(08).
           10 O-CCR-AUTOPAY               PIC X(01).
           10 O-CCR-STATUS                PIC X(01).
      *    FINDTXN: THE CARD THAT MADE THE PURCHASE AND ITS DATE.
           10 O-CCR-CARDID                PIC 9(05).
           10 O-CCR-TXN-DATE              PIC 9(08).
      *    CREDIT: THE PART PAID INTO THE LINKED ACCOUNT BECAUSE THE
      *    LINE OWED LESS THAN THE CREDIT (O-CCR-AMOUNT IS THE PART
      *    TAKEN OFF THE LINE).
           10 O-CCR-REFUNDED-AMOUNT       PIC 9(10)V99.
