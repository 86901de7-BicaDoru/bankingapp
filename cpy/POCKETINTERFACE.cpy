      *> CALL INTERFACE FOR POCKET.cbl -- FOREIGN-CURRENCY POCKETS
      *> HELD UNDER ONE ACCOUNT/IBAN (files/ccypockets.dat, SEE
      *> POCKETRECORD). THE ACCOUNT'S OWN BALANCE IS THE BASE POCKET;
      *> A CREDIT OR DEBIT IN ANOTHER HELD CURRENCY GOES THROUGH HERE
      *> INSTEAD OF ACCDB. SAME CALLED-SUBPROGRAM SHAPE AS
      *> ODPROTECTINTERFACE.
       01 POCKET-INTERFACE.
         05 POCKET-IN.
           10 I-PKT-OPERATION             PIC X(08).
      *      OPEN (OR REOPEN) THE I-PKT-CURRENCY POCKET.
             88 I-PKT-OP-OPEN             VALUE "OPEN    ".
      *      CLOSE IT -- ONLY AT A ZERO BALANCE.
             88 I-PKT-OP-CLOSE            VALUE "CLOSE   ".
      *      SWITCH AUTOMATIC CONVERSION ON/OFF (I-PKT-AUTO-FX).
             88 I-PKT-OP-SETFX            VALUE "SETFX   ".
             88 I-PKT-OP-GETITEM          VALUE "GETITEM ".
      *      EVERY POCKET OF THE ACCOUNT, OPEN OR CLOSED.
             88 I-PKT-OP-GETLIST          VALUE "GETLIST ".
             88 I-PKT-OP-CREDIT           VALUE "CREDIT  ".
      *      A SHORT POCKET WITH AUTO-FX ON IS TOPPED UP FROM THE BASE
      *      POCKET FIRST; OTHERWISE ALL OR NOTHING.
             88 I-PKT-OP-DEBIT            VALUE "DEBIT   ".
           10 I-PKT-ACCOUNTID             PIC 9(09).
           10 I-PKT-CURRENCY              PIC X(03).
           10 I-PKT-AMOUNT                PIC 9(10)V99.
      *    OPEN/SETFX: "Y" OR "N".
           10 I-PKT-AUTO-FX               PIC X(01).
           10 I-PKT-REFERENCE             PIC X(20).
           10 I-PKT-MEMO                  PIC X(40).
      *    BANKUSERID WHO KEYED THE MOVEMENT, ZERO FOR A BATCH -- GOES
      *    ON THE BASE-LEG TRANSDB ROW OF A CONVERSION.
           10 I-PKT-ACTOR-BUSR-ID         PIC 9(09).

         05 POCKET-STATUS                 PIC X(02).
           88 POCKET-STATUS-OK            VALUE "00".
      *      NO ACTIVE POCKET IN THAT CURRENCY ON THE ACCOUNT.
           88 POCKET-STATUS-NOT-FOUND     VALUE "90".
      *      DEBIT: THE POCKET (AND THE BASE POCKET, WITH AUTO-FX)
      *      CANNOT FUND IT.
           88 POCKET-STATUS-NSF           VALUE "91".
      *      DEBIT: AUTO-FX NEEDED BUT NO BASE->POCKET RATE ON FILE.
           88 POCKET-STATUS-NO-RATE       VALUE "92".
      *      OPEN/CLOSE: ACCOUNT MISSING OR CLOSED, CURRENCY NOT
      *      SUPPORTED OR THE ACCOUNT'S OWN, OR A NON-ZERO CLOSE.
           88 POCKET-STATUS-BAD-POCKET    VALUE "93".
           88 POCKET-STATUS-BAD-OP        VALUE "95".
           88 POCKET-STATUS-IO-ERR        VALUE "99".

         05 POCKET-OUT.
      *    BASE POCKET -- THE ACCOUNT'S OWN CURRENCY.
           10 O-PKT-BASE-CURRENCY         PIC X(03).
      *    GETITEM/OPEN/CLOSE/SETFX/CREDIT/DEBIT: THE POCKET AFTERWARDS.
           10 O-PKT-BALANCE               PIC S9(10)V99.
           10 O-PKT-STATUS                PIC X(01).
           10 O-PKT-AUTO-FX               PIC X(01).
           10 O-PKT-OPENED-DATE           PIC 9(08).
      *    DEBIT ONLY: WHAT AN AUTOMATIC CONVERSION TOOK FROM THE
      *    BASE POCKET, AND AT WHICH RATE (ZERO IF NONE WAS NEEDED).
           10 O-PKT-FX-BASE-AMOUNT        PIC 9(10)V99.
           10 O-PKT-FX-RATE               PIC 9(03)V9999.
      *    GETLIST ONLY.
           10 O-PKT-COUNT                 PIC 9(02).
           10 O-PKT-ELEM                  OCCURS 10 TIMES.
             15 O-PKT-L-CURRENCY          PIC X(03).
             15 O-PKT-L-BALANCE           PIC S9(10)V99.
             15 O-PKT-L-STATUS            PIC X(01).
             15 O-PKT-L-AUTO-FX           PIC X(01).
             15 O-PKT-L-OPENED-DATE       PIC 9(08).
