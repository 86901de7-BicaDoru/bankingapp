      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CARDCREDIT.
      ******************************************************************
      *  Credit card line -- called subprogram (same shape as
      *  PARAMSTORE). A card of CARD-TYPE-CREDIT no longer spends the
      *  linked CARD-ACCOUNT-ID's money: it draws on its own
      *  revolving line in files/cardcredit.dat (keyed by the card,
      *  with its own limit; the linked account is kept on the line
      *  and is where repayments come from) and every movement on
      *  that line is a row in the files/cardtxn.dat ledger.
      *     OPEN       creates the card's line with a limit (zero =
      *                default)
      *     GETITEM    returns the line
      *     AUTH       checks the amount against available credit
      *                (limit - balance - open authorizations) and
      *                the per-card daily velocity ceiling, then
      *                writes an open authorization row; its ledger
      *                sequence comes back in O-CCR-SEQ and is what
      *                the card keeps in CARD-HOLD-ID
      *     CAPTURE    turns that authorization into a posted
      *                purchase for the settled amount (any remainder
      *                is released with it, as HOLDDB's "X" does)
      *     RELEASE    drops an authorization unused (CARDHOLDEXP)
      *     PAY        repays the line from the linked account -- a
      *                TRANSDB withdrawal and ACCDB balance update the
      *                same way CARDMAINT.F-CAPTURE-HOLD posts one
      *     SETLIMIT / AUTOPAY  maintain the line's terms
      *     REISSUE    moves the line, its balance and its whole
      *                ledger (open authorizations included) to a
      *                replacement card's ID (CARDREISSUE)
      *     FINDTXN    finds a posted purchase on the card's line by
      *                its clearing reference (CHARGEBACK)
      *     CREDIT     takes a disputed purchase off what the line
      *                owes; any part above the balance owed is paid
      *                into the linked account, posted the same way as
      *                a PAY but as a deposit
      *     DEBIT      puts that credit back on the line when the
      *                dispute is lost -- owed like a purchase, even
      *                past the limit
      *  OPEN and SETLIMIT are refused when the line would take the
      *  account's owner over their umbrella credit limit (see
      *  CREDLIMIT).
      *  The monthly statement itself is cut by CARDBILL.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CREDIT-FILE ASSIGN TO "files/cardcredit.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCL-CARD-ID
           FILE STATUS IS WS-CREDIT-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "files/cardtxn.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CT-KEY
           FILE STATUS IS WS-LEDGER-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CREDIT-FILE.
       COPY CARDCREDITRECORD.

       FD  LEDGER-FILE.
       COPY CARDTXNRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CARDCREDIT          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-CREDLIMIT            VALUE "CREDLIMIT           ".

       01 CONSTANTS.
         COPY CARDCREDITCONFIG.
      *    SAME PER-CARD DAILY AUTHORIZATION CEILING CARDMAINT
      *    APPLIES TO A DEBIT CARD'S HOLDS.
         COPY VELOCITYCONFIG.
      *    LINE POINTERS FOLLOWED BEFORE A LINE IS GIVEN UP ON.
         05 K-MAX-LINE-HOPS             PIC 9(02) VALUE 5.

       01 INTERNAL-VARS.
         05 WS-CREDIT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-LEDGER-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-AVAILABLE                PIC S9(10)V99.
         05 WS-AUTH-AMOUNT              PIC 9(10)V99.
         05 WS-PAY-AMOUNT               PIC 9(10)V99.
         05 WS-REFUND-AMOUNT            PIC 9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-VEL-COUNT                PIC 9(03).
         05 WS-VEL-AMOUNT               PIC 9(10)V99.
         05 WS-HOPS                     PIC 9(02).
         05 WS-LINE-ACCOUNT-ID          PIC 9(09).

      *    NEXT-STATEMENT DATE ARITHMETIC -- ONE CALENDAR MONTH ON,
      *    WITH THE DAY HELD AT 28 OR BELOW SO EVERY MONTH HAS IT.
         05 WS-CYCLE-DATE-RAW           PIC 9(08).
         05 WS-CYCLE-DATE REDEFINES WS-CYCLE-DATE-RAW.
           10 WS-CYCLE-YYYY             PIC 9(04).
           10 WS-CYCLE-MM               PIC 9(02).
           10 WS-CYCLE-DD               PIC 9(02).

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY.
             15 WS-DATE-CC              PIC X(02).
             15 WS-DATE-YY              PIC X(02).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).
         05 WS-TIMESTAMP.
           10 T-DATE.
             15 T-YEAR                  PIC X(04).
             15 T-L1                    PIC X(01) VALUE "-".
             15 T-MONTH                 PIC X(02).
             15 T-L2                    PIC X(01) VALUE "-".
             15 T-DAY                   PIC X(02).
           10 T-L3                      PIC X(01) VALUE " ".
           10 T-TIME.
             15 T-HOUR                  PIC X(02).
             15 T-L4                    PIC X(01) VALUE ":".
             15 T-MIN                   PIC X(02).
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).
             15 T-ZONE                  PIC X(03) VALUE "+00".

       01 FLAGS.
         05 FG-FILES-OPEN               PIC X VALUE 'N'.
           88 FG-FILES-OPEN-Y           VALUE 'Y'.
           88 FG-FILES-OPEN-N           VALUE 'N'.
         05 FG-LINE-FOUND               PIC X VALUE 'N'.
           88 FG-LINE-FOUND-Y           VALUE 'Y'.
           88 FG-LINE-FOUND-N           VALUE 'N'.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-PAY-OK                   PIC X VALUE 'Y'.
           88 FG-PAY-OK-Y               VALUE 'Y'.
           88 FG-PAY-OK-N               VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY CREDLIMITINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY CARDCREDITINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING CARDCREDIT-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE CARDCREDIT-OUT
           SET CARDCREDIT-STATUS-OK       TO TRUE

           IF NOT I-CCR-OP-OPEN AND NOT I-CCR-OP-GETITEM
           AND NOT I-CCR-OP-AUTH AND NOT I-CCR-OP-CAPTURE
           AND NOT I-CCR-OP-RELEASE AND NOT I-CCR-OP-PAY
           AND NOT I-CCR-OP-SETLIMIT AND NOT I-CCR-OP-SETAUTOPAY
           AND NOT I-CCR-OP-REISSUE AND NOT I-CCR-OP-FINDTXN
           AND NOT I-CCR-OP-CREDIT AND NOT I-CCR-OP-DEBIT
             SET CARDCREDIT-STATUS-BAD-OP TO TRUE
             GO TO MAIN-END
           END-IF

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD

      *    ASKED BEFORE THE LINE FILE IS OPENED -- CREDLIMIT READS IT
      *    TOO.
           IF I-CCR-OP-OPEN OR I-CCR-OP-SETLIMIT
             PERFORM F-CHECK-CREDIT-LIMIT
             IF NOT CARDCREDIT-STATUS-OK
               GO TO MAIN-END
             END-IF
           END-IF

           PERFORM F-OPEN-FILES
           IF FG-FILES-OPEN-N
             SET CARDCREDIT-STATUS-IO-ERR TO TRUE
             GO TO MAIN-END
           END-IF

           EVALUATE TRUE
             WHEN I-CCR-OP-OPEN
               PERFORM F-OPEN-LINE
             WHEN I-CCR-OP-GETITEM
               PERFORM F-READ-LINE
             WHEN I-CCR-OP-AUTH
               PERFORM F-AUTHORIZE
             WHEN I-CCR-OP-CAPTURE
               PERFORM F-CAPTURE
             WHEN I-CCR-OP-RELEASE
               PERFORM F-RELEASE
             WHEN I-CCR-OP-PAY
               PERFORM F-PAY
             WHEN I-CCR-OP-SETLIMIT
               PERFORM F-SET-LIMIT
             WHEN I-CCR-OP-SETAUTOPAY
               PERFORM F-SET-AUTOPAY
             WHEN I-CCR-OP-REISSUE
               PERFORM F-REISSUE-LINE
             WHEN I-CCR-OP-FINDTXN
               PERFORM F-FIND-TXN
             WHEN I-CCR-OP-CREDIT
               PERFORM F-CREDIT-LINE
             WHEN I-CCR-OP-DEBIT
               PERFORM F-DEBIT-LINE
           END-EVALUATE

           IF FG-LINE-FOUND-Y
             PERFORM F-RETURN-LINE
           END-IF

           PERFORM F-CLOSE-FILES
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-CHECK-CREDIT-LIMIT SECTION.
      *    THE CUSTOMER-LEVEL LIMIT OVER LOANS, OVERDRAFTS AND CARD
      *    LINES -- A LINE ALREADY OPEN FOR THE CARD KEEPS ITS OWN
      *    LIMIT ON OPEN, WHICH CREDLIMIT ALLOWS FOR.
           INITIALIZE CREDLIMIT-INTERFACE
           SET I-CLM-OP-CHECK             TO TRUE
           MOVE 0                         TO I-CLM-CUSTOMERID
           MOVE I-CCR-ACCOUNTID           TO I-CLM-ACCOUNTID
           MOVE I-CCR-CARDID              TO I-CLM-CARDID
           IF I-CCR-OP-OPEN
             SET I-CLM-KIND-CARD-OPEN     TO TRUE
             IF I-CCR-AMOUNT = 0
               MOVE K-CARD-DEFAULT-LIMIT  TO I-CLM-AMOUNT
             ELSE
               MOVE I-CCR-AMOUNT          TO I-CLM-AMOUNT
             END-IF
           ELSE
             SET I-CLM-KIND-CARD-LIMIT    TO TRUE
             MOVE I-CCR-AMOUNT            TO I-CLM-AMOUNT
           END-IF
           SET PGNAME-CREDLIMIT           TO TRUE
           CALL PROGNAME USING CREDLIMIT-INTERFACE

           IF CREDLIMIT-STATUS-OVER-LIMIT
             SET CARDCREDIT-STATUS-CREDIT-LIMIT TO TRUE
           END-IF
           .
       F-CHECK-CREDIT-LIMIT-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THESE FILES -- CREATE THEM
      *    EMPTY (SAME BOOTSTRAP AS LOANRUN'S F-OPEN-FILE).
           SET FG-FILES-OPEN-N            TO TRUE
           SET FG-LINE-FOUND-N            TO TRUE

           OPEN I-O CREDIT-FILE
           IF WS-CREDIT-FILE-STATUS = "35"
             OPEN OUTPUT CREDIT-FILE
             CLOSE CREDIT-FILE
             OPEN I-O CREDIT-FILE
           END-IF
           IF WS-CREDIT-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "35"
             OPEN OUTPUT LEDGER-FILE
             CLOSE LEDGER-FILE
             OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LEDGER-FILE-STATUS NOT = "00"
             CLOSE CREDIT-FILE
             EXIT SECTION
           END-IF

           SET FG-FILES-OPEN-Y            TO TRUE
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-CLOSE-FILES SECTION.
           CLOSE CREDIT-FILE
           CLOSE LEDGER-FILE
           .
       F-CLOSE-FILES-END.
           EXIT.
      ******************************************************************
       F-READ-LINE SECTION.
      *    A CARD WHOSE ROW ONLY POINTS AT ANOTHER CARD'S LINE (ITS
      *    OWN MOVED TO A REPLACEMENT, SEE CARDCREDITRECORD) IS
      *    FOLLOWED THROUGH TO THE LINE IT DRAWS ON -- A CARD REISSUED
      *    MORE THAN ONCE BEFORE EXPIRING MAY TAKE A FEW HOPS.
           MOVE I-CCR-CARDID              TO CCL-CARD-ID
           MOVE 0                         TO WS-HOPS
           SET FG-LINE-FOUND-N            TO TRUE
           PERFORM UNTIL FG-LINE-FOUND-Y
                   OR NOT CARDCREDIT-STATUS-OK
             READ CREDIT-FILE
               INVALID KEY
                 SET CARDCREDIT-STATUS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                 IF CCL-STATUS-MOVED
                 AND WS-HOPS < K-MAX-LINE-HOPS
                   ADD 1                  TO WS-HOPS
                   MOVE CCL-MOVED-TO      TO CCL-CARD-ID
                 ELSE
                   IF CCL-STATUS-MOVED
                     SET CARDCREDIT-STATUS-NOT-FOUND TO TRUE
                   ELSE
                     SET FG-LINE-FOUND-Y  TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-READ-LINE-END.
           EXIT.
      ******************************************************************
       F-OPEN-LINE SECTION.
      *    A CARD THAT ALREADY HAS A LINE KEEPS IT -- A CLOSED LINE
      *    IS REOPENED, NOT DUPLICATED. A SECOND CREDIT CARD ON THE
      *    SAME ACCOUNT GETS A LINE OF ITS OWN.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-Y
             SET CARDCREDIT-STATUS-OK     TO TRUE
             IF CCL-STATUS-CLOSED
               SET CCL-STATUS-ACTIVE      TO TRUE
               REWRITE CARD-CREDIT-RECORD
             END-IF
             EXIT SECTION
           END-IF

           SET CARDCREDIT-STATUS-OK       TO TRUE
           INITIALIZE CARD-CREDIT-RECORD
           MOVE I-CCR-CARDID              TO CCL-CARD-ID
           MOVE I-CCR-ACCOUNTID           TO CCL-ACCOUNT-ID
           IF I-CCR-AMOUNT = 0
             MOVE K-CARD-DEFAULT-LIMIT    TO CCL-CREDIT-LIMIT
           ELSE
             MOVE I-CCR-AMOUNT            TO CCL-CREDIT-LIMIT
           END-IF

      *    FIRST STATEMENT ONE MONTH FROM TODAY.
           MOVE WS-TODAY-RAW              TO WS-CYCLE-DATE-RAW
           IF WS-CYCLE-DD > 28
             MOVE 28                      TO WS-CYCLE-DD
           END-IF
           ADD 1                          TO WS-CYCLE-MM
           IF WS-CYCLE-MM > 12
             MOVE 1                       TO WS-CYCLE-MM
             ADD 1                        TO WS-CYCLE-YYYY
           END-IF
           MOVE WS-CYCLE-DATE-RAW         TO CCL-NEXT-STMT-DATE

           SET CCL-AUTOPAY-NONE           TO TRUE
           SET CCL-AUTOPAY-TAKEN-N        TO TRUE
           SET CCL-STATUS-ACTIVE          TO TRUE

           WRITE CARD-CREDIT-RECORD
             INVALID KEY
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
             NOT INVALID KEY
               SET FG-LINE-FOUND-Y        TO TRUE
           END-WRITE
           .
       F-OPEN-LINE-END.
           EXIT.
      ******************************************************************
       F-AUTHORIZE SECTION.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF

           COMPUTE WS-AVAILABLE =
                   CCL-CREDIT-LIMIT - CCL-BALANCE - CCL-AUTH-TOTAL

           IF NOT CCL-STATUS-ACTIVE OR I-CCR-AMOUNT > WS-AVAILABLE
             SET CARDCREDIT-STATUS-OVER-LIMIT TO TRUE
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-VELOCITY
           IF NOT CARDCREDIT-STATUS-OK
             EXIT SECTION
           END-IF

           ADD 1                          TO CCL-LAST-SEQ
           INITIALIZE CARD-TXN-RECORD
           MOVE CCL-CARD-ID               TO CT-LINE-CARD-ID
           MOVE CCL-LAST-SEQ              TO CT-SEQ
           MOVE CCL-ACCOUNT-ID            TO CT-ACCOUNT-ID
           MOVE I-CCR-CARDID              TO CT-CARD-ID
           MOVE WS-TODAY-RAW              TO CT-DATE
           SET CT-TYPE-AUTH               TO TRUE
           SET CT-STATUS-OPEN             TO TRUE
           MOVE I-CCR-AMOUNT              TO CT-AMOUNT
           MOVE I-CCR-EXPIRY              TO CT-EXPIRY
           MOVE I-CCR-REFERENCE           TO CT-REFERENCE

           WRITE CARD-TXN-RECORD
             INVALID KEY
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
               EXIT SECTION
           END-WRITE

           ADD I-CCR-AMOUNT               TO CCL-AUTH-TOTAL
           REWRITE CARD-CREDIT-RECORD
           MOVE CT-SEQ                    TO O-CCR-SEQ
           MOVE I-CCR-AMOUNT              TO O-CCR-AMOUNT
           .
       F-AUTHORIZE-END.
           EXIT.
      ******************************************************************
       F-CHECK-VELOCITY SECTION.
      *    TODAY'S AUTHORIZATIONS BY THIS CARD, WHATEVER BECAME OF
      *    THEM -- A CAPTURED AUTHORIZATION STILL COUNTS TOWARD
      *    TODAY'S VELOCITY, AS IN CARDMAINT.F-CHECK-CARD-VELOCITY.
           MOVE 0                         TO WS-VEL-COUNT
           MOVE 0                         TO WS-VEL-AMOUNT
           MOVE CCL-CARD-ID               TO CT-LINE-CARD-ID
           MOVE 0                         TO CT-SEQ
           START LEDGER-FILE KEY IS NOT LESS THAN CT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LEDGER-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 IF CT-LINE-CARD-ID NOT = CCL-CARD-ID
                   SET FG-MORE-RECORDS-N  TO TRUE
                 ELSE
                   IF CT-TYPE-AUTH AND CT-CARD-ID = I-CCR-CARDID
                   AND CT-DATE = WS-TODAY-RAW
                     ADD 1                TO WS-VEL-COUNT
                     ADD CT-AMOUNT        TO WS-VEL-AMOUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           IF WS-VEL-COUNT + 1 > K-VELOCITY-MAX-COUNT
           OR WS-VEL-AMOUNT + I-CCR-AMOUNT > K-VELOCITY-MAX-AMOUNT
             SET CARDCREDIT-STATUS-VELOCITY TO TRUE
           END-IF
           .
       F-CHECK-VELOCITY-END.
           EXIT.
      ******************************************************************
       F-READ-OPEN-AUTH SECTION.
      *    THE AUTHORIZATION A CAPTURE/RELEASE REFERS TO MUST STILL
      *    BE OPEN -- THE SAME "HOLD NOT ACTIVE" CHECK CARDCLEAR
      *    MAKES AGAINST HOLDDB FOR A DEBIT CARD. IT IS LOOKED FOR ON
      *    THE LINE AS READ, SO AN AUTHORIZATION TAKEN BY A CARD SINCE
      *    REISSUED IS FOUND WHERE ITS ROW WAS MOVED TO.
           MOVE CCL-CARD-ID               TO CT-LINE-CARD-ID
           MOVE I-CCR-SEQ                 TO CT-SEQ
           READ LEDGER-FILE
             INVALID KEY
               SET CARDCREDIT-STATUS-NOT-FOUND TO TRUE
               EXIT SECTION
           END-READ

           IF NOT CT-TYPE-AUTH OR NOT CT-STATUS-OPEN
             SET CARDCREDIT-STATUS-BAD-AUTH TO TRUE
           END-IF
           .
       F-READ-OPEN-AUTH-END.
           EXIT.
      ******************************************************************
       F-CAPTURE SECTION.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF

           PERFORM F-READ-OPEN-AUTH
           IF NOT CARDCREDIT-STATUS-OK
             EXIT SECTION
           END-IF

           MOVE CT-AMOUNT                 TO WS-AUTH-AMOUNT
           IF I-CCR-AMOUNT = 0
             MOVE WS-AUTH-AMOUNT          TO O-CCR-AMOUNT
           ELSE
             MOVE I-CCR-AMOUNT            TO O-CCR-AMOUNT
           END-IF

           IF O-CCR-AMOUNT > WS-AUTH-AMOUNT
             SET CARDCREDIT-STATUS-BAD-AUTH TO TRUE
             EXIT SECTION
           END-IF
           COMPUTE O-CCR-RELEASED-AMOUNT =
                   WS-AUTH-AMOUNT - O-CCR-AMOUNT

      *    CLOSE THE AUTHORIZATION FIRST, THEN POST THE PURCHASE --
      *    THE WHOLE AUTHORIZED AMOUNT COMES OFF THE OPEN TOTAL, SO A
      *    PARTIAL CAPTURE RELEASES ITS REMAINDER IN THE SAME STROKE.
           SET CT-STATUS-CAPTURED         TO TRUE
           REWRITE CARD-TXN-RECORD

           ADD 1                          TO CCL-LAST-SEQ
           MOVE CCL-LAST-SEQ              TO CT-SEQ
           MOVE WS-TODAY-RAW              TO CT-DATE
           SET CT-TYPE-PURCHASE           TO TRUE
           SET CT-STATUS-POSTED           TO TRUE
           MOVE O-CCR-AMOUNT              TO CT-AMOUNT
           MOVE 0                         TO CT-EXPIRY
           MOVE 0                         TO CT-STMT-DATE
           IF I-CCR-REFERENCE NOT = SPACES
             MOVE I-CCR-REFERENCE         TO CT-REFERENCE
           END-IF
           WRITE CARD-TXN-RECORD
             INVALID KEY
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
           END-WRITE

           IF WS-AUTH-AMOUNT > CCL-AUTH-TOTAL
             MOVE 0                       TO CCL-AUTH-TOTAL
           ELSE
             SUBTRACT WS-AUTH-AMOUNT      FROM CCL-AUTH-TOTAL
           END-IF
           ADD O-CCR-AMOUNT               TO CCL-BALANCE
           REWRITE CARD-CREDIT-RECORD
           MOVE CT-SEQ                    TO O-CCR-SEQ
           .
       F-CAPTURE-END.
           EXIT.
      ******************************************************************
       F-RELEASE SECTION.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF

           PERFORM F-READ-OPEN-AUTH
           IF NOT CARDCREDIT-STATUS-OK
             EXIT SECTION
           END-IF

           SET CT-STATUS-RELEASED         TO TRUE
           REWRITE CARD-TXN-RECORD

           IF CT-AMOUNT > CCL-AUTH-TOTAL
             MOVE 0                       TO CCL-AUTH-TOTAL
           ELSE
             SUBTRACT CT-AMOUNT           FROM CCL-AUTH-TOTAL
           END-IF
           REWRITE CARD-CREDIT-RECORD
           MOVE CT-AMOUNT                 TO O-CCR-AMOUNT
           .
       F-RELEASE-END.
           EXIT.
      ******************************************************************
       F-PAY SECTION.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF

      *    NEVER TAKE MORE THAN IS OWED.
           IF I-CCR-AMOUNT > CCL-BALANCE
             MOVE CCL-BALANCE             TO WS-PAY-AMOUNT
           ELSE
             MOVE I-CCR-AMOUNT            TO WS-PAY-AMOUNT
           END-IF
           IF WS-PAY-AMOUNT = 0
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM           TO TRUE
           MOVE CCL-ACCOUNT-ID            TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             SET CARDCREDIT-STATUS-NOT-FOUND TO TRUE
             EXIT SECTION
           END-IF

           IF O-ACC-STATUS(1) = "C"
           OR O-ACC-BALANCE(1) < WS-PAY-AMOUNT
             SET CARDCREDIT-STATUS-NSF    TO TRUE
             EXIT SECTION
           END-IF

           COMPUTE WS-NEW-BALANCE =
                   O-ACC-BALANCE(1) - WS-PAY-AMOUNT

      *    SAME ORDERED STEPS AS CARDMAINT.F-CAPTURE-HOLD -- POST,
      *    THEN BALANCE, THEN THE LINE -- SO A FAILED POST NEVER
      *    LEAVES THE CARD BALANCE REDUCED WITH NO MONEY MOVED.
           SET FG-PAY-OK-Y                TO TRUE
           PERFORM F-POST-PAY-TRANSACTION
           IF FG-PAY-OK-Y
             PERFORM F-UPDATE-ACCOUNT-BALANCE
           END-IF
           IF FG-PAY-OK-N
             SET CARDCREDIT-STATUS-IO-ERR TO TRUE
             EXIT SECTION
           END-IF

           ADD 1                          TO CCL-LAST-SEQ
           INITIALIZE CARD-TXN-RECORD
           MOVE CCL-CARD-ID               TO CT-LINE-CARD-ID
           MOVE CCL-LAST-SEQ              TO CT-SEQ
           MOVE CCL-ACCOUNT-ID            TO CT-ACCOUNT-ID
           MOVE I-CCR-CARDID              TO CT-CARD-ID
           MOVE WS-TODAY-RAW              TO CT-DATE
           SET CT-TYPE-REPAYMENT          TO TRUE
           SET CT-STATUS-POSTED           TO TRUE
           MOVE WS-PAY-AMOUNT             TO CT-AMOUNT
           MOVE I-CCR-REFERENCE           TO CT-REFERENCE
           WRITE CARD-TXN-RECORD
             INVALID KEY
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
           END-WRITE

           SUBTRACT WS-PAY-AMOUNT         FROM CCL-BALANCE
           ADD WS-PAY-AMOUNT              TO CCL-PAID-SINCE-STMT
           REWRITE CARD-CREDIT-RECORD
           MOVE CT-SEQ                    TO O-CCR-SEQ
           MOVE WS-PAY-AMOUNT             TO O-CCR-AMOUNT
           .
       F-PAY-END.
           EXIT.
      ******************************************************************
       F-BUILD-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                      TO WS-DATE-CC
           MOVE WS-DATE-YYYY              TO T-YEAR
           MOVE WS-DATE-MM                TO T-MONTH
           MOVE WS-DATE-TT                TO T-DAY
           MOVE WS-TIME-HH                TO T-HOUR
           MOVE WS-TIME-MM                TO T-MIN
           MOVE WS-TIME-SS                TO T-SEC
           .
       F-BUILD-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-POST-PAY-TRANSACTION SECTION.
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST            TO TRUE
           PERFORM F-BUILD-TIMESTAMP

           MOVE CCL-ACCOUNT-ID            TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-WITHDRAW      TO TRUE
           MOVE WS-PAY-AMOUNT             TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP              TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE            TO I-TRANS-ACCBALANCE
           STRING "CARD PAYMENT " CCL-CARD-ID " " I-CCR-REFERENCE
             DELIMITED BY SIZE
             INTO I-TRANS-MEMO
           END-STRING

           SET PGNAME-TRANSDB             TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             SET FG-PAY-OK-N              TO TRUE
           END-IF
           .
       F-POST-PAY-TRANSACTION-END.
           EXIT.
      ******************************************************************
       F-UPDATE-ACCOUNT-BALANCE SECTION.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT               TO TRUE
           MOVE CCL-ACCOUNT-ID            TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE            TO I-ACC-BALANCE
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             SET FG-PAY-OK-N              TO TRUE
           END-IF
           .
       F-UPDATE-ACCOUNT-BALANCE-END.
           EXIT.
      ******************************************************************
       F-SET-LIMIT SECTION.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF

      *    THE UMBRELLA CHECK WAS MADE AGAINST THE ACCOUNT THE CALLER
      *    NAMED -- IT HAS TO BE THE ONE THE LINE REPAYS FROM.
           IF CCL-ACCOUNT-ID NOT = I-CCR-ACCOUNTID
             SET CARDCREDIT-STATUS-NOT-FOUND TO TRUE
             SET FG-LINE-FOUND-N          TO TRUE
             EXIT SECTION
           END-IF

           MOVE I-CCR-AMOUNT              TO CCL-CREDIT-LIMIT
           REWRITE CARD-CREDIT-RECORD
           .
       F-SET-LIMIT-END.
           EXIT.
      ******************************************************************
       F-SET-AUTOPAY SECTION.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF

           MOVE I-CCR-AUTOPAY             TO CCL-AUTOPAY
           IF NOT CCL-AUTOPAY-NONE AND NOT CCL-AUTOPAY-MINIMUM
           AND NOT CCL-AUTOPAY-FULL
             SET CARDCREDIT-STATUS-BAD-OP TO TRUE
             EXIT SECTION
           END-IF
           REWRITE CARD-CREDIT-RECORD
           .
       F-SET-AUTOPAY-END.
           EXIT.
      ******************************************************************
       F-REISSUE-LINE SECTION.
      *    THE REPLACEMENT CARD TAKES THE LINE OVER AS IT STANDS --
      *    LIMIT, BALANCE, STATEMENT FIGURES AND LEDGER. THE NEW LINE
      *    IS WRITTEN BEFORE ANYTHING OF THE OLD ONE IS TOUCHED, SO A
      *    FAILURE PART WAY NEVER LOSES THE BALANCE. THE OLD CARD'S
      *    ROW IS LEFT AS A POINTER TO THE NEW ONE (SEE F-READ-LINE).
           MOVE I-CCR-NEW-CARDID          TO CCL-CARD-ID
           READ CREDIT-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET CARDCREDIT-STATUS-BAD-OP TO TRUE
               EXIT SECTION
           END-READ

      *    THE OLD CARD'S OWN ROW, NOT FOLLOWED. A CARD THAT ONLY
      *    POINTS AT ANOTHER CARD'S LINE HANDS THE SAME POINTER ON TO
      *    ITS REPLACEMENT -- THERE IS NO LINE OF ITS OWN TO MOVE.
           MOVE I-CCR-CARDID              TO CCL-CARD-ID
           READ CREDIT-FILE
             INVALID KEY
               SET CARDCREDIT-STATUS-NOT-FOUND TO TRUE
               EXIT SECTION
           END-READ
           IF CCL-STATUS-MOVED
             MOVE I-CCR-NEW-CARDID        TO CCL-CARD-ID
             WRITE CARD-CREDIT-RECORD
               INVALID KEY
                 SET CARDCREDIT-STATUS-IO-ERR TO TRUE
             END-WRITE
             EXIT SECTION
           END-IF
           MOVE CCL-ACCOUNT-ID            TO WS-LINE-ACCOUNT-ID

           MOVE I-CCR-NEW-CARDID          TO CCL-CARD-ID
           WRITE CARD-CREDIT-RECORD
             INVALID KEY
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
               EXIT SECTION
           END-WRITE

      *    ONE ROW AT A TIME, RE-STARTING AFTER EACH DELETE -- THE
      *    OLD CARD'S FIRST REMAINING ROW IS ALWAYS THE NEXT TO MOVE.
      *    SEQUENCES ARE KEPT, SO A CARD-HOLD-ID STILL NAMES ITS ROW.
           SET FG-MORE-RECORDS-Y          TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             MOVE I-CCR-CARDID            TO CT-LINE-CARD-ID
             MOVE 0                       TO CT-SEQ
             START LEDGER-FILE KEY IS NOT LESS THAN CT-KEY
               INVALID KEY
                 SET FG-MORE-RECORDS-N    TO TRUE
             END-START
             IF FG-MORE-RECORDS-Y
               READ LEDGER-FILE NEXT RECORD
                 AT END
                   SET FG-MORE-RECORDS-N  TO TRUE
               END-READ
             END-IF
             IF FG-MORE-RECORDS-Y
             AND CT-LINE-CARD-ID NOT = I-CCR-CARDID
               SET FG-MORE-RECORDS-N      TO TRUE
             END-IF
             IF FG-MORE-RECORDS-Y
               MOVE I-CCR-NEW-CARDID      TO CT-LINE-CARD-ID
               WRITE CARD-TXN-RECORD
                 INVALID KEY
                   SET CARDCREDIT-STATUS-IO-ERR TO TRUE
                   SET FG-MORE-RECORDS-N  TO TRUE
               END-WRITE
             END-IF
             IF FG-MORE-RECORDS-Y
               MOVE I-CCR-CARDID          TO CT-LINE-CARD-ID
               DELETE LEDGER-FILE
                 INVALID KEY
                   SET CARDCREDIT-STATUS-IO-ERR TO TRUE
                   SET FG-MORE-RECORDS-N  TO TRUE
               END-DELETE
             END-IF
           END-PERFORM

           IF NOT CARDCREDIT-STATUS-OK
             EXIT SECTION
           END-IF

           INITIALIZE CARD-CREDIT-RECORD
           MOVE I-CCR-CARDID              TO CCL-CARD-ID
           MOVE WS-LINE-ACCOUNT-ID        TO CCL-ACCOUNT-ID
           SET CCL-STATUS-MOVED           TO TRUE
           MOVE I-CCR-NEW-CARDID          TO CCL-MOVED-TO
           REWRITE CARD-CREDIT-RECORD
             INVALID KEY
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
           END-REWRITE

           MOVE I-CCR-NEW-CARDID          TO CCL-CARD-ID
           READ CREDIT-FILE
             INVALID KEY
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
             NOT INVALID KEY
               SET FG-LINE-FOUND-Y        TO TRUE
           END-READ
           .
       F-REISSUE-LINE-END.
           EXIT.
      ******************************************************************
       F-FIND-TXN SECTION.
      *    THE PURCHASE IS LOOKED FOR ON THE LINE AS READ, SO ONE MADE
      *    BY A CARD SINCE REISSUED IS FOUND WHERE ITS ROW WAS MOVED
      *    TO. ONLY A POSTED PURCHASE CAN BE DISPUTED -- AN OPEN
      *    AUTHORIZATION IS RELEASED, NOT CHARGED BACK.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF

           SET CARDCREDIT-STATUS-NOT-FOUND TO TRUE
           IF I-CCR-REFERENCE = SPACES
             EXIT SECTION
           END-IF

           MOVE CCL-CARD-ID               TO CT-LINE-CARD-ID
           MOVE 0                         TO CT-SEQ
           START LEDGER-FILE KEY IS NOT LESS THAN CT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LEDGER-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 IF CT-LINE-CARD-ID NOT = CCL-CARD-ID
                   SET FG-MORE-RECORDS-N  TO TRUE
                 ELSE
                   IF CT-TYPE-PURCHASE
                   AND CT-REFERENCE = I-CCR-REFERENCE
                     SET CARDCREDIT-STATUS-OK TO TRUE
                     SET FG-MORE-RECORDS-N TO TRUE
                     MOVE CT-SEQ          TO O-CCR-SEQ
                     MOVE CT-AMOUNT       TO O-CCR-AMOUNT
                     MOVE CT-CARD-ID      TO O-CCR-CARDID
                     MOVE CT-DATE         TO O-CCR-TXN-DATE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-FIND-TXN-END.
           EXIT.
      ******************************************************************
       F-CREDIT-LINE SECTION.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF

      *    NEVER TAKE THE LINE BELOW ZERO -- WHAT IT DOES NOT OWE IS
      *    THE CARDHOLDER'S MONEY AND GOES BACK TO THE LINKED ACCOUNT.
           IF I-CCR-AMOUNT > CCL-BALANCE
             MOVE CCL-BALANCE             TO WS-PAY-AMOUNT
             COMPUTE WS-REFUND-AMOUNT = I-CCR-AMOUNT - CCL-BALANCE
           ELSE
             MOVE I-CCR-AMOUNT            TO WS-PAY-AMOUNT
             MOVE 0                       TO WS-REFUND-AMOUNT
           END-IF

      *    THE REFUND FIRST, IN F-PAY'S ORDER -- POST, THEN BALANCE --
      *    SO A FAILURE THERE LEAVES THE LINE UNTOUCHED AND THE WHOLE
      *    CREDIT CAN SIMPLY BE ASKED FOR AGAIN.
           IF WS-REFUND-AMOUNT > 0
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETITEM         TO TRUE
             MOVE CCL-ACCOUNT-ID          TO I-ACC-ACCOUNTID
             SET PGNAME-ACCDB             TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE

             IF NOT ACCDB-STATUS-OK OR O-ACC-STATUS(1) = "C"
               SET CARDCREDIT-STATUS-NOT-FOUND TO TRUE
               EXIT SECTION
             END-IF

             COMPUTE WS-NEW-BALANCE =
                     O-ACC-BALANCE(1) + WS-REFUND-AMOUNT

             SET FG-PAY-OK-Y              TO TRUE
             PERFORM F-POST-REFUND-TRANSACTION
             IF FG-PAY-OK-Y
               PERFORM F-UPDATE-ACCOUNT-BALANCE
             END-IF
             IF FG-PAY-OK-N
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
               EXIT SECTION
             END-IF
           END-IF

      *    THE CREDIT COUNTS AGAINST THE STATEMENT LIKE A REPAYMENT,
      *    SO NEITHER INTEREST NOR AUTO-PAY IS TAKEN ON THE DISPUTED
      *    AMOUNT WHILE THE CASE IS OPEN.
           IF WS-PAY-AMOUNT > 0
             ADD 1                        TO CCL-LAST-SEQ
             INITIALIZE CARD-TXN-RECORD
             MOVE CCL-CARD-ID             TO CT-LINE-CARD-ID
             MOVE CCL-LAST-SEQ            TO CT-SEQ
             MOVE CCL-ACCOUNT-ID          TO CT-ACCOUNT-ID
             MOVE I-CCR-CARDID            TO CT-CARD-ID
             MOVE WS-TODAY-RAW            TO CT-DATE
             SET CT-TYPE-CREDIT           TO TRUE
             SET CT-STATUS-POSTED         TO TRUE
             MOVE WS-PAY-AMOUNT           TO CT-AMOUNT
             MOVE I-CCR-REFERENCE         TO CT-REFERENCE
             WRITE CARD-TXN-RECORD
               INVALID KEY
                 SET CARDCREDIT-STATUS-IO-ERR TO TRUE
             END-WRITE

             SUBTRACT WS-PAY-AMOUNT       FROM CCL-BALANCE
             ADD WS-PAY-AMOUNT            TO CCL-PAID-SINCE-STMT
             REWRITE CARD-CREDIT-RECORD
             MOVE CT-SEQ                  TO O-CCR-SEQ
           END-IF
           MOVE WS-PAY-AMOUNT             TO O-CCR-AMOUNT
           MOVE WS-REFUND-AMOUNT          TO O-CCR-REFUNDED-AMOUNT
           .
       F-CREDIT-LINE-END.
           EXIT.
      ******************************************************************
       F-POST-REFUND-TRANSACTION SECTION.
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST            TO TRUE
           PERFORM F-BUILD-TIMESTAMP

           MOVE CCL-ACCOUNT-ID            TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-DEPOSIT       TO TRUE
           MOVE WS-REFUND-AMOUNT          TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP              TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE            TO I-TRANS-ACCBALANCE
           STRING "CARD REFUND " CCL-CARD-ID " " I-CCR-REFERENCE
             DELIMITED BY SIZE
             INTO I-TRANS-MEMO
           END-STRING

           SET PGNAME-TRANSDB             TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             SET FG-PAY-OK-N              TO TRUE
           END-IF
           .
       F-POST-REFUND-TRANSACTION-END.
           EXIT.
      ******************************************************************
       F-DEBIT-LINE SECTION.
      *    NO LIMIT OR STATUS CHECK -- THE AMOUNT WAS SPENT AND IS
      *    OWED WHETHER OR NOT THE LINE HAS ROOM FOR IT NOW. IT IS
      *    BILLED ON THE NEXT STATEMENT LIKE A NEW PURCHASE.
           PERFORM F-READ-LINE
           IF FG-LINE-FOUND-N
             EXIT SECTION
           END-IF
           IF I-CCR-AMOUNT = 0
             EXIT SECTION
           END-IF

           ADD 1                          TO CCL-LAST-SEQ
           INITIALIZE CARD-TXN-RECORD
           MOVE CCL-CARD-ID               TO CT-LINE-CARD-ID
           MOVE CCL-LAST-SEQ              TO CT-SEQ
           MOVE CCL-ACCOUNT-ID            TO CT-ACCOUNT-ID
           MOVE I-CCR-CARDID              TO CT-CARD-ID
           MOVE WS-TODAY-RAW              TO CT-DATE
           SET CT-TYPE-DEBIT              TO TRUE
           SET CT-STATUS-POSTED           TO TRUE
           MOVE I-CCR-AMOUNT              TO CT-AMOUNT
           MOVE I-CCR-REFERENCE           TO CT-REFERENCE
           WRITE CARD-TXN-RECORD
             INVALID KEY
               SET CARDCREDIT-STATUS-IO-ERR TO TRUE
               EXIT SECTION
           END-WRITE

           ADD I-CCR-AMOUNT               TO CCL-BALANCE
           REWRITE CARD-CREDIT-RECORD
           MOVE CT-SEQ                    TO O-CCR-SEQ
           MOVE I-CCR-AMOUNT              TO O-CCR-AMOUNT
           .
       F-DEBIT-LINE-END.
           EXIT.
      ******************************************************************
       F-RETURN-LINE SECTION.
           MOVE CCL-CREDIT-LIMIT          TO O-CCR-CREDIT-LIMIT
           MOVE CCL-BALANCE               TO O-CCR-BALANCE
           MOVE CCL-AUTH-TOTAL            TO O-CCR-AUTH-TOTAL
           COMPUTE O-CCR-AVAILABLE =
                   CCL-CREDIT-LIMIT - CCL-BALANCE - CCL-AUTH-TOTAL
           MOVE CCL-STMT-BALANCE          TO O-CCR-STMT-BALANCE
           MOVE CCL-MIN-DUE               TO O-CCR-MIN-DUE
           MOVE CCL-DUE-DATE              TO O-CCR-DUE-DATE
           MOVE CCL-PAID-SINCE-STMT       TO O-CCR-PAID-SINCE-STMT
           MOVE CCL-NEXT-STMT-DATE        TO O-CCR-NEXT-STMT-DATE
           MOVE CCL-AUTOPAY               TO O-CCR-AUTOPAY
           MOVE CCL-STATUS                TO O-CCR-STATUS
           .
       F-RETURN-LINE-END.
           EXIT.
