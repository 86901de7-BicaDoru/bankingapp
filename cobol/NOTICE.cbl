      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      NOTICE.
      ******************************************************************
      *  Withdrawal notices on notice savings accounts -- called
      *  subprogram (same shape as ODPROTECT). A notice savings
      *  account (product "N32" or "N95") earns its own higher rate
      *  (INTERESTCONFIG) but pays out only what the customer has
      *  given notice for: a notice filed today for an amount expires
      *  32 or 95 days later, and that amount can then be withdrawn
      *  inside a window of K-NOTICE-WINDOW-DAYS days from the expiry
      *  date (NOTICECONFIG). The register is files/notices.dat.
      *     FILE       files a notice -- never for more than the
      *                balance not already under notice
      *     CANCEL     cancels an open notice
      *     GETLIST    lists the account's open notices
      *     CHECK      may this amount be withdrawn today? Covered by
      *                expired notices inside their window, or -- when
      *                the caller asks for it -- as an early
      *                withdrawal at a penalty of so many days of the
      *                product's interest on the uncovered part
      *     SETTLE     after the withdrawal has posted: uses up the
      *                covering notices oldest first and posts the
      *                early-withdrawal penalty, if any, as a FEE
      *  Notices whose window has passed are lapsed as they are met.
      *  Callers: ACCBO (NOTICE object, TRANS POST withdrawals),
      *  TRANSFERBO (transfers out) and WDRAPPR (approved withdrawals).
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO "files/notices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NT-KEY
           FILE STATUS IS WS-NT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  NOTICE-FILE.
       COPY NOTICERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "NOTICE              ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-PARAMSTORE           VALUE "PARAMSTORE          ".

       01 CONSTANTS.
         COPY NOTICECONFIG.
         COPY INTERESTCONFIG.

       01 INTERNAL-VARS.
         05 WS-NT-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-LAST-SEQ                 PIC 9(03).
      *    REMAINING AMOUNT OF EVERY OPEN NOTICE / OF THOSE INSIDE
      *    THEIR WINDOW TODAY.
         05 WS-COMMITTED                PIC 9(10)V99.
         05 WS-AVAILABLE                PIC 9(10)V99.
         05 WS-REMAINING                PIC 9(10)V99.
         05 WS-TO-COVER                 PIC 9(10)V99.
         05 WS-TAKE                     PIC 9(10)V99.
         05 WS-UNCOVERED                PIC 9(10)V99.
         05 WS-PENALTY                  PIC 9(10)V99.
         05 WS-PENALTY-DAYS             PIC 9(03).
         05 WS-NOTICE-RATE              PIC 9V9(4).
         05 WS-NEW-BALANCE              PIC S9(10)V99.

      *    THE NOTICE ACCOUNT, AS ACCDB RETURNS IT.
         05 WS-ACC-BUFFER.
           10 WS-ACC-ID                 PIC 9(09).
           10 WS-ACC-BALANCE            PIC S9(10)V99.
           10 WS-ACC-STATUS             PIC X(01).
           10 WS-ACC-PRODTYPE           PIC X(03).
             88 WS-ACC-PROD-NOTICE-32   VALUE "N32".
             88 WS-ACC-PROD-NOTICE-95   VALUE "N95".

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
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
         05 FG-FILE-OPEN                PIC X VALUE 'N'.
           88 FG-FILE-OPEN-Y            VALUE 'Y'.
           88 FG-FILE-OPEN-N            VALUE 'N'.
         05 FG-ACC-FOUND                PIC X VALUE 'N'.
           88 FG-ACC-FOUND-Y            VALUE 'Y'.
           88 FG-ACC-FOUND-N            VALUE 'N'.
         05 FG-MORE-ROWS                PIC X VALUE 'N'.
           88 FG-MORE-ROWS-Y            VALUE 'Y'.
           88 FG-MORE-ROWS-N            VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY PARAMINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY NOTICEINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING NOTICE-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE NOTICE-OUT
           SET NOTICE-STATUS-OK           TO TRUE

           IF NOT I-NTC-OP-FILE AND NOT I-NTC-OP-CANCEL
           AND NOT I-NTC-OP-GETLIST AND NOT I-NTC-OP-CHECK
           AND NOT I-NTC-OP-SETTLE
             SET NOTICE-STATUS-BAD-OP     TO TRUE
             GO TO MAIN-END
           END-IF

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           MOVE O-BUSDATE                 TO WS-TODAY-RAW

           PERFORM F-GET-ACCOUNT
           IF FG-ACC-FOUND-N
             SET NOTICE-STATUS-BAD-ACCOUNT TO TRUE
             GO TO MAIN-END
           END-IF

           PERFORM F-OPEN-FILE
           IF FG-FILE-OPEN-N
             SET NOTICE-STATUS-IO-ERR     TO TRUE
             GO TO MAIN-END
           END-IF

           EVALUATE TRUE
             WHEN I-NTC-OP-FILE
               PERFORM F-FILE-NOTICE
             WHEN I-NTC-OP-CANCEL
               PERFORM F-CANCEL-NOTICE
             WHEN I-NTC-OP-GETLIST
               PERFORM F-SCAN-NOTICES
             WHEN I-NTC-OP-CHECK
               PERFORM F-CHECK-WITHDRAWAL
             WHEN I-NTC-OP-SETTLE
               PERFORM F-SETTLE-WITHDRAWAL
           END-EVALUATE

           CLOSE NOTICE-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-OPEN-FILE SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THE FILE -- CREATE IT EMPTY
      *    (SAME BOOTSTRAP AS ODPROTECT'S F-OPEN-FILE).
           SET FG-FILE-OPEN-N             TO TRUE

           OPEN I-O NOTICE-FILE
           IF WS-NT-FILE-STATUS = "35"
             OPEN OUTPUT NOTICE-FILE
             CLOSE NOTICE-FILE
             OPEN I-O NOTICE-FILE
           END-IF
           IF WS-NT-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-FILE-OPEN-Y             TO TRUE
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-GET-ACCOUNT SECTION.
      *    ONLY A NOTICE SAVINGS PRODUCT HAS NOTICES AT ALL.
           SET FG-ACC-FOUND-N             TO TRUE

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM           TO TRUE
           MOVE I-NTC-ACCOUNTID           TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             EXIT SECTION
           END-IF
           MOVE O-ACC-ACCOUNTID(1)        TO WS-ACC-ID
           MOVE O-ACC-BALANCE(1)          TO WS-ACC-BALANCE
           MOVE O-ACC-STATUS(1)           TO WS-ACC-STATUS
           MOVE O-ACC-PRODUCT-TYPE(1)     TO WS-ACC-PRODTYPE

           EVALUATE TRUE
             WHEN WS-ACC-PROD-NOTICE-32
               MOVE 32                    TO O-NTC-NOTICE-DAYS
               MOVE K-NOTICE-32-RATE      TO WS-NOTICE-RATE
             WHEN WS-ACC-PROD-NOTICE-95
               MOVE 95                    TO O-NTC-NOTICE-DAYS
               MOVE K-NOTICE-95-RATE      TO WS-NOTICE-RATE
             WHEN OTHER
               EXIT SECTION
           END-EVALUATE

           SET FG-ACC-FOUND-Y             TO TRUE
           .
       F-GET-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-SCAN-NOTICES SECTION.
      *    ONE PASS OVER THE ACCOUNT'S NOTICES: LAPSES THOSE WHOSE
      *    WINDOW HAS PASSED, TOTALS WHAT IS STILL UNDER NOTICE AND
      *    WHAT IS WITHDRAWABLE TODAY, AND LISTS THE OPEN ONES.
           MOVE 0                         TO WS-LAST-SEQ
           MOVE 0                         TO WS-COMMITTED
           MOVE 0                         TO WS-AVAILABLE
           MOVE 0                         TO O-NTC-COUNT

           MOVE I-NTC-ACCOUNTID           TO NT-ACCOUNT-ID
           MOVE 0                         TO NT-SEQ
           START NOTICE-FILE KEY IS NOT LESS THAN NT-KEY
             INVALID KEY
               SET FG-MORE-ROWS-N         TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y         TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ NOTICE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N       TO TRUE
               NOT AT END
                 IF NT-ACCOUNT-ID NOT = I-NTC-ACCOUNTID
                   SET FG-MORE-ROWS-N     TO TRUE
                 ELSE
                   PERFORM F-SCAN-ONE-NOTICE
                 END-IF
             END-READ
           END-PERFORM

           MOVE WS-AVAILABLE              TO O-NTC-AVAILABLE
           .
       F-SCAN-NOTICES-END.
           EXIT.
      ******************************************************************
       F-SCAN-ONE-NOTICE SECTION.
           MOVE NT-SEQ                    TO WS-LAST-SEQ
           IF NOT NT-IS-OPEN
             EXIT SECTION
           END-IF

           IF NT-WINDOW-END-DATE < WS-TODAY-RAW
             SET NT-IS-LAPSED             TO TRUE
             MOVE WS-TODAY-RAW            TO NT-CLOSED-DATE
             REWRITE NOTICE-RECORD
             EXIT SECTION
           END-IF

           COMPUTE WS-REMAINING = NT-AMOUNT - NT-USED-AMOUNT
           ADD WS-REMAINING               TO WS-COMMITTED
           IF NT-EXPIRY-DATE <= WS-TODAY-RAW
             ADD WS-REMAINING             TO WS-AVAILABLE
           END-IF

           IF O-NTC-COUNT < 20
             ADD 1                        TO O-NTC-COUNT
             PERFORM F-RETURN-NOTICE
           END-IF
           .
       F-SCAN-ONE-NOTICE-END.
           EXIT.
      ******************************************************************
       F-RETURN-NOTICE SECTION.
           MOVE NT-SEQ               TO O-NTC-L-SEQ(O-NTC-COUNT)
           MOVE NT-AMOUNT            TO O-NTC-L-AMOUNT(O-NTC-COUNT)
           MOVE NT-USED-AMOUNT       TO O-NTC-L-USED(O-NTC-COUNT)
           MOVE NT-FILED-DATE        TO O-NTC-L-FILED-DATE(O-NTC-COUNT)
           MOVE NT-EXPIRY-DATE       TO O-NTC-L-EXPIRY-DATE(O-NTC-COUNT)
           MOVE NT-WINDOW-END-DATE   TO O-NTC-L-WINDOW-END(O-NTC-COUNT)
           MOVE NT-STATUS            TO O-NTC-L-STATUS(O-NTC-COUNT)
           .
       F-RETURN-NOTICE-END.
           EXIT.
      ******************************************************************
       F-FILE-NOTICE SECTION.
           IF WS-ACC-STATUS = "C"
             SET NOTICE-STATUS-BAD-ACCOUNT TO TRUE
             EXIT SECTION
           END-IF

      *    NOTICE CAN ONLY BE GIVEN ON MONEY ACTUALLY IN THE ACCOUNT
      *    AND NOT ALREADY UNDER AN EARLIER NOTICE.
           PERFORM F-SCAN-NOTICES
           IF I-NTC-AMOUNT = 0
           OR WS-COMMITTED + I-NTC-AMOUNT > WS-ACC-BALANCE
             SET NOTICE-STATUS-BAD-AMOUNT TO TRUE
             EXIT SECTION
           END-IF
           IF WS-LAST-SEQ = 999
             SET NOTICE-STATUS-IO-ERR     TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE NOTICE-RECORD
           MOVE I-NTC-ACCOUNTID           TO NT-ACCOUNT-ID
           COMPUTE NT-SEQ = WS-LAST-SEQ + 1
           MOVE I-NTC-AMOUNT              TO NT-AMOUNT
           MOVE 0                         TO NT-USED-AMOUNT
           MOVE WS-TODAY-RAW              TO NT-FILED-DATE
           COMPUTE NT-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
                    + O-NTC-NOTICE-DAYS)
           COMPUTE NT-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(NT-EXPIRY-DATE)
                    + K-NOTICE-WINDOW-DAYS)
           SET NT-IS-OPEN                 TO TRUE
           MOVE I-NTC-ACTOR-BUSR-ID       TO NT-FILED-BY
           MOVE 0                         TO NT-CLOSED-DATE
           WRITE NOTICE-RECORD
             INVALID KEY
               SET NOTICE-STATUS-IO-ERR   TO TRUE
               EXIT SECTION
           END-WRITE

           MOVE 1                         TO O-NTC-COUNT
           PERFORM F-RETURN-NOTICE
           .
       F-FILE-NOTICE-END.
           EXIT.
      ******************************************************************
       F-CANCEL-NOTICE SECTION.
           MOVE I-NTC-ACCOUNTID           TO NT-ACCOUNT-ID
           MOVE I-NTC-SEQ                 TO NT-SEQ
           READ NOTICE-FILE
             INVALID KEY
               SET NOTICE-STATUS-NOT-FOUND TO TRUE
               EXIT SECTION
           END-READ
           IF NOT NT-IS-OPEN
             SET NOTICE-STATUS-NOT-FOUND  TO TRUE
             EXIT SECTION
           END-IF

           SET NT-IS-CANCELLED            TO TRUE
           MOVE WS-TODAY-RAW              TO NT-CLOSED-DATE
           REWRITE NOTICE-RECORD

           MOVE 1                         TO O-NTC-COUNT
           PERFORM F-RETURN-NOTICE
           .
       F-CANCEL-NOTICE-END.
           EXIT.
      ******************************************************************
       F-CHECK-WITHDRAWAL SECTION.
           IF WS-ACC-STATUS = "C"
             SET NOTICE-STATUS-BAD-ACCOUNT TO TRUE
             EXIT SECTION
           END-IF

           PERFORM F-SCAN-NOTICES
           IF I-NTC-AMOUNT <= WS-AVAILABLE
             EXIT SECTION
           END-IF

           IF I-NTC-EARLY NOT = "Y"
             SET NOTICE-STATUS-REQUIRED   TO TRUE
             EXIT SECTION
           END-IF

           COMPUTE WS-UNCOVERED = I-NTC-AMOUNT - WS-AVAILABLE
           PERFORM F-COMPUTE-PENALTY
           MOVE WS-PENALTY                TO O-NTC-PENALTY
           .
       F-CHECK-WITHDRAWAL-END.
           EXIT.
      ******************************************************************
       F-SETTLE-WITHDRAWAL SECTION.
      *    THE CALLER HAS ALREADY POSTED THE WITHDRAWAL, SO WS-ACC-
      *    BALANCE IS THE BALANCE AFTER IT.
           PERFORM F-SCAN-NOTICES
           MOVE WS-ACC-BALANCE            TO O-NTC-NEW-BALANCE

           IF I-NTC-AMOUNT > WS-AVAILABLE
             MOVE WS-AVAILABLE            TO WS-TO-COVER
             COMPUTE WS-UNCOVERED = I-NTC-AMOUNT - WS-AVAILABLE
           ELSE
             MOVE I-NTC-AMOUNT            TO WS-TO-COVER
             MOVE 0                       TO WS-UNCOVERED
           END-IF

           IF WS-TO-COVER > 0
             PERFORM F-USE-NOTICES
           END-IF

           IF WS-UNCOVERED > 0
             PERFORM F-COMPUTE-PENALTY
      *      THE PENALTY NEVER TAKES THE ACCOUNT BELOW ZERO -- A
      *      NOTICE ACCOUNT HAS NO OVERDRAFT.
             IF WS-PENALTY > WS-ACC-BALANCE
               IF WS-ACC-BALANCE > 0
                 MOVE WS-ACC-BALANCE      TO WS-PENALTY
               ELSE
                 MOVE 0                   TO WS-PENALTY
               END-IF
             END-IF
             IF WS-PENALTY > 0
               PERFORM F-POST-PENALTY
             END-IF
           END-IF
           .
       F-SETTLE-WITHDRAWAL-END.
           EXIT.
      ******************************************************************
       F-USE-NOTICES SECTION.
      *    OLDEST NOTICE FIRST, ONLY THOSE INSIDE THEIR WINDOW TODAY
      *    (F-SCAN-NOTICES HAS ALREADY LAPSED THE STALE ONES).
           MOVE I-NTC-ACCOUNTID           TO NT-ACCOUNT-ID
           MOVE 0                         TO NT-SEQ
           START NOTICE-FILE KEY IS NOT LESS THAN NT-KEY
             INVALID KEY
               SET FG-MORE-ROWS-N         TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y         TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N OR WS-TO-COVER = 0
             READ NOTICE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N       TO TRUE
               NOT AT END
                 IF NT-ACCOUNT-ID NOT = I-NTC-ACCOUNTID
                   SET FG-MORE-ROWS-N     TO TRUE
                 ELSE
                   IF NT-IS-OPEN
                   AND NT-EXPIRY-DATE <= WS-TODAY-RAW
                     PERFORM F-USE-ONE-NOTICE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-USE-NOTICES-END.
           EXIT.
      ******************************************************************
       F-USE-ONE-NOTICE SECTION.
           COMPUTE WS-REMAINING = NT-AMOUNT - NT-USED-AMOUNT
           IF WS-REMAINING > WS-TO-COVER
             MOVE WS-TO-COVER             TO WS-TAKE
           ELSE
             MOVE WS-REMAINING            TO WS-TAKE
           END-IF

           ADD WS-TAKE                    TO NT-USED-AMOUNT
           SUBTRACT WS-TAKE             FROM WS-TO-COVER
           IF NT-USED-AMOUNT >= NT-AMOUNT
             SET NT-IS-USED               TO TRUE
             MOVE WS-TODAY-RAW            TO NT-CLOSED-DATE
           END-IF
           REWRITE NOTICE-RECORD
           .
       F-USE-ONE-NOTICE-END.
           EXIT.
      ******************************************************************
       F-COMPUTE-PENALTY SECTION.
      *    SO MANY DAYS OF THE PRODUCT'S OWN INTEREST ON THE PART NO
      *    NOTICE COVERS -- THE SAME 30-DAY MONTH INTACCRUE USES. THE
      *    DAY COUNT IS RUNTIME-TUNABLE THROUGH THE PARAMETER STORE.
           INITIALIZE PARAMSTORE-INTERFACE
           SET I-PARAM-OP-GET             TO TRUE
           IF WS-ACC-PROD-NOTICE-32
             MOVE "NTC32-PENALTY-DAYS"    TO I-PARAM-NAME
             MOVE K-NOTICE-32-PENALTY-DAYS TO I-PARAM-DEFAULT
           ELSE
             MOVE "NTC95-PENALTY-DAYS"    TO I-PARAM-NAME
             MOVE K-NOTICE-95-PENALTY-DAYS TO I-PARAM-DEFAULT
           END-IF
           SET PGNAME-PARAMSTORE          TO TRUE
           CALL PROGNAME USING PARAMSTORE-INTERFACE
           MOVE O-PARAM-VALUE             TO WS-PENALTY-DAYS

           COMPUTE WS-PENALTY ROUNDED =
                   WS-UNCOVERED * WS-NOTICE-RATE * WS-PENALTY-DAYS / 30
           .
       F-COMPUTE-PENALTY-END.
           EXIT.
      ******************************************************************
       F-POST-PENALTY SECTION.
      *    SAME ORDER AS ODPROTECT -- THE TRANSDB ROW FIRST, THEN THE
      *    BALANCE, SO A FAILED POSTING LEAVES THE BALANCE UNTOUCHED.
           COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE - WS-PENALTY
           PERFORM UT-GET-TIMESTAMP

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST            TO TRUE
           MOVE WS-ACC-ID                 TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-FEE           TO TRUE
           MOVE WS-PENALTY                TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP              TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE            TO I-TRANS-ACCBALANCE
           MOVE "EARLY WITHDRAWAL PENALTY" TO I-TRANS-MEMO
           MOVE I-NTC-ACTOR-BUSR-ID       TO I-TRANS-ACTOR-BUSR-ID
           MOVE WS-TODAY-RAW              TO I-TRANS-VALUE-DATE
           SET PGNAME-TRANSDB             TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             SET NOTICE-STATUS-IO-ERR     TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT               TO TRUE
           MOVE WS-ACC-ID                 TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE            TO I-ACC-BALANCE
           SET PGNAME-ACCDB               TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             SET NOTICE-STATUS-IO-ERR     TO TRUE
             EXIT SECTION
           END-IF

           MOVE WS-PENALTY                TO O-NTC-PENALTY
           MOVE WS-NEW-BALANCE            TO O-NTC-NEW-BALANCE
           .
       F-POST-PENALTY-END.
           EXIT.
      ******************************************************************
       UT-GET-TIMESTAMP SECTION.
      *    BUSINESS DATE, WALL-CLOCK TIME -- SAME STAMP AS ACCBO'S
      *    UT-STAMP-BUSINESS-DATE.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TIME-HH                TO T-HOUR
           MOVE WS-TIME-MM                TO T-MIN
           MOVE WS-TIME-SS                TO T-SEC
           MOVE WS-TODAY-RAW(1:4)         TO T-YEAR
           MOVE WS-TODAY-RAW(5:2)         TO T-MONTH
           MOVE WS-TODAY-RAW(7:2)         TO T-DAY
           .
       UT-GET-TIMESTAMP-END.
           EXIT.
