      *  process TICKETMAINT could only take notes about. Run
      *  standalone (same analyst-tool style as FRAUDMAINT), e.g.:
      *     CHARGEBACK OPEN    00004 00042 00007
      *     CHARGEBACK OPEN    00012 POS-2026-0815-0042 00007
      *     CHARGEBACK SEND    0000001
      *     CHARGEBACK RESOLVE 0000001 WON
      *     CHARGEBACK RESOLVE 0000001 LOST
      *  OPEN ties a case to the CARD-ID and the disputed TRANSDB
      *  row, and posts the PROVISIONAL CREDIT automatically --
      *  inside the scheme deadline, not whenever someone remembers.
      *  A credit card's purchases never touched its account: for a
      *  CARD-TYPE-CREDIT card the third token is the purchase's
      *  clearing reference instead, the purchase is found on the
      *  card's credit line (CARDCREDIT FINDTXN), and the credit and
      *  any clawback go against that line (CARDCREDIT CREDIT /
      *  DEBIT). Credit beyond what the line still owes is paid into
      *  the linked account by CARDCREDIT.
      *  SEND writes the outbound chargeback entry to the dated
      *  network file files/chargeback_out_<yyyymmdd>.txt (ACHOUT-
      *  style, ACH-OUT-RECORD layout). RESOLVE applies the
      *  network's answer: WON makes the credit permanent, LOST
      *  claws it back with an offsetting debit. A WON dispute of a
      *  card clearing also takes back the loyalty points the
      *  purchase earned (LOYALTY REVERSE, matched on the card that
      *  made the purchase and its clearing reference -- from the
      *  row's memo, or as kept on the case for a credit line). QUEUE
      *  ages the open cases against CB-DEADLINE-DATE like
      *  FRAUDMAINT's queue.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-LOYALTY              VALUE "LOYALTY             ".
         88 PGNAME-CARDCREDIT           VALUE "CARDCREDIT          ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
           88 ARG-OP-SEND                VALUE "SEND".
           88 ARG-OP-RESOLVE             VALUE "RESOLVE".
           88 ARG-OP-QUEUE               VALUE "QUEUE".
      *    OPEN: TOK2=CARD-ID TOK3=DISPUTED TRANS-ID (DEBIT CARD) OR
      *    CLEARING REFERENCE (CREDIT CARD) TOK4=BUSR-ID.
      *    SEND/RESOLVE: TOK2=CASE ID, RESOLVE TOK3=WON|LOST.
         05 ARG-TOK2                    PIC X(07).
         05 ARG-TOK3                    PIC X(20).
           88 ARG-TOK3-WON               VALUE "WON".
           88 ARG-TOK3-LOST              VALUE "LOST".
         05 ARG-TOK4                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-CB-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-OUT-FILENAME             PIC X(256).
         05 WS-NEXT-ID                  PIC 9(07) VALUE 0.
         05 WS-TRANS-PAGE-NUMBER        PIC 9(05).
         05 WS-DISPUTED-TRANS-ID        PIC 9(09).
         05 WS-DISPUTED-ACCOUNT-ID      PIC 9(09).
         05 WS-DISPUTED-AMOUNT          PIC 9(10)V99.
         05 WS-DISPUTED-TRTYPE          PIC X(10).
      *    CARDCLEAR'S MEMO IS "CARD CLEARING <CARD-ID> <REFERENCE>".
         05 WS-DISPUTED-MEMO            PIC X(40).
         05 WS-DISPUTED-MEMO-R REDEFINES WS-DISPUTED-MEMO.
           10 WS-DM-PREFIX              PIC X(14).
             88 WS-DM-CARD-CLEARING     VALUE "CARD CLEARING ".
           10 WS-DM-CARD-ID             PIC X(05).
           10 FILLER                    PIC X(01).
           10 WS-DM-REFERENCE           PIC X(20).
      *    CREDIT LINE PURCHASE AS CARDCREDIT FINDTXN RETURNED IT.
         05 WS-DISPUTED-REFERENCE       PIC X(20).
         05 WS-DISPUTED-CARD-ID         PIC 9(05).
         05 WS-DISPUTED-SEQ             PIC 9(05).
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-SERIAL             PIC S9(08).
         05 WS-DEADLINE-SERIAL          PIC S9(08).
         05 FG-ROW-FOUND                PIC X VALUE 'N'.
           88 FG-ROW-FOUND-Y            VALUE 'Y'.
           88 FG-ROW-FOUND-N            VALUE 'N'.
      *    THE CARD BEING DISPUTED DRAWS ON A CREDIT LINE.
         05 FG-CARD-LINE                PIC X VALUE 'N'.
           88 FG-CARD-LINE-Y            VALUE 'Y'.
           88 FG-CARD-LINE-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY LOYALTYINTERFACE.
       COPY CARDCREDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
               SET FG-CASE-OK-N            TO TRUE
               DISPLAY "NO SUCH CARD: " ARG-TOK2
           END-READ
           IF CARD-TYPE-CREDIT
             SET FG-CARD-LINE-Y            TO TRUE
           ELSE
             SET FG-CARD-LINE-N            TO TRUE
           END-IF
           CLOSE CARD-FILE
           IF FG-CASE-OK-N
             EXIT SECTION
           END-IF

      *    FIND THE DISPUTED PURCHASE -- ON A CREDIT CARD'S LINE BY ITS
      *    CLEARING REFERENCE, OTHERWISE A DEBIT AGAINST THE CARD'S OWN
      *    ACCOUNT.
           MOVE CARD-ACCOUNT-ID            TO WS-DISPUTED-ACCOUNT-ID
           IF FG-CARD-LINE-Y
             MOVE 0                        TO WS-DISPUTED-TRANS-ID
             PERFORM F-FIND-LINE-PURCHASE
             IF FG-ROW-FOUND-N
               DISPLAY "DISPUTED PURCHASE " FUNCTION TRIM(ARG-TOK3)
                       " NOT FOUND ON THE CREDIT LINE OF CARD "
                       CARD-ID
               EXIT SECTION
             END-IF
           ELSE
             MOVE FUNCTION NUMVAL(ARG-TOK3) TO WS-DISPUTED-TRANS-ID
             PERFORM F-FIND-DISPUTED-ROW
             IF FG-ROW-FOUND-N
               DISPLAY "DISPUTED TRANSACTION " ARG-TOK3
                       " NOT FOUND ON THE CARD'S ACCOUNT "
                       CARD-ACCOUNT-ID
               EXIT SECTION
             END-IF
             IF WS-DISPUTED-TRTYPE NOT = "WITHDRAW"
               DISPLAY "ONLY A DEBIT CAN BE CHARGED BACK"
               EXIT SECTION
             END-IF
           END-IF

      *    ONE LIVE CASE PER DISPUTED PURCHASE -- A SECOND OPEN WOULD
      *    POST A SECOND PROVISIONAL CREDIT FOR THE SAME MONEY.
           PERFORM F-CHECK-DUPLICATE-CASE
           IF FG-CASE-OK-N
           MOVE WS-TIMESTAMP               TO CB-OPENED-TS
           COMPUTE CB-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DEADLINE-SERIAL)
           IF FG-CARD-LINE-Y
             SET CB-ON-CARD-LINE           TO TRUE
             MOVE WS-DISPUTED-REFERENCE    TO CB-LINE-REFERENCE
             MOVE WS-DISPUTED-CARD-ID      TO CB-TXN-CARD-ID
             MOVE WS-DISPUTED-SEQ          TO CB-LINE-SEQ
           ELSE
             SET CB-ON-ACCOUNT             TO TRUE
           END-IF
           WRITE CHARGEBACK-RECORD

      *    THE PROVISIONAL CREDIT POSTS THE MOMENT THE CASE OPENS.
           IF CB-ON-CARD-LINE
             PERFORM F-CREDIT-CARD-LINE
           ELSE
             PERFORM F-POST-PROVISIONAL-CREDIT
           END-IF

           DISPLAY "OPENED CHARGEBACK " CB-ID
                   " CARD " CB-CARD-ID
           PERFORM UNTIL FG-MORE-PAGES-N OR FG-ROW-FOUND-Y
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-GET-LIST       TO TRUE
             MOVE WS-DISPUTED-ACCOUNT-ID   TO I-TRANS-ACCOUNTID
             MOVE WS-TRANS-PAGE-NUMBER     TO I-TRANS-PAGE-NUMBER
             SET PGNAME-TRANSDB            TO TRUE
             CALL PROGNAME USING TRANSDB-INTERFACE
                                           TO WS-DISPUTED-AMOUNT
                   MOVE O-TRANS-TRANS-TYPE(IND-1)
                                           TO WS-DISPUTED-TRTYPE
                   MOVE O-TRANS-MEMO(IND-1)
                                           TO WS-DISPUTED-MEMO
                 END-IF
               END-PERFORM
               IF O-TRANSDB-COUNT < K-PAGE-SIZE
           .
       F-FIND-DISPUTED-ROW-END.
           EXIT.
      ******************************************************************
       F-FIND-LINE-PURCHASE SECTION.
      *    A POSTED PURCHASE ON THE CARD'S CREDIT LINE WITH THIS
      *    CLEARING REFERENCE. CARDCREDIT FOLLOWS A REISSUED CARD TO
      *    THE LINE IT NOW DRAWS ON, SO EITHER CARD FINDS IT.
           SET FG-ROW-FOUND-N              TO TRUE
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-FINDTXN            TO TRUE
           MOVE CARD-ID                    TO I-CCR-CARDID
           MOVE ARG-TOK3                   TO I-CCR-REFERENCE
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           IF CARDCREDIT-STATUS-OK
             SET FG-ROW-FOUND-Y            TO TRUE
             MOVE O-CCR-AMOUNT             TO WS-DISPUTED-AMOUNT
             MOVE O-CCR-CARDID             TO WS-DISPUTED-CARD-ID
             MOVE O-CCR-SEQ                TO WS-DISPUTED-SEQ
             MOVE I-CCR-REFERENCE          TO WS-DISPUTED-REFERENCE
           END-IF
           .
       F-FIND-LINE-PURCHASE-END.
           EXIT.
      ******************************************************************
       F-POST-PROVISIONAL-CREDIT SECTION.
           INITIALIZE ACCDB-INTERFACE
           .
       F-POST-PROVISIONAL-CREDIT-END.
           EXIT.
      ******************************************************************
       F-CREDIT-CARD-LINE SECTION.
      *    THE CREDIT GOES BACK ON THE LINE THE PURCHASE WAS DRAWN
      *    FROM. IF THE LINE HAS BEEN REPAID SINCE, CARDCREDIT PAYS
      *    WHATEVER IT NO LONGER OWES INTO THE LINKED ACCOUNT.
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-CREDIT             TO TRUE
           MOVE CB-CARD-ID                 TO I-CCR-CARDID
           MOVE CB-AMOUNT                  TO I-CCR-AMOUNT
           STRING "CHARGEBACK " CB-ID
             DELIMITED BY SIZE INTO I-CCR-REFERENCE
           END-STRING
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           IF NOT CARDCREDIT-STATUS-OK
             DISPLAY "PROVISIONAL CREDIT FAILED FOR CASE " CB-ID
                     " -- CARDCREDIT STATUS " CARDCREDIT-STATUS
             EXIT SECTION
           END-IF

           DISPLAY "CREDITED TO THE CARD LINE: " O-CCR-AMOUNT
                   " -- LINE BALANCE NOW " O-CCR-BALANCE
           IF O-CCR-REFUNDED-AMOUNT > 0
             DISPLAY "PAID INTO ACCOUNT " CB-ACCOUNT-ID
                     " (LINE ALREADY REPAID): " O-CCR-REFUNDED-AMOUNT
           END-IF
           .
       F-CREDIT-CARD-LINE-END.
           EXIT.
      ******************************************************************
       F-CHECK-DUPLICATE-CASE SECTION.
      *    AN OPEN OR SENT CASE ALREADY REFERENCING THE SAME
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF FG-CARD-LINE-N AND CB-ON-ACCOUNT
                   AND CB-TRANS-ID = WS-DISPUTED-TRANS-ID
                   AND (CB-IS-OPEN OR CB-IS-SENT)
                   DISPLAY "TRANSACTION " WS-DISPUTED-TRANS-ID
                           " IS ALREADY DISPUTED ON CASE " CB-ID
                   SET FG-CASE-OK-N        TO TRUE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 END-IF
      *          A LINE PURCHASE IS NAMED BY THE CARD THAT MADE IT AND
      *          ITS REFERENCE -- NEITHER CHANGES WHEN THE LINE MOVES
      *          TO A REISSUED CARD.
                 IF FG-CARD-LINE-Y AND CB-ON-CARD-LINE
                   AND CB-TXN-CARD-ID = WS-DISPUTED-CARD-ID
                   AND CB-LINE-REFERENCE = WS-DISPUTED-REFERENCE
                   AND (CB-IS-OPEN OR CB-IS-SENT)
                   DISPLAY "PURCHASE "
                           FUNCTION TRIM(WS-DISPUTED-REFERENCE)
                           " IS ALREADY DISPUTED ON CASE " CB-ID
                           " (STATUS " CB-STATUS ")"
                   SET FG-CASE-OK-N        TO TRUE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           .
               REWRITE CHARGEBACK-RECORD
               DISPLAY "CHARGEBACK " CB-ID " WON -- PROVISIONAL"
                       " CREDIT IS NOW PERMANENT"
               PERFORM F-REVERSE-POINTS
             WHEN ARG-TOK3-LOST
               IF CB-ON-CARD-LINE
                 PERFORM F-DEBIT-CARD-LINE
               ELSE
                 PERFORM F-CLAW-BACK-CREDIT
               END-IF
               PERFORM F-BUILD-TIMESTAMP
               SET CB-IS-CLAWED-BACK       TO TRUE
               MOVE WS-TIMESTAMP           TO CB-RESOLVED-TS
           .
       F-RESOLVE-CASE-END.
           EXIT.
      ******************************************************************
       F-REVERSE-POINTS SECTION.
      *    THE PURCHASE IS UNDONE, SO ARE THE POINTS IT EARNED. ONLY A
      *    CARD CLEARING EARNED ANY; A ROW KEYED BY HAND DID NOT. A
      *    CREDIT LINE PURCHASE ALWAYS CAME THROUGH CARD CLEARING.
           IF CB-ON-ACCOUNT
             MOVE CB-TRANS-ID              TO WS-DISPUTED-TRANS-ID
             MOVE CB-ACCOUNT-ID            TO WS-DISPUTED-ACCOUNT-ID
             MOVE SPACES                   TO WS-DISPUTED-MEMO
             PERFORM F-FIND-DISPUTED-ROW
             IF FG-ROW-FOUND-N OR NOT WS-DM-CARD-CLEARING
               EXIT SECTION
             END-IF
           END-IF

      *    THE POINTS WERE EARNED BY THE CARD THAT MADE THE PURCHASE,
      *    NOT NECESSARILY THE ONE THE CASE WAS OPENED UNDER (A CARD
      *    SINCE REISSUED, OR ANOTHER CARD ON THE SAME ACCOUNT).
           INITIALIZE LOYALTY-INTERFACE
           SET I-LY-OP-REVERSE             TO TRUE
           MOVE CB-ACCOUNT-ID              TO I-LY-ACCOUNT-ID
           IF CB-ON-CARD-LINE
             MOVE CB-TXN-CARD-ID           TO I-LY-CARD-ID
             MOVE CB-LINE-REFERENCE        TO I-LY-REFERENCE
           ELSE
             IF WS-DM-CARD-ID IS NUMERIC
               MOVE WS-DM-CARD-ID          TO I-LY-CARD-ID
             ELSE
               MOVE CB-CARD-ID             TO I-LY-CARD-ID
             END-IF
             MOVE WS-DM-REFERENCE          TO I-LY-REFERENCE
           END-IF
           SET PGNAME-LOYALTY              TO TRUE
           CALL PROGNAME USING LOYALTY-INTERFACE

           EVALUATE TRUE
             WHEN LOYALTY-STATUS-OK
               DISPLAY "LOYALTY POINTS REVERSED: " O-LY-POINTS
                       " -- CUSTOMER BALANCE NOW " O-LY-BALANCE
             WHEN LOYALTY-STATUS-NOT-FOUND
               CONTINUE
             WHEN OTHER
               DISPLAY "LOYALTY POINTS REVERSAL FAILED FOR CASE "
                       CB-ID " -- STATUS " LOYALTY-STATUS
           END-EVALUATE
           .
       F-REVERSE-POINTS-END.
           EXIT.
      ******************************************************************
       F-CLAW-BACK-CREDIT SECTION.
           INITIALIZE ACCDB-INTERFACE
           .
       F-CLAW-BACK-CREDIT-END.
           EXIT.
      ******************************************************************
       F-DEBIT-CARD-LINE SECTION.
      *    THE WHOLE PROVISIONAL CREDIT GOES BACK ON THE LINE AS A
      *    DEBIT, LIMIT OR NOT -- EVEN THE PART CARDCREDIT PAID INTO
      *    THE ACCOUNT, WHICH THE CARDHOLDER NOW OWES ON THE LINE.
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-DEBIT              TO TRUE
           MOVE CB-CARD-ID                 TO I-CCR-CARDID
           MOVE CB-AMOUNT                  TO I-CCR-AMOUNT
           STRING "CHARGEBACK " CB-ID
             DELIMITED BY SIZE INTO I-CCR-REFERENCE
           END-STRING
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           IF NOT CARDCREDIT-STATUS-OK
             DISPLAY "CLAWBACK FAILED FOR CASE " CB-ID
                     " -- CARDCREDIT STATUS " CARDCREDIT-STATUS
             EXIT SECTION
           END-IF

           DISPLAY "DEBITED TO THE CARD LINE: " O-CCR-AMOUNT
                   " -- LINE BALANCE NOW " O-CCR-BALANCE
           .
       F-DEBIT-CARD-LINE-END.
           EXIT.
      ******************************************************************
       F-SHOW-QUEUE SECTION.
           COMPUTE WS-TODAY-SERIAL =
