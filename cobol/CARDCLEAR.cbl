      *  files/reports/CARD_CLEARING_RESULTS.txt, instead of being
      *  guessed at. HOLDRPT's capture-rate numbers now reflect the
      *  network's reality instead of our typing speed.
      *     A CREDIT card's item settles against its revolving line
      *  instead (CARDCREDIT CAPTURE on the authorization sequence the
      *  card carries in CARD-HOLD-ID) -- a purchase on the line, not
      *  a withdrawal from the linked account.
      *     A debit card's item the linked account can no longer
      *  cover is first topped up by the account's overdraft
      *  protection (ODPROTECT) from its linked savings account.
      *     Every item is first put through the card's usage controls
      *  (CARDCTL CHECK) on the merchant category, country, channel
      *  and purchase date the network sent. An item a control
      *  refuses is not settled -- it goes on the exceptions side
      *  with the control's reason, and onto the fraud queue.
      *     An item the network sends by card number instead of card
      *  id is matched through the card number vault (CARDVAULT
      *  FINDPAN); the number itself never reaches the results file.
      *     Every settled item, debit or credit card, earns the
      *  customer loyalty points (LOYALTY EARN) at the rate for the
      *  card type and merchant category; the run total is on the
      *  results file's summary line.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-HOLDDB               VALUE "HOLDDB              ".
         88 PGNAME-CARDCREDIT           VALUE "CARDCREDIT          ".
         88 PGNAME-ODPROTECT            VALUE "ODPROTECT           ".
         88 PGNAME-CARDCTL              VALUE "CARDCTL             ".
         88 PGNAME-CARDVAULT            VALUE "CARDVAULT           ".
         88 PGNAME-LOYALTY              VALUE "LOYALTY             ".

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-ITEMS-READ               PIC 9(07) VALUE 0.
         05 WS-ITEMS-CAPTURED           PIC 9(07) VALUE 0.
         05 WS-ITEMS-EXCEPTIONS         PIC 9(07) VALUE 0.
         05 WS-POINTS-EARNED            PIC 9(09) VALUE 0.

         05 WS-HOLD-AMOUNT              PIC 9(10)V99.
         05 WS-RELEASED-AMOUNT          PIC 9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-CAP-BALANCE              PIC S9(10)V99.
         05 WS-EXCEPTION-REASON         PIC X(40).

         05 WS-TIME-RAW                 PIC 9(08).
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY HOLDINTERFACE.
       COPY CARDCREDITINTERFACE.
       COPY ODPROTECTINTERFACE.
       COPY CARDCTLINTERFACE.
       COPY CARDVAULTINTERFACE.
       COPY LOYALTYINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
             " | CAPTURED: ",
             FUNCTION TRIM(WS-ITEMS-CAPTURED),
             " | EXCEPTIONS: ",
             FUNCTION TRIM(WS-ITEMS-EXCEPTIONS),
             " | POINTS EARNED: ",
             FUNCTION TRIM(WS-POINTS-EARNED)
             INTO RESULTS-LINE
           END-STRING
           WRITE RESULTS-LINE
           SET FG-ITEM-OK-Y                TO TRUE
           MOVE SPACES                     TO WS-EXCEPTION-REASON

           IF CC-CARD-ID IS NOT NUMERIC
             MOVE 0                        TO CC-CARD-ID
           END-IF
           IF CC-CARD-ID = 0 AND CC-PAN NOT = SPACES
             PERFORM F-MATCH-CARD-NUMBER
           END-IF

           IF FG-ITEM-OK-Y
             MOVE CC-CARD-ID               TO CARD-ID
             READ CARD-FILE
               INVALID KEY
                 SET FG-ITEM-OK-N          TO TRUE
                 MOVE "NO SUCH CARD"       TO WS-EXCEPTION-REASON
             END-READ
           END-IF

           IF FG-ITEM-OK-Y AND CARD-HOLD-ID = 0
             SET FG-ITEM-OK-N              TO TRUE
             MOVE "NO OPEN AUTHORIZATION"  TO WS-EXCEPTION-REASON
           END-IF

           IF FG-ITEM-OK-Y
             PERFORM F-CHECK-CARD-CONTROLS
           END-IF

           IF FG-ITEM-OK-Y AND CARD-TYPE-CREDIT
             PERFORM F-SETTLE-CREDIT-ITEM
             IF FG-ITEM-OK-Y
               PERFORM F-EARN-POINTS
             END-IF
             PERFORM F-COUNT-AND-WRITE
             EXIT SECTION
           END-IF

           IF FG-ITEM-OK-Y
             PERFORM F-FETCH-HOLD
           END-IF
             PERFORM F-SETTLE-ITEM
           END-IF

           IF FG-ITEM-OK-Y
             PERFORM F-EARN-POINTS
           END-IF

           PERFORM F-COUNT-AND-WRITE
           .
       F-PROCESS-ITEM-END.
           EXIT.
      ******************************************************************
       F-MATCH-CARD-NUMBER SECTION.
      *    card.dat ONLY CARRIES TOKENS -- THE VAULT TURNS THE
      *    NETWORK'S CARD NUMBER BACK INTO OUR CARD ID.
           INITIALIZE CARDVAULT-INTERFACE
           SET I-PV-OP-FINDPAN             TO TRUE
           MOVE PGM-ID                     TO I-PV-CALLER
           MOVE CC-PAN                     TO I-PV-PAN
           SET PGNAME-CARDVAULT            TO TRUE
           CALL PROGNAME USING CARDVAULT-INTERFACE

           IF CARDVAULT-STATUS-OK
             MOVE O-PV-CARDID              TO CC-CARD-ID
           ELSE
             SET FG-ITEM-OK-N              TO TRUE
             MOVE "CARD NUMBER NOT IN VAULT"
                                           TO WS-EXCEPTION-REASON
           END-IF
           .
       F-MATCH-CARD-NUMBER-END.
           EXIT.
      ******************************************************************
       F-CHECK-CARD-CONTROLS SECTION.
      *    SAME CHECK CARDMAINT AUTH MAKES -- THE NETWORK MAY CLEAR AN
      *    ITEM THE AUTHORIZATION NEVER DESCRIBED, OR THE CARDHOLDER
      *    MAY HAVE TIGHTENED THE CONTROLS SINCE. THE HOLD IS LEFT
      *    OPEN FOR CARDHOLDEXP TO RELEASE.
      *    A DECLINE HAS ALREADY BEEN PUT ON THE FRAUD QUEUE BY CARDCTL.
           INITIALIZE CARDCTL-INTERFACE
           SET I-CTL-OP-CHECK              TO TRUE
           MOVE CARD-ID                    TO I-CTL-CARDID
           MOVE CC-MCC                     TO I-CTL-MCC
           MOVE CC-COUNTRY                 TO I-CTL-COUNTRY
           MOVE CC-CHANNEL                 TO I-CTL-CHANNEL
           IF CC-TXN-DATE IS NUMERIC
             MOVE CC-TXN-DATE              TO I-CTL-DATE
           END-IF
           MOVE CC-AMOUNT                  TO I-CTL-AMOUNT
           MOVE "CARDCLEAR"                TO I-CTL-TRTYPE
           SET PGNAME-CARDCTL              TO TRUE
           CALL PROGNAME USING CARDCTL-INTERFACE

           IF CARDCTL-STATUS-DECLINED
             SET FG-ITEM-OK-N              TO TRUE
             MOVE O-CTL-REASON             TO WS-EXCEPTION-REASON
           END-IF
           .
       F-CHECK-CARD-CONTROLS-END.
           EXIT.
      ******************************************************************
       F-COUNT-AND-WRITE SECTION.
           IF FG-ITEM-OK-Y
             ADD 1                         TO WS-ITEMS-CAPTURED
           ELSE

           PERFORM F-WRITE-RESULT-LINE
           .
       F-COUNT-AND-WRITE-END.
           EXIT.
      ******************************************************************
       F-SETTLE-CREDIT-ITEM SECTION.
      *    ONE CALL DOES WHAT F-FETCH-HOLD/F-SETTLE-ITEM DO FOR A
      *    DEBIT CARD: CHECKS THE AUTHORIZATION IS STILL OPEN AND
      *    COVERS THE CLEARED AMOUNT, POSTS THE PURCHASE TO THE LINE
      *    AND FREES THE UNCLEARED REMAINDER.
           MOVE 0                          TO WS-RELEASED-AMOUNT
           INITIALIZE CARDCREDIT-INTERFACE
           SET I-CCR-OP-CAPTURE            TO TRUE
           MOVE CARD-ACCOUNT-ID            TO I-CCR-ACCOUNTID
           MOVE CARD-ID                    TO I-CCR-CARDID
           MOVE CARD-HOLD-ID               TO I-CCR-SEQ
           MOVE CC-AMOUNT                  TO I-CCR-AMOUNT
           MOVE CC-REFERENCE               TO I-CCR-REFERENCE
           SET PGNAME-CARDCREDIT           TO TRUE
           CALL PROGNAME USING CARDCREDIT-INTERFACE

           EVALUATE TRUE
             WHEN CARDCREDIT-STATUS-OK
               MOVE O-CCR-RELEASED-AMOUNT  TO WS-RELEASED-AMOUNT
               MOVE 0                      TO CARD-HOLD-ID
               MOVE 0                      TO CARD-HOLD-EXPIRY
               REWRITE CARD-RECORD
             WHEN CARDCREDIT-STATUS-BAD-AUTH
               SET FG-ITEM-OK-N            TO TRUE
               MOVE "AUTH NOT OPEN OR CLEARED AMOUNT EXCEEDS IT"
                                           TO WS-EXCEPTION-REASON
             WHEN CARDCREDIT-STATUS-NOT-FOUND
               SET FG-ITEM-OK-N            TO TRUE
               MOVE "NO CREDIT LINE OR AUTHORIZATION"
                                           TO WS-EXCEPTION-REASON
             WHEN OTHER
               SET FG-ITEM-OK-N            TO TRUE
               MOVE "SETTLEMENT POST FAILED" TO WS-EXCEPTION-REASON
           END-EVALUATE
           .
       F-SETTLE-CREDIT-ITEM-END.
           EXIT.
      ******************************************************************
       F-EARN-POINTS SECTION.
      *    THE ITEM IS ALREADY SETTLED -- A LEDGER PROBLEM COSTS THE
      *    CUSTOMER THE POINTS, NOT THE SETTLEMENT.
           INITIALIZE LOYALTY-INTERFACE
           SET I-LY-OP-EARN                TO TRUE
           MOVE CARD-ACCOUNT-ID            TO I-LY-ACCOUNT-ID
           MOVE CARD-ID                    TO I-LY-CARD-ID
           MOVE CC-REFERENCE               TO I-LY-REFERENCE
           MOVE CARD-TYPE                  TO I-LY-CARD-TYPE
           MOVE CC-MCC                     TO I-LY-MCC
           MOVE CC-AMOUNT                  TO I-LY-AMOUNT
           IF CC-TXN-DATE IS NUMERIC
             MOVE CC-TXN-DATE              TO I-LY-DATE
           END-IF
           SET PGNAME-LOYALTY              TO TRUE
           CALL PROGNAME USING LOYALTY-INTERFACE

           IF LOYALTY-STATUS-OK
             ADD O-LY-POINTS               TO WS-POINTS-EARNED
           END-IF
           .
       F-EARN-POINTS-END.
           EXIT.
      ******************************************************************
       F-FETCH-HOLD SECTION.
             EXIT SECTION
           END-IF

      *    A CAPTURE THE ACCOUNT CAN NO LONGER COVER IS TOPPED UP BY
      *    ITS OVERDRAFT PROTECTION FIRST (SEE ODPROTECT); WITHOUT A
      *    LINK IT SETTLES AS BEFORE.
           MOVE O-ACC-BALANCE(1)           TO WS-CAP-BALANCE
           IF CC-AMOUNT > WS-CAP-BALANCE
             INITIALIZE ODPROTECT-INTERFACE
             SET I-ODP-OP-COVER            TO TRUE
             MOVE CARD-ACCOUNT-ID          TO I-ODP-ACCOUNTID
             COMPUTE I-ODP-AMOUNT = CC-AMOUNT - WS-CAP-BALANCE
             STRING "CARD " CARD-ID        DELIMITED BY SIZE
               INTO I-ODP-REFERENCE
             END-STRING
             SET PGNAME-ODPROTECT          TO TRUE
             CALL PROGNAME USING ODPROTECT-INTERFACE
             IF ODPROTECT-STATUS-OK
               MOVE O-ODP-NEW-BALANCE      TO WS-CAP-BALANCE
             END-IF
           END-IF

           COMPUTE WS-NEW-BALANCE =
                   WS-CAP-BALANCE - CC-AMOUNT

           PERFORM F-POST-CAPTURE-TRANSACTION
           IF FG-CAPTURE-OK-Y
