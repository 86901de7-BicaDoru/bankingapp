      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOYALTYMAINT.
      ******************************************************************
      *  Loyalty points maintenance tool -- the FEEMAINT/PARMAINT
      *  pattern applied to the earn rates LOYALTY uses when CARDCLEAR
      *  settles a purchase, plus a look at one customer's points
      *  ledger. Run standalone, e.g.:
      *     LOYALTYMAINT ADD C 5411 2026-11-01 2.00 0003
      *     LOYALTYMAINT EDIT * **** 2026-11-01 0.75 0003
      *     LOYALTYMAINT DELETE D 5812 2026-11-01 0003
      *     LOYALTYMAINT LIST
      *     LOYALTYMAINT HISTORY 000000042
      *  A rate row is CARD TYPE (D debit, C credit, * either),
      *  MERCHANT CATEGORY (a four-character MCC, **** any), the
      *  EFFECTIVE-DATE (YYYY-MM-DD) it takes hold from, and the
      *  points earned per whole currency unit spent. The three
      *  together are the key. LOYALTY uses the most specific row
      *  that covers the purchase (a named MCC first, then a named
      *  card type), and among those the latest one not after the
      *  purchase date, so a new rate never reprices points already
      *  earned. A purchase no row covers earns the card type's
      *  default rate from LOYALTYCONFIG.
      *  The trailing bank-user argument on ADD/EDIT/DELETE is who is
      *  making the change; every mutation goes through AUDITLOG
      *  under it (entity LOYALTYRT).
      *  files/data/loyaltyrates.dat is LINE SEQUENTIAL -- the whole
      *  table is loaded, changed, and rewritten in full, the same
      *  way FEEMAINT and PARMAINT maintain their catalogs.
      *  HISTORY lists every movement on the customer's ledger
      *  (files/loyalty.dat, see LOYALTYRECORD) in the order it
      *  happened, with the running balance.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "files/data/loyaltyrates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT LY-FILE ASSIGN TO "files/loyalty.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LY-KEY
           FILE STATUS IS WS-LY-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  RATE-FILE.
       01  RATE-FILE-RECORD.
           05 FILE-LR-CARD-TYPE         PIC X(01).
           05 FILE-LR-MCC               PIC X(04).
           05 FILE-LR-EFF-DATE          PIC X(10).
           05 FILE-LR-RATE              PIC 9(03)V99.

       FD  LY-FILE.
       COPY LOYALTYRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOYALTYMAINT        ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION                PIC X(08).
           88 ARG-OP-ADD                 VALUE "ADD".
           88 ARG-OP-EDIT                VALUE "EDIT".
           88 ARG-OP-DELETE              VALUE "DELETE".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-HISTORY             VALUE "HISTORY".
      *    CARD TYPE ON THE RATE VERBS, CUSTOMER ID ON HISTORY.
         05 ARG-TYPE-TOK                PIC X(09).
         05 ARG-MCC                     PIC X(04).
         05 ARG-EFF-DATE                PIC X(10).
         05 ARG-RATE-TOK                PIC X(15).
         05 ARG-BUSR-TOK                PIC X(09).
         05 ARG-CARD-TYPE               PIC X(01).
           88 ARG-CARD-TYPE-OK          VALUES "D" "C" "*".
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-LY-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-ENTRY-COUNT              PIC 9(05) VALUE 0.
         05 IND-1                       PIC 9(05).
         05 WS-FOUND-INDEX              PIC 9(05) VALUE 0.
         05 WS-RATE-EDITED              PIC ZZ9.99.
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CUSTOMER-ID              PIC 9(09).
         05 WS-RUNNING-BALANCE          PIC S9(09).
         05 WS-ROW-COUNT                PIC 9(07).
         05 WS-POINTS-EDITED            PIC -ZZZZZZZZ9.
         05 WS-BALANCE-EDITED           PIC -ZZZZZZZZ9.
         05 WS-REMAIN-EDITED            PIC ZZZZZZZZ9.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-TYPE-TEXT                PIC X(08).
         05 FG-RATE-FOUND               PIC X VALUE 'N'.
           88 FG-RATE-FOUND-Y           VALUE 'Y'.
           88 FG-RATE-FOUND-N           VALUE 'N'.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.

      *   IN-MEMORY COPY OF THE RATE TABLE -- LOADED AT STARTUP,
      *   EDITED IN PLACE, AND REWRITTEN WHOLESALE ON SAVE.
       01 RATE-TABLE.
         05 LR-TABLE-ENTRY              OCCURS 200 TIMES
                                         INDEXED BY IND-2.
           10 LR-T-CARD-TYPE            PIC X(01).
           10 LR-T-MCC                  PIC X(04).
           10 LR-T-EFF-DATE             PIC X(10).
           10 LR-T-RATE                 PIC 9(03)V99.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY AUDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           PERFORM F-PARSE-COMMAND
           PERFORM F-LOAD-RATES

           EVALUATE TRUE
             WHEN ARG-OP-ADD
               PERFORM F-ADD-ENTRY
             WHEN ARG-OP-EDIT
               PERFORM F-EDIT-ENTRY
             WHEN ARG-OP-DELETE
               PERFORM F-DELETE-ENTRY
             WHEN ARG-OP-LIST
               PERFORM F-LIST-ENTRIES
             WHEN ARG-OP-HISTORY
               PERFORM F-LIST-HISTORY
             WHEN OTHER
               DISPLAY
                 "USAGE: LOYALTYMAINT ADD|EDIT|DELETE|LIST|HISTORY ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LOYALTYMAINT MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LOYALTYMAINT MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PARSE-COMMAND SECTION.
      *    OPERATION, CARD TYPE, MCC, EFFECTIVE DATE, RATE AND THE
      *    ACTING BANK USER ARE ALL FIXED TOKENS -- DELETE TAKES NO
      *    RATE, SO ITS BANK USER LANDS IN ARG-RATE-TOK AND IS PICKED
      *    UP THERE (AS IN PARMAINT). HISTORY TAKES ONLY A CUSTOMER ID.
           MOVE 1                         TO WS-PTR
           MOVE SPACES                    TO ARG-OPERATION
                                              ARG-TYPE-TOK
                                              ARG-MCC
                                              ARG-EFF-DATE
                                              ARG-RATE-TOK
                                              ARG-BUSR-TOK

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TYPE-TOK, ARG-MCC, ARG-EFF-DATE,
                  ARG-RATE-TOK, ARG-BUSR-TOK
             WITH POINTER WS-PTR
           END-UNSTRING

           MOVE ARG-TYPE-TOK(1:1)         TO ARG-CARD-TYPE

           MOVE 0                         TO WS-CUSTOMER-ID
           IF ARG-OP-HISTORY
           AND FUNCTION TEST-NUMVAL(ARG-TYPE-TOK) = 0
             MOVE FUNCTION NUMVAL(ARG-TYPE-TOK)
                                          TO WS-CUSTOMER-ID
           END-IF

           MOVE 0                         TO WS-ACTOR-BUSR-ID
           IF ARG-OP-DELETE
           AND FUNCTION TEST-NUMVAL(ARG-RATE-TOK) = 0
             MOVE FUNCTION NUMVAL(ARG-RATE-TOK)
                                          TO WS-ACTOR-BUSR-ID
           ELSE
             IF ARG-BUSR-TOK NOT = SPACES
               MOVE FUNCTION NUMVAL(ARG-BUSR-TOK)
                                          TO WS-ACTOR-BUSR-ID
             END-IF
           END-IF
           .
       F-PARSE-COMMAND-END.
           EXIT.
      ******************************************************************
       F-LOAD-RATES SECTION.
           MOVE 0                         TO WS-ENTRY-COUNT
           OPEN INPUT RATE-FILE
           IF WS-FILE-STATUS = "35"
             CONTINUE
           ELSE
             SET FG-MORE-RECORDS-Y        TO TRUE
             PERFORM UNTIL FG-MORE-RECORDS-N
               READ RATE-FILE
                 AT END
                   SET FG-MORE-RECORDS-N  TO TRUE
                 NOT AT END
                   ADD 1                  TO WS-ENTRY-COUNT
                   MOVE FILE-LR-CARD-TYPE
                     TO LR-T-CARD-TYPE(WS-ENTRY-COUNT)
                   MOVE FILE-LR-MCC
                     TO LR-T-MCC(WS-ENTRY-COUNT)
                   MOVE FILE-LR-EFF-DATE
                     TO LR-T-EFF-DATE(WS-ENTRY-COUNT)
                   MOVE FILE-LR-RATE
                     TO LR-T-RATE(WS-ENTRY-COUNT)
               END-READ
             END-PERFORM
             CLOSE RATE-FILE
           END-IF
           .
       F-LOAD-RATES-END.
           EXIT.
      ******************************************************************
       F-SAVE-RATES SECTION.
           OPEN OUTPUT RATE-FILE
           PERFORM VARYING IND-1 FROM 1 BY 1
           UNTIL IND-1 > WS-ENTRY-COUNT
             MOVE LR-T-CARD-TYPE(IND-1)   TO FILE-LR-CARD-TYPE
             MOVE LR-T-MCC(IND-1)         TO FILE-LR-MCC
             MOVE LR-T-EFF-DATE(IND-1)    TO FILE-LR-EFF-DATE
             MOVE LR-T-RATE(IND-1)        TO FILE-LR-RATE
             WRITE RATE-FILE-RECORD
           END-PERFORM
           CLOSE RATE-FILE
           .
       F-SAVE-RATES-END.
           EXIT.
      ******************************************************************
       F-FIND-RATE SECTION.
           SET FG-RATE-FOUND-N            TO TRUE
           MOVE 0                         TO WS-FOUND-INDEX
           PERFORM VARYING IND-1 FROM 1 BY 1
           UNTIL IND-1 > WS-ENTRY-COUNT OR FG-RATE-FOUND-Y
             IF LR-T-CARD-TYPE(IND-1) = ARG-CARD-TYPE
               AND LR-T-MCC(IND-1) = ARG-MCC
               AND LR-T-EFF-DATE(IND-1) = ARG-EFF-DATE
               SET FG-RATE-FOUND-Y        TO TRUE
               MOVE IND-1                 TO WS-FOUND-INDEX
             END-IF
           END-PERFORM
           .
       F-FIND-RATE-END.
           EXIT.
      ******************************************************************
       F-AUDIT-CHANGE SECTION.
      *    AN EARN RATE IS WHAT THE BANK PAYS OUT ON EVERY PURCHASE --
      *    IT GETS THE SAME TRAIL ANY SENSITIVE MUTATION GETS.
           INITIALIZE AUDIT-INTERFACE
           MOVE "LOYALTYRT"               TO I-AUDIT-ENTITY
           MOVE 0                         TO I-AUDIT-ENTITY-ID
           EVALUATE TRUE
             WHEN ARG-OP-ADD
               SET I-AUDIT-ACT-CREATE     TO TRUE
             WHEN ARG-OP-DELETE
               SET I-AUDIT-ACT-DELETE     TO TRUE
             WHEN OTHER
               SET I-AUDIT-ACT-UPDATE     TO TRUE
           END-EVALUATE
           MOVE WS-ACTOR-BUSR-ID          TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG            TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE
           .
       F-AUDIT-CHANGE-END.
           EXIT.
      ******************************************************************
       F-ADD-ENTRY SECTION.
           IF NOT ARG-CARD-TYPE-OK OR ARG-MCC = SPACES
             DISPLAY "CARD TYPE MUST BE D, C OR * AND MCC GIVEN: "
               ARG-TYPE-TOK " " ARG-MCC
             EXIT SECTION
           END-IF

           PERFORM F-FIND-RATE
           IF FG-RATE-FOUND-Y
             DISPLAY "LOYALTY RATE ROW ALREADY EXISTS: " ARG-CARD-TYPE
               " " ARG-MCC " " ARG-EFF-DATE
           ELSE
             IF WS-ENTRY-COUNT >= 200
               DISPLAY "LOYALTY RATE TABLE IS FULL"
             ELSE
               ADD 1                     TO WS-ENTRY-COUNT
               MOVE ARG-CARD-TYPE
                 TO LR-T-CARD-TYPE(WS-ENTRY-COUNT)
               MOVE ARG-MCC
                 TO LR-T-MCC(WS-ENTRY-COUNT)
               MOVE ARG-EFF-DATE
                 TO LR-T-EFF-DATE(WS-ENTRY-COUNT)
               MOVE FUNCTION NUMVAL(ARG-RATE-TOK)
                 TO LR-T-RATE(WS-ENTRY-COUNT)
               PERFORM F-SAVE-RATES
               PERFORM F-AUDIT-CHANGE
               DISPLAY "ADDED LOYALTY RATE ROW " ARG-CARD-TYPE
                 " " ARG-MCC " " ARG-EFF-DATE
             END-IF
           END-IF
           .
       F-ADD-ENTRY-END.
           EXIT.
      ******************************************************************
       F-EDIT-ENTRY SECTION.
           PERFORM F-FIND-RATE
           IF NOT FG-RATE-FOUND-Y
             DISPLAY "NO SUCH LOYALTY RATE ROW: " ARG-CARD-TYPE
               " " ARG-MCC " " ARG-EFF-DATE
           ELSE
             MOVE FUNCTION NUMVAL(ARG-RATE-TOK)
               TO LR-T-RATE(WS-FOUND-INDEX)
             PERFORM F-SAVE-RATES
             PERFORM F-AUDIT-CHANGE
             DISPLAY "UPDATED LOYALTY RATE ROW " ARG-CARD-TYPE
               " " ARG-MCC " " ARG-EFF-DATE
           END-IF
           .
       F-EDIT-ENTRY-END.
           EXIT.
      ******************************************************************
       F-DELETE-ENTRY SECTION.
           PERFORM F-FIND-RATE
           IF NOT FG-RATE-FOUND-Y
             DISPLAY "NO SUCH LOYALTY RATE ROW: " ARG-CARD-TYPE
               " " ARG-MCC " " ARG-EFF-DATE
           ELSE
             PERFORM VARYING IND-1 FROM WS-FOUND-INDEX BY 1
             UNTIL IND-1 >= WS-ENTRY-COUNT
               MOVE LR-TABLE-ENTRY(IND-1 + 1)
                                         TO LR-TABLE-ENTRY(IND-1)
             END-PERFORM
             SUBTRACT 1                  FROM WS-ENTRY-COUNT
             PERFORM F-SAVE-RATES
             PERFORM F-AUDIT-CHANGE
             DISPLAY "DELETED LOYALTY RATE ROW " ARG-CARD-TYPE
               " " ARG-MCC " " ARG-EFF-DATE
           END-IF
           .
       F-DELETE-ENTRY-END.
           EXIT.
      ******************************************************************
       F-LIST-ENTRIES SECTION.
           PERFORM VARYING IND-1 FROM 1 BY 1
           UNTIL IND-1 > WS-ENTRY-COUNT
             MOVE LR-T-RATE(IND-1)        TO WS-RATE-EDITED
             DISPLAY LR-T-CARD-TYPE(IND-1) " " LR-T-MCC(IND-1) " "
               LR-T-EFF-DATE(IND-1) " "
               FUNCTION TRIM(WS-RATE-EDITED)
           END-PERFORM
           .
       F-LIST-ENTRIES-END.
           EXIT.
      ******************************************************************
       F-LIST-HISTORY SECTION.
      *    THE CUSTOMER'S ROWS ARE ADJACENT ON THE KEY AND IN THE ORDER
      *    THEY HAPPENED, SO ONE START AND A READ NEXT UNTIL THE
      *    CUSTOMER CHANGES GIVES THE WHOLE LEDGER.
           IF WS-CUSTOMER-ID = 0
             DISPLAY "USAGE: LOYALTYMAINT HISTORY <CUSTOMER ID>"
             EXIT SECTION
           END-IF

           OPEN INPUT LY-FILE
           IF WS-LY-FILE-STATUS NOT = "00"
             DISPLAY "NO LOYALTY POINTS ON FILE"
             EXIT SECTION
           END-IF

           MOVE 0                         TO WS-RUNNING-BALANCE
           MOVE 0                         TO WS-ROW-COUNT
           MOVE WS-CUSTOMER-ID            TO LY-CUSTOMER-ID
           MOVE 0                         TO LY-SEQ
           START LY-FILE KEY IS NOT LESS THAN LY-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N      TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y      TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 IF LY-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                   SET FG-MORE-RECORDS-N  TO TRUE
                 ELSE
                   PERFORM F-DISPLAY-HISTORY-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE LY-FILE

           MOVE WS-RUNNING-BALANCE        TO WS-BALANCE-EDITED
           DISPLAY "CUSTOMER " WS-CUSTOMER-ID " | ROWS: " WS-ROW-COUNT
             " | BALANCE: " FUNCTION TRIM(WS-BALANCE-EDITED)
           .
       F-LIST-HISTORY-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-HISTORY-ROW SECTION.
           ADD 1                          TO WS-ROW-COUNT
           ADD LY-POINTS                  TO WS-RUNNING-BALANCE

           EVALUATE TRUE
             WHEN LY-IS-EARN
               MOVE "EARN"                TO WS-TYPE-TEXT
             WHEN LY-IS-REVERSAL
               MOVE "REVERSAL"            TO WS-TYPE-TEXT
             WHEN LY-IS-REDEEM
               MOVE "REDEEM"              TO WS-TYPE-TEXT
             WHEN LY-IS-EXPIRY
               MOVE "EXPIRY"              TO WS-TYPE-TEXT
             WHEN OTHER
               MOVE LY-TYPE               TO WS-TYPE-TEXT
           END-EVALUATE

           MOVE LY-POINTS                 TO WS-POINTS-EDITED
           MOVE WS-RUNNING-BALANCE        TO WS-BALANCE-EDITED
           MOVE LY-AMOUNT                 TO WS-AMOUNT-EDITED

           IF LY-IS-EARN
             MOVE LY-REMAINING            TO WS-REMAIN-EDITED
             DISPLAY LY-SEQ " " LY-DATE " " WS-TYPE-TEXT " "
               WS-POINTS-EDITED " " WS-BALANCE-EDITED
               " | CARD " LY-CARD-ID " " LY-CARD-TYPE " MCC " LY-MCC
               " AMT " FUNCTION TRIM(WS-AMOUNT-EDITED)
               " REF " FUNCTION TRIM(LY-REFERENCE)
               " | LEFT " FUNCTION TRIM(WS-REMAIN-EDITED)
               " EXPIRES " LY-EXPIRY-DATE
               " REVERSED " LY-REVERSED
           ELSE
             DISPLAY LY-SEQ " " LY-DATE " " WS-TYPE-TEXT " "
               WS-POINTS-EDITED " " WS-BALANCE-EDITED
               " | CARD " LY-CARD-ID " ACCOUNT " LY-ACCOUNT-ID
               " REF " FUNCTION TRIM(LY-REFERENCE)
               " BY " LY-ACTOR-BUSR-ID
           END-IF
           .
       F-DISPLAY-HISTORY-ROW-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
