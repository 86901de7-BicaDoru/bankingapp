      *  the row carries one, posting date otherwise) -- the
      *  FXRATEHIST as-of lookup, not today's rate, so a statement
      *  rendered next quarter still shows the money as it was.
      *  An account holding currency pockets (see POCKET) gets one
      *  further section per pocket after its own history -- the
      *  pocket's balance and its movements off files/pocketledger.dat
      *  in that currency, valued into EUR the same way.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           SELECT STATEMENT-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "files/pocketledger.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PL-KEY
           FILE STATUS IS WS-PL-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  STATEMENT-OUTPUT.
       01  STATEMENT-LINE                PIC X(200).

       FD  LEDGER-FILE.
       COPY POCKETLEDGERRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-FXRATEHIST           VALUE "FXRATEHIST          ".
         88 PGNAME-POCKET               VALUE "POCKET              ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-ACCOUNTID                PIC 9(09).
         05 WS-PAGE-NUMBER               PIC 9(05) VALUE 1.
      *    TRANSDB CONTINUATION KEY -- EACH PAGE PICKS UP AFTER THE
      *    LAST ROW OF THE ONE BEFORE (KEYSET PAGING).
         05 WS-TRANS-CONT-KEY.
           10 WS-TRANS-CONT-ID           PIC 9(09).
           10 WS-TRANS-CONT-TS           PIC X(25).
         05 WS-TRANS-TOTAL               PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED             PIC +ZZZZZZZZZ9.99.
      *  AS-OF-DATE EUR VALUATION WORK FIELDS (F-WRITE-TRANS-LINE)
         05 WS-ACC-CURRENCY              PIC X(03).
         05 WS-ROW-DATE-X                PIC X(08).
         05 WS-ROW-DATE                  PIC 9(08).
         05 WS-EUR-AMOUNT                PIC 9(10)V99.
         05 WS-EUR-EDITED                PIC +ZZZZZZZZZ9.99.
      *    CURRENCY AND AMOUNT F-APPEND-EUR-VALUATION VALUES -- THE
      *    ACCOUNT'S OWN OR A POCKET'S.
         05 WS-VAL-CURRENCY              PIC X(03).
         05 WS-VAL-AMOUNT                PIC 9(10)V99.
      *  CURRENCY POCKET SECTIONS (F-WRITE-POCKETS)
         05 WS-PL-FILE-STATUS            PIC XX VALUE SPACES.
         05 WS-POCKET-CURRENCY           PIC X(03).
         05 WS-POCKET-ROWS               PIC 9(05) VALUE 0.
         05 WS-BAL-EDITED                PIC +ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-PAGES                PIC X VALUE 'Y'.
         05 FG-ACCOUNT-FOUND             PIC X VALUE 'N'.
           88 FG-ACCOUNT-FOUND-Y         VALUE 'Y'.
           88 FG-ACCOUNT-FOUND-N         VALUE 'N'.
         05 FG-MORE-LEDGER-ROWS          PIC X VALUE 'N'.
           88 FG-MORE-LEDGER-ROWS-Y      VALUE 'Y'.
           88 FG-MORE-LEDGER-ROWS-N      VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY FXHISTINTERFACE.
       COPY POCKETINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************

           PERFORM F-WRITE-HEADER
           PERFORM F-WRITE-TRANSACTIONS
           PERFORM F-WRITE-POCKETS
           PERFORM F-WRITE-FOOTER

           CLOSE STATEMENT-OUTPUT
       F-WRITE-TRANSACTIONS SECTION.
           SET FG-MORE-PAGES-Y              TO TRUE
           MOVE 1                           TO WS-PAGE-NUMBER
           MOVE SPACES                      TO WS-TRANS-CONT-KEY
           MOVE 0                           TO WS-TRANS-TOTAL

           PERFORM UNTIL FG-MORE-PAGES-N
           SET I-TRANS-OP-GET-LIST         TO TRUE
           MOVE WS-ACCOUNTID               TO I-TRANS-ACCOUNTID
           MOVE WS-PAGE-NUMBER             TO I-TRANS-PAGE-NUMBER
           MOVE WS-TRANS-CONT-KEY          TO I-TRANS-CONT-KEY
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           MOVE O-TRANSDB-CONT-KEY         TO WS-TRANS-CONT-KEY

           IF NOT TRANSDB-STATUS-OK
             MOVE 0                        TO O-TRANSDB-COUNT

           IF WS-ACC-CURRENCY NOT = "EUR"
             AND WS-ACC-CURRENCY NOT = SPACES
             PERFORM F-SET-TRANS-ROW-DATE
             IF WS-ROW-DATE > 0
               MOVE WS-ACC-CURRENCY         TO WS-VAL-CURRENCY
               MOVE O-TRANS-AMMOUNT(IND-1)  TO WS-VAL-AMOUNT
               PERFORM F-APPEND-EUR-VALUATION
             END-IF
           END-IF

           WRITE STATEMENT-LINE
       F-WRITE-TRANS-LINE-END.
           EXIT.
      ******************************************************************
       F-SET-TRANS-ROW-DATE SECTION.
      *    VALUE DATE WHEN THE ROW CARRIES ONE, POSTING DATE
      *    OTHERWISE -- ZERO WHEN NEITHER IS USABLE.
           MOVE 0                           TO WS-ROW-DATE
           IF O-TRANS-VALUE-DATE(IND-1) > 0
             MOVE O-TRANS-VALUE-DATE(IND-1) TO WS-ROW-DATE
           ELSE
             END-IF
             MOVE WS-ROW-DATE-X             TO WS-ROW-DATE
           END-IF
           .
       F-SET-TRANS-ROW-DATE-END.
           EXIT.
      ******************************************************************
       F-APPEND-EUR-VALUATION SECTION.
      *    EUR EQUIVALENT OF WS-VAL-AMOUNT IN WS-VAL-CURRENCY AT THE
      *    RATE IN EFFECT ON WS-ROW-DATE (SEE FXRATEHIST.cbl). A PAIR
      *    WITH NO HISTORY AND NO CURRENT RATE SIMPLY LEAVES THE LINE
      *    AS IS.
           INITIALIZE FXHIST-INTERFACE
           MOVE SPACES                      TO I-FXH-PAIR
           STRING WS-VAL-CURRENCY "EUR" DELIMITED BY SIZE
             INTO I-FXH-PAIR
           END-STRING
           MOVE WS-ROW-DATE                 TO I-FXH-AS-OF-DATE

           IF FXHIST-STATUS-OK
             COMPUTE WS-EUR-AMOUNT ROUNDED =
                     WS-VAL-AMOUNT * O-FXH-RATE
             MOVE WS-EUR-AMOUNT             TO WS-EUR-EDITED
             STRING
               FUNCTION TRIM(STATEMENT-LINE) DELIMITED BY SIZE
           .
       F-APPEND-EUR-VALUATION-END.
           EXIT.
      ******************************************************************
       F-WRITE-POCKETS SECTION.
      *    ONE SECTION PER CURRENCY POCKET THE ACCOUNT HAS EVER HELD,
      *    EACH ITS OWN POSITION IN ITS OWN CURRENCY. NO POCKETS, NO
      *    SECTIONS.
           INITIALIZE POCKET-INTERFACE
           SET I-PKT-OP-GETLIST            TO TRUE
           MOVE WS-ACCOUNTID               TO I-PKT-ACCOUNTID
           SET PGNAME-POCKET               TO TRUE
           CALL PROGNAME USING POCKET-INTERFACE
           IF NOT POCKET-STATUS-OK
             EXIT SECTION
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-PL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > O-PKT-COUNT
             PERFORM F-WRITE-ONE-POCKET
           END-PERFORM

           CLOSE LEDGER-FILE
           .
       F-WRITE-POCKETS-END.
           EXIT.
      ******************************************************************
       F-WRITE-ONE-POCKET SECTION.
           MOVE O-PKT-L-CURRENCY(IND-2)    TO WS-POCKET-CURRENCY

           MOVE SPACES                     TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           STRING "===== " WS-POCKET-CURRENCY " POCKET ====="
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE O-PKT-L-BALANCE(IND-2)     TO WS-BAL-EDITED
           STRING "Balance    : " FUNCTION TRIM(WS-BAL-EDITED)
                  " " WS-POCKET-CURRENCY
                  "   Status: " O-PKT-L-STATUS(IND-2)
                  "   Auto-FX: " O-PKT-L-AUTO-FX(IND-2)
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           MOVE "DATE                   TYPE       AMOUNT      BALANCE"
                                           TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-ACCOUNTID               TO PL-ACCOUNT-ID
           MOVE WS-POCKET-CURRENCY         TO PL-CURRENCY
           MOVE 0                          TO PL-SEQ
           START LEDGER-FILE KEY IS NOT LESS THAN PL-KEY
             INVALID KEY
               SET FG-MORE-LEDGER-ROWS-N   TO TRUE
             NOT INVALID KEY
               SET FG-MORE-LEDGER-ROWS-Y   TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-LEDGER-ROWS-N
             READ LEDGER-FILE NEXT RECORD
               AT END
                 SET FG-MORE-LEDGER-ROWS-N TO TRUE
               NOT AT END
                 IF PL-ACCOUNT-ID NOT = WS-ACCOUNTID
                 OR PL-CURRENCY NOT = WS-POCKET-CURRENCY
                   SET FG-MORE-LEDGER-ROWS-N TO TRUE
                 ELSE
                   ADD 1                   TO WS-POCKET-ROWS
                   PERFORM F-WRITE-POCKET-LINE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-WRITE-ONE-POCKET-END.
           EXIT.
      ******************************************************************
       F-WRITE-POCKET-LINE SECTION.
           MOVE SPACES                     TO STATEMENT-LINE
           MOVE PL-AMOUNT                  TO WS-AMOUNT-EDITED
           MOVE PL-BALANCE-AFTER           TO WS-BAL-EDITED
           STRING
             PL-TIMESTAMP                  DELIMITED BY SIZE
             " "                           DELIMITED BY SIZE
             PL-TYPE                       DELIMITED BY SIZE
             "     "                       DELIMITED BY SIZE
             FUNCTION TRIM(WS-AMOUNT-EDITED) DELIMITED BY SIZE
             " "                           DELIMITED BY SIZE
             FUNCTION TRIM(WS-BAL-EDITED)  DELIMITED BY SIZE
             INTO STATEMENT-LINE
           END-STRING

      *    AN AUTOMATIC TOP-UP SAYS WHAT IT COST IN THE BASE POCKET.
           IF PL-TYPE-FX-IN
             MOVE PL-BASE-AMOUNT           TO WS-EUR-EDITED
             STRING
               FUNCTION TRIM(STATEMENT-LINE) DELIMITED BY SIZE
               "  FROM "                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-EUR-EDITED)  DELIMITED BY SIZE
               " "                           DELIMITED BY SIZE
               WS-ACC-CURRENCY               DELIMITED BY SIZE
               " @ "                         DELIMITED BY SIZE
               PL-FX-RATE                    DELIMITED BY SIZE
               INTO STATEMENT-LINE
             END-STRING
           END-IF

           IF WS-POCKET-CURRENCY NOT = "EUR"
             MOVE PL-POST-DATE             TO WS-ROW-DATE
             MOVE WS-POCKET-CURRENCY       TO WS-VAL-CURRENCY
             MOVE PL-AMOUNT                TO WS-VAL-AMOUNT
             PERFORM F-APPEND-EUR-VALUATION
           END-IF

           WRITE STATEMENT-LINE
           .
       F-WRITE-POCKET-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-FOOTER SECTION.
           MOVE SPACES                     TO STATEMENT-LINE
             DELIMITED BY SIZE INTO STATEMENT-LINE
           END-STRING
           WRITE STATEMENT-LINE

           IF WS-POCKET-ROWS > 0
             STRING "Pocket movements  : " WS-POCKET-ROWS
               DELIMITED BY SIZE INTO STATEMENT-LINE
             END-STRING
             WRITE STATEMENT-LINE
           END-IF
           .
       F-WRITE-FOOTER-END.
           EXIT.
