      *  for the correspondent desk, and a "WI" line is appended to
      *  the day's ACH_SETTLEMENT_DETAIL companion so SETLRECON
      *  reconciles outbound wires exactly like ACH items.
      *  The wire desk also remits garnishment orders served with a
      *  wire remittance (see GARNISH):
      *     WIRE GARNISH 00004 0003
      *  (order id, acting bank user) wires everything GARNRUN has
      *  captured on the order and not yet paid to the issuing
      *  authority, quoting the authority's reference. The funds
      *  already left the debtor's accounts at capture, so nothing
      *  is debited here and the bank bears the charges (OUR); the
      *  settlement line carries origin "GN" and the order id. An
      *  order satisfied and now fully remitted is closed.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT GARNISH-FILE ASSIGN TO "files/garnish.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GN-ID
           FILE STATUS IS WS-GN-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "files/fxrates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD  SETTLEMENT-DETAIL-FILE.
       01  DETAIL-LINE                  PIC X(200).

       FD  GARNISH-FILE.
       COPY GARNISHRECORD.

       FD  FX-RATE-FILE.
       COPY FXRATERECORD.

       01  FEE-SCHEDULE-FILE-RECORD.
           05 FILE-FS-CODE              PIC X(08).
           05 FILE-FS-EFF-DATE          PIC X(10).
           05 FILE-FS-AMOUNT            PIC 9(10)V99.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-SCREENCHK            VALUE "SCREENCHK           ".
         88 PGNAME-FEEWAIVER            VALUE "FEEWAIVER           ".

       01 CONSTANTS.
         COPY WIRECONFIG.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-SEND                VALUE "SEND".
           88 ARG-OP-GARNISH             VALUE "GARNISH".
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(03).
         05 ARG-TOK5                    PIC X(03).
         05 ARG-TOK6                    PIC X(09).
         05 ARG-TOK7                    PIC X(30).
         05 ARG-TOK8                    PIC X(11).
         05 WS-PTR                      PIC 9(03).
         05 WS-DETAIL-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-FXR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-FEE-SCHED-STATUS         PIC XX VALUE SPACES.
         05 WS-GN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-WIRE-FILENAME            PIC X(40).
         05 WS-DETAIL-FILENAME          PIC X(60).

         05 WS-ACCOUNT-ID               PIC 9(09).
         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-WIRED-AMOUNT             PIC 9(10)V99.
         05 WS-DEST-AMOUNT              PIC 9(10)V99.
         05 WS-DEST-CCY                 PIC X(03).
         05 WS-CHARGE-OPT               PIC X(03).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-DEST-IBAN                PIC X(30).
         05 WS-CORR-BIC                 PIC X(11).
         05 WS-BENEF-TEXT               PIC X(80).
         05 WS-BENEF-ADDRESS            PIC X(35).
         05 WS-SRC-IBAN                 PIC X(30).
         05 WS-SRC-CCY                  PIC X(03).
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-CUR-WIRE-FEE             PIC 9(10)V99.
         05 WS-BEST-FEE-DATE            PIC X(10).
         05 WS-FX-RATE                  PIC 9(03)V9999.
         05 WS-REFERENCE                PIC X(20).
         05 WS-TRANS-MEMO               PIC X(40).
         05 WS-TRANS-TYPE               PIC X(10).
      *  ORIGIN STAMPED ON THE SETTLEMENT-DETAIL LINE -- "WI" AND THE
      *  SOURCE ACCOUNT FOR A CUSTOMER WIRE, "GN" AND THE ORDER ID
      *  FOR A GARNISHMENT REMITTANCE.
         05 WS-DETAIL-ORIGIN            PIC X(02).
         05 WS-DETAIL-ORIGIN-ID         PIC 9(09).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-BUSDATE-NUM-X.
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY SCREENINTERFACE.
       COPY FEEWAIVERINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
             WITH POINTER WS-PTR
           END-UNSTRING

           EVALUATE TRUE
             WHEN ARG-OP-SEND
               PERFORM F-SEND-WIRE
             WHEN ARG-OP-GARNISH
               PERFORM F-SEND-GARNISH-WIRE
             WHEN OTHER
               DISPLAY "USAGE: WIRE SEND <accid> <amount> <ccy> "
                       "OUR|SHA|BEN <busr> <dest-iban> <corr-bic> "
                       "<benef name / address>"
               DISPLAY "       WIRE GARNISH <order-id> <busr>"
           END-EVALUATE

           PERFORM F-FINISH
           .
      ******************************************************************
       F-SEND-WIRE SECTION.
           SET FG-WIRE-OK-N                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK6) NOT = 0
             DISPLAY "ACCOUNT AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
               EXIT SECTION
             END-IF
           END-IF

           PERFORM F-APPLY-FEE-WAIVER
           IF WS-CHARGE-OPT = "BEN"
             COMPUTE WS-WIRED-AMOUNT =
                     WS-AMOUNT - WS-CUR-WIRE-FEE
           END-IF
           COMPUTE WS-DEST-AMOUNT ROUNDED =
                   WS-WIRED-AMOUNT * WS-FX-RATE
           IF WS-WIRED-AMOUNT > K-WIRE-MAX-AMOUNT
           OR WS-DEST-AMOUNT > K-WIRE-MAX-AMOUNT
             DISPLAY "AMOUNT EXCEEDS THE WIRE MESSAGE LIMIT"
             EXIT SECTION
           END-IF

           PERFORM F-BUILD-REFERENCE
           SET FG-WIRE-OK-Y                TO TRUE
           END-IF

           PERFORM F-WRITE-WIRE-RECORD
           MOVE "WI"                       TO WS-DETAIL-ORIGIN
           MOVE WS-ACCOUNT-ID              TO WS-DETAIL-ORIGIN-ID
           PERFORM F-WRITE-SETTLEMENT-LINE

           DISPLAY "WIRE " FUNCTION TRIM(WS-REFERENCE) " SENT -- "
           .
       F-SEND-WIRE-END.
           EXIT.
      ******************************************************************
       F-SEND-GARNISH-WIRE SECTION.
           SET FG-WIRE-OK-N                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR ARG-TOK3 = SPACES
             DISPLAY "ORDER ID AND BANK USER MUST BE GIVEN"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-ACTOR-BUSR-ID

           OPEN I-O GARNISH-FILE
           IF WS-GN-FILE-STATUS NOT = "00"
             DISPLAY "NO GARNISHMENT REGISTER ON FILE"
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO GN-ID
           READ GARNISH-FILE
             INVALID KEY
               DISPLAY "NO GARNISHMENT ON FILE: " ARG-TOK2
               CLOSE GARNISH-FILE
               EXIT SECTION
           END-READ
           IF NOT GN-REMIT-WIRE
             DISPLAY "GARNISHMENT " GN-ID " IS REMITTED BY ACH -- "
                     "ACHOUT PAYS IT"
             CLOSE GARNISH-FILE
             EXIT SECTION
           END-IF
           IF GN-CAPTURED NOT > GN-REMITTED
             DISPLAY "NOTHING CAPTURED ON GARNISHMENT " GN-ID
                     " AWAITS REMITTANCE"
             CLOSE GARNISH-FILE
             EXIT SECTION
           END-IF

      *    SAME SANCTIONS GATE AS A CUSTOMER WIRE.
           INITIALIZE SCREEN-INTERFACE
           MOVE GN-AUTHORITY-IBAN          TO I-SCR-IBAN
           MOVE GN-AUTHORITY-NAME          TO I-SCR-NAME
           SET PGNAME-SCREENCHK            TO TRUE
           CALL PROGNAME USING SCREEN-INTERFACE
           IF SCREEN-STATUS-HIT
             DISPLAY "SCREENING HIT -- WIRE REFUSED, REFER TO "
                     "COMPLIANCE"
             CLOSE GARNISH-FILE
             EXIT SECTION
           END-IF

           COMPUTE WS-AMOUNT = GN-CAPTURED - GN-REMITTED
           MOVE WS-AMOUNT                  TO WS-WIRED-AMOUNT
                                              WS-DEST-AMOUNT
           IF WS-AMOUNT > K-WIRE-MAX-AMOUNT
             DISPLAY "AMOUNT EXCEEDS THE WIRE MESSAGE LIMIT"
             CLOSE GARNISH-FILE
             EXIT SECTION
           END-IF
           MOVE GN-CURRENCY                TO WS-SRC-CCY
                                              WS-DEST-CCY
           MOVE "OUR"                      TO WS-CHARGE-OPT
           MOVE SPACES                     TO WS-SRC-IBAN
                                              WS-BENEF-ADDRESS
           MOVE GN-AUTHORITY-IBAN          TO WS-DEST-IBAN
           MOVE GN-AUTHORITY-BIC           TO WS-CORR-BIC
           MOVE GN-AUTHORITY-NAME          TO WS-BENEF-NAME

      *    THE BUSINESS DATE FOR THE DATED FILES COMES WITH THE
      *    REFERENCE; THE AUTHORITY'S OWN REFERENCE IS WHAT TRAVELS.
           PERFORM F-BUILD-REFERENCE
           MOVE GN-ORDER-REF               TO WS-REFERENCE
           SET FG-WIRE-OK-Y                TO TRUE

           PERFORM F-WRITE-WIRE-RECORD
           MOVE "GN"                       TO WS-DETAIL-ORIGIN
           MOVE GN-ID                      TO WS-DETAIL-ORIGIN-ID
           PERFORM F-WRITE-SETTLEMENT-LINE

           ADD WS-AMOUNT                   TO GN-REMITTED
           MOVE WS-BUSDATE-NUM             TO GN-LAST-REMIT-DATE
           IF GN-IS-SATISFIED
             SET GN-IS-CLOSED              TO TRUE
             MOVE WS-BUSDATE-NUM           TO GN-CLOSED-DATE
           END-IF
           REWRITE GARNISH-RECORD
           CLOSE GARNISH-FILE

           DISPLAY "GARNISHMENT " GN-ID " REMITTED -- "
                   WS-DEST-AMOUNT " " WS-DEST-CCY " TO "
                   FUNCTION TRIM(WS-BENEF-NAME)
                   " REF " FUNCTION TRIM(WS-REFERENCE)
           IF GN-IS-CLOSED
             DISPLAY "GARNISHMENT " GN-ID " SATISFIED AND CLOSED"
           END-IF
           .
       F-SEND-GARNISH-WIRE-END.
           EXIT.
      ******************************************************************
       F-LOAD-WIRE-FEE SECTION.
      *    LATEST WIREFEE SCHEDULE ROW NOT AFTER TODAY, FALLING BACK
           .
       F-LOAD-WIRE-FEE-END.
           EXIT.
      ******************************************************************
       F-APPLY-FEE-WAIVER SECTION.
      *    THE OWNING CUSTOMER'S RELATIONSHIP MAY WAIVE OR DISCOUNT
      *    THE WIRE FEE (SEE FEEWAIVER) -- ASKED ONLY ONCE THE WIRE
      *    HAS PASSED EVERY CHECK, WHICH WERE MADE AGAINST THE FULL
      *    FEE. ACCDB-INTERFACE STILL HOLDS THE SOURCE ACCOUNT.
           INITIALIZE FEEWAIVER-INTERFACE
           SET I-FWV-OP-APPLY              TO TRUE
           MOVE O-ACC-CUSTOMERID(1)        TO I-FWV-CUSTOMERID
           MOVE WS-ACCOUNT-ID              TO I-FWV-ACCOUNTID
           MOVE "WIREFEE "                 TO I-FWV-FEE-CODE
           MOVE WS-CUR-WIRE-FEE            TO I-FWV-FEE-AMOUNT
           SET PGNAME-FEEWAIVER            TO TRUE
           CALL PROGNAME USING FEEWAIVER-INTERFACE
           IF FEEWAIVER-STATUS-OK
             MOVE O-FWV-CHARGE-AMOUNT      TO WS-CUR-WIRE-FEE
           END-IF
           .
       F-APPLY-FEE-WAIVER-END.
           EXIT.
      ******************************************************************
       F-GET-EXCHANGE-RATE SECTION.
           OPEN INPUT FX-RATE-FILE
             "|"                           DELIMITED BY SIZE
             WS-SRC-CCY                    DELIMITED BY SIZE
             "|"                           DELIMITED BY SIZE
             WS-DETAIL-ORIGIN              DELIMITED BY SIZE
             "|"                           DELIMITED BY SIZE
             WS-DETAIL-ORIGIN-ID           DELIMITED BY SIZE
             INTO DETAIL-LINE
           END-STRING
           WRITE DETAIL-LINE
