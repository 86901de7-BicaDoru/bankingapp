      *     FXCASH QUOTE 00007 001 USD
      *     FXCASH BUY   00007 001 USD 200.00
      *     FXCASH SELL  00007 001 USD 150.00
      *     FXCASH BUY   00007 001 USD 12000.00 0000012
      *     FXCASH LIST
      *  QUOTE shows today's buy/sell prices for a currency: the
      *  files/fxrates.dat mid rate adjusted by the configured spread
      *  the base "EUR" row flows into TILLBAL's expected close, so a
      *  till that handled three currencies that shift still
      *  reconciles.
      *  A deal whose base leg reaches K-WALKIN-THRESHOLD (see
      *  WALKINCONFIG) needs the person at the counter named: the
      *  walk-in register id (WALKIN ADD) follows the amount, is
      *  checked through WALKINCHK before any cash moves, and the
      *  booked deal is linked to them for LARGETXN's report.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
         COPY FXCASHCONFIG.
      *    SUPPORTED CURRENCIES -- SAME LIST TRANSFERBO CONVERTS.
         COPY CURRENCYCONFIG.
      *    DEAL SIZE FROM WHICH THE WALK-IN MUST BE IDENTIFIED.
         COPY WALKINCONFIG.

       01 PROGNAME                      PIC X(20).
         88 PGNAME-WALKINCHK            VALUE "WALKINCHK           ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(80).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-QUOTE               VALUE "QUOTE".
           88 ARG-OP-BUY                 VALUE "BUY".
           88 ARG-OP-SELL                VALUE "SELL".
           88 ARG-OP-LIST                VALUE "LIST".
      *    NINE WIDE -- TELLER IDS ARE KEYED UP TO NINE DIGITS ON
      *    THE COMMAND LINE ("FXCASH BUY 00007 ..."); NUMVAL FEEDS THE
      *    TILL KEY, SAME AS TILLBAL.
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(03).
         05 ARG-TOK4                    PIC X(03).
         05 ARG-TOK5                    PIC X(12).
      *    WALK-IN REGISTER ID -- ONLY NEEDED OVER THE THRESHOLD.
         05 ARG-TOK6                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-FXCASH-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-FXR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-NEXT-ID                  PIC 9(07) VALUE 0.
         05 WS-BUSR-ID                  PIC 9(09).
         05 WS-BRANCHID                 PIC 9(03).
         05 WS-CURRENCY                 PIC X(03).
         05 WS-FCY-AMOUNT               PIC 9(10)V99.
         05 WS-BASE-AMOUNT              PIC 9(10)V99.
         05 WS-MID-RATE                 PIC 9(03)V9999.
         05 WS-BUY-RATE                 PIC 9(03)V9999.
         05 WS-SELL-RATE                PIC 9(03)V9999.
         05 WS-APPLIED-RATE             PIC 9(03)V9999.
         05 WS-CONDUCTOR-ID             PIC 9(07) VALUE 0.

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY WALKINCHKINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4,
                  ARG-TOK5, ARG-TOK6
           END-UNSTRING

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           COMPUTE WS-BASE-AMOUNT ROUNDED =
                   WS-FCY-AMOUNT * WS-APPLIED-RATE

           IF WS-BASE-AMOUNT >= K-WALKIN-THRESHOLD
             PERFORM F-CHECK-CONDUCTOR
             IF FG-DEAL-OK-N
               EXIT SECTION
             END-IF
           END-IF

           PERFORM F-WRITE-JOURNAL-ROW
           PERFORM F-UPDATE-TILL-BUCKETS

           IF WS-BASE-AMOUNT >= K-WALKIN-THRESHOLD
             PERFORM F-LINK-CONDUCTOR
           END-IF

           IF ARG-OP-BUY
             DISPLAY "BOUGHT " WS-FCY-AMOUNT " " WS-CURRENCY
                     " AT " WS-APPLIED-RATE
           .
       F-DEAL-END.
           EXIT.
      ******************************************************************
       F-CHECK-CONDUCTOR SECTION.
      *    NOTHING IS PAID OUT OR TAKEN IN UNTIL THE PERSON IS ON THE
      *    REGISTER, CLEAR OF SCREENING AND SHOWING A CURRENT DOCUMENT.
           IF FUNCTION TEST-NUMVAL(ARG-TOK6) NOT = 0
           OR FUNCTION NUMVAL(ARG-TOK6) = 0
             DISPLAY "DEAL OF " WS-BASE-AMOUNT " EUR NEEDS THE "
                     "WALK-IN REGISTER ID AFTER THE AMOUNT -- "
                     "REGISTER THEM WITH WALKIN ADD"
             SET FG-DEAL-OK-N              TO TRUE
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK6)  TO WS-CONDUCTOR-ID

           INITIALIZE WALKINCHK-INTERFACE
           SET I-WIC-OP-CHECK              TO TRUE
           MOVE WS-CONDUCTOR-ID            TO I-WIC-CONDUCTOR-ID
           SET PGNAME-WALKINCHK            TO TRUE
           CALL PROGNAME USING WALKINCHK-INTERFACE

           EVALUATE TRUE
             WHEN WALKINCHK-STATUS-OK
               DISPLAY "CONDUCTED BY WALK-IN " WS-CONDUCTOR-ID " "
                       FUNCTION TRIM(O-WIC-NAME)
             WHEN WALKINCHK-STATUS-NOT-FOUND
               DISPLAY "NO SUCH WALK-IN: " WS-CONDUCTOR-ID
               SET FG-DEAL-OK-N            TO TRUE
             WHEN WALKINCHK-STATUS-HELD
               DISPLAY "WALK-IN " WS-CONDUCTOR-ID " IS HELD ON A "
                       "SCREENING HIT -- DO NOT PROCEED"
               SET FG-DEAL-OK-N            TO TRUE
             WHEN OTHER
               DISPLAY "WALK-IN " WS-CONDUCTOR-ID "'S DOCUMENT HAS "
                       "RUN OUT -- RENEW IT FIRST (WALKIN RENEW)"
               SET FG-DEAL-OK-N            TO TRUE
           END-EVALUATE
           .
       F-CHECK-CONDUCTOR-END.
           EXIT.
      ******************************************************************
       F-LINK-CONDUCTOR SECTION.
      *    THE DEAL IS BOOKED; TIE IT TO THE PERSON CHECKED ABOVE.
      *    MEASURED AND REPORTED ON ITS BASE (EUR) LEG.
           INITIALIZE WALKINCHK-INTERFACE
           SET I-WIC-OP-LINK               TO TRUE
           MOVE WS-CONDUCTOR-ID            TO I-WIC-CONDUCTOR-ID
           MOVE "F"                        TO I-WIC-KIND
           MOVE WS-NEXT-ID                 TO I-WIC-REF-ID
           MOVE 0                          TO I-WIC-TRANS-ID
                                              I-WIC-ACCOUNT-ID
           MOVE WS-BASE-AMOUNT             TO I-WIC-AMOUNT
           MOVE "EUR"                      TO I-WIC-CURRENCY
           MOVE WS-BUSR-ID                 TO I-WIC-BUSR-ID
           SET PGNAME-WALKINCHK            TO TRUE
           CALL PROGNAME USING WALKINCHK-INTERFACE
           IF NOT WALKINCHK-STATUS-OK
             DISPLAY "DEAL " WS-NEXT-ID " NOT LINKED TO WALK-IN "
                     WS-CONDUCTOR-ID " -- LINK STATUS "
                     WALKINCHK-STATUS
           END-IF
           .
       F-LINK-CONDUCTOR-END.
           EXIT.
      ******************************************************************
       F-CHECK-OPEN-TILL SECTION.
      *    CASH ONLY MOVES THROUGH AN OPEN DRAWER.
