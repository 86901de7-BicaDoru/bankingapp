      *  the INTEREST credits (gross interest paid) and the TAX
      *  entries INTBATCH posted behind them (tax withheld), rolled
      *  up per customer. Writes one statement block per customer --
      *  gross interest, tax withheld, net paid, and the overdraft
      *  debit interest (DEBITINT) charged in the year -- to
      *  files/reports/TAX_STATEMENT_<year>.txt, replacing the
      *  by-hand reconstruction from ACCSTMT output every January.
      *  A customer whose post is marked returned (CONTACT RETURNED)
      *  is left out of that file: their block goes to a file of its
      *  own, files/reports/HELD_TAX_STATEMENT_<year>_<custid>.txt,
      *  kept on the held-mail register and released without the
      *  HELD_ prefix once the address is re-verified (see MAILHOLD).
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           SELECT STATEMENT-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT HELD-OUTPUT ASSIGN TO DYNAMIC WS-HELD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  STATEMENT-OUTPUT.
       01  STATEMENT-LINE                PIC X(200).

       FD  HELD-OUTPUT.
       01  HELD-LINE                     PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-MAILHOLD             VALUE "MAILHOLD            ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-HELD-FILENAME            PIC X(256).
         05 WS-HELD-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-CUSTOMERS-HELD           PIC 9(04) VALUE 0.
         05 WS-TAX-YEAR                 PIC 9(04).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUSTOMERS-REPORTED       PIC 9(04) VALUE 0.
         05 WS-NET-AMOUNT               PIC S9(10)V99.
         05 WS-GROSS-EDITED             PIC ZZZZZZZZZ9.99.
         05 WS-TAX-EDITED               PIC ZZZZZZZZZ9.99.
         05 WS-NET-EDITED               PIC ZZZZZZZZZ9.99.
         05 WS-DEBIT-INT-EDITED         PIC ZZZZZZZZZ9.99.

      *    PER-CUSTOMER YEAR TOTALS, ACCUMULATED ACROSS ALL THEIR
      *    ACCOUNTS AS THE ACCOUNT WALK RUNS.
       01 CUSTOMER-TOTALS.
         05 WS-CUST-COUNT               PIC 9(04) VALUE 0.
         05 WS-CUST-ELEM                OCCURS 500 TIMES.
           10 WS-CUST-ID                PIC 9(09).
           10 WS-CUST-GROSS             PIC 9(10)V99.
           10 WS-CUST-TAX               PIC 9(10)V99.
           10 WS-CUST-DEBIT-INT         PIC 9(10)V99.

       01 FLAGS.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
         05 FG-MORE-SUB-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-SUB-PAGES-N       VALUE 'N'.
         05 FG-CUST-HELD                PIC X VALUE 'N'.
           88 FG-CUST-HELD-Y            VALUE 'Y'.
           88 FG-CUST-HELD-N            VALUE 'N'.
         05 FG-CUST-FOUND               PIC X VALUE 'N'.
           88 FG-CUST-FOUND-Y           VALUE 'Y'.
           88 FG-CUST-FOUND-N           VALUE 'N'.
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY MAILHOLDINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING "CUSTOMERS REPORTED: "
                  FUNCTION TRIM(WS-CUSTOMERS-REPORTED)
                  " | HELD: "
                  FUNCTION TRIM(WS-CUSTOMERS-HELD)
             DELIMITED BY SIZE
             INTO U-LOG-LINE
           END-STRING
       F-ACCUMULATE-ROW SECTION.
           IF O-TRANS-TRANS-TYPE(IND-2) NOT = "INTEREST"
             AND O-TRANS-TRANS-TYPE(IND-2) NOT = "TAX"
             AND O-TRANS-TRANS-TYPE(IND-2) NOT = "DEBITINT"
             EXIT SECTION
           END-IF

             EXIT SECTION
           END-IF

           EVALUATE O-TRANS-TRANS-TYPE(IND-2)
             WHEN "INTEREST"
               ADD O-TRANS-AMMOUNT(IND-2)
                                TO WS-CUST-GROSS(WS-CUST-IDX)
             WHEN "DEBITINT"
               ADD O-TRANS-AMMOUNT(IND-2)
                                TO WS-CUST-DEBIT-INT(WS-CUST-IDX)
             WHEN OTHER
               ADD O-TRANS-AMMOUNT(IND-2)
                                TO WS-CUST-TAX(WS-CUST-IDX)
           END-EVALUATE
           .
       F-ACCUMULATE-ROW-END.
           EXIT.
               MOVE WS-CUR-CUSTOMERID      TO WS-CUST-ID(WS-CUST-IDX)
               MOVE 0                      TO WS-CUST-GROSS(WS-CUST-IDX)
               MOVE 0                      TO WS-CUST-TAX(WS-CUST-IDX)
               MOVE 0                 TO WS-CUST-DEBIT-INT(WS-CUST-IDX)
             END-IF
           END-IF
           .
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > WS-CUST-COUNT
             IF WS-CUST-GROSS(IND-3) > 0 OR WS-CUST-TAX(IND-3) > 0
             OR WS-CUST-DEBIT-INT(IND-3) > 0
               PERFORM F-WRITE-ONE-STATEMENT
             END-IF
           END-PERFORM
           EXIT.
      ******************************************************************
       F-WRITE-ONE-STATEMENT SECTION.
           PERFORM F-ROUTE-OUTPUT

           COMPUTE WS-NET-AMOUNT =
                   WS-CUST-GROSS(IND-3) - WS-CUST-TAX(IND-3)
           MOVE WS-CUST-GROSS(IND-3)       TO WS-GROSS-EDITED
           MOVE WS-CUST-TAX(IND-3)         TO WS-TAX-EDITED
           MOVE WS-NET-AMOUNT              TO WS-NET-EDITED
           MOVE WS-CUST-DEBIT-INT(IND-3)   TO WS-DEBIT-INT-EDITED

           MOVE SPACES                     TO STATEMENT-LINE
           PERFORM F-PUT-LINE
           STRING "CUSTOMER " WS-CUST-ID(IND-3)
                  " TAX YEAR " WS-TAX-YEAR
             INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           STRING "  GROSS INTEREST PAID : "
                  FUNCTION TRIM(WS-GROSS-EDITED)
             INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           STRING "  TAX WITHHELD        : "
                  FUNCTION TRIM(WS-TAX-EDITED)
             INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           STRING "  NET INTEREST PAID   : "
                  FUNCTION TRIM(WS-NET-EDITED)
             INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE
           STRING "  DEBIT INTEREST PAID : "
                  FUNCTION TRIM(WS-DEBIT-INT-EDITED)
             INTO STATEMENT-LINE
           END-STRING
           PERFORM F-PUT-LINE

           IF FG-CUST-HELD-Y
             CLOSE HELD-OUTPUT
             ADD 1                         TO WS-CUSTOMERS-HELD
           END-IF
           ADD 1                           TO WS-CUSTOMERS-REPORTED
           .
       F-WRITE-ONE-STATEMENT-END.
           EXIT.
      ******************************************************************
       F-ROUTE-OUTPUT SECTION.
      *    A CUSTOMER WHOSE POST HAS COME BACK GETS THEIR BLOCK IN A
      *    HELD_ FILE OF THEIR OWN INSTEAD (SEE MAILHOLD).
           SET FG-CUST-HELD-N              TO TRUE
           INITIALIZE MAILHOLD-INTERFACE
           SET I-MH-OP-ROUTE               TO TRUE
           MOVE WS-CUST-ID(IND-3)          TO I-MH-CUSTID
           MOVE PGM-ID                     TO I-MH-PROGRAM
           STRING "files/reports/TAX_STATEMENT_" DELIMITED BY SIZE
                  WS-TAX-YEAR                    DELIMITED BY SIZE
                  "_"                            DELIMITED BY SIZE
                  WS-CUST-ID(IND-3)              DELIMITED BY SIZE
                  ".txt"                         DELIMITED BY SIZE
             INTO I-MH-PATH
           END-STRING
           SET PGNAME-MAILHOLD             TO TRUE
           CALL PROGNAME USING MAILHOLD-INTERFACE
           IF MAILHOLD-STATUS-OK
             EXIT SECTION
           END-IF

           MOVE O-MH-PATH                  TO WS-HELD-FILENAME
           OPEN OUTPUT HELD-OUTPUT
           IF WS-HELD-FILE-STATUS = "00"
             SET FG-CUST-HELD-Y            TO TRUE
             MOVE SPACES                   TO HELD-LINE
             STRING "===== INTEREST WITHHOLDING TAX STATEMENT "
                    WS-TAX-YEAR " ====="
               INTO HELD-LINE
             END-STRING
             WRITE HELD-LINE
           END-IF
           .
       F-ROUTE-OUTPUT-END.
           EXIT.
      ******************************************************************
       F-PUT-LINE SECTION.
           IF FG-CUST-HELD-Y
             MOVE STATEMENT-LINE           TO HELD-LINE
             WRITE HELD-LINE
             MOVE SPACES                   TO STATEMENT-LINE
           ELSE
             WRITE STATEMENT-LINE
           END-IF
           .
       F-PUT-LINE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
