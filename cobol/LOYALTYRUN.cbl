      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOYALTYRUN.
      ******************************************************************
      *  Nightly card loyalty points step. Runs every night as a
      *  NIGHTRUN step, or standalone to (re)state a given month:
      *     LOYALTYRUN
      *     LOYALTYRUN 202609
      *  Every night it expires points: each earn row on the ledger
      *  (files/loyalty.dat, see LOYALTYRECORD) whose expiry date has
      *  come and that still has points left gets an expiry row
      *  for what is left, and its remainder goes to zero. Tonight's
      *  expiries are listed in files/reports/LOYALTYRUN_<yyyymmdd>
      *  .txt, registered on REPORTREG, along with whether a monthly
      *  statement was produced. Expiry posts nothing -- the points
      *  were never cash; the liability report below stops providing
      *  for them.
      *  Monthly: on the first night of a new month of the bank-wide
      *  business date (see BUSDATE.cbl) the month just ended is
      *  stated, unless files/loyaltystmt.dat shows it already was.
      *  An explicit yyyymm restates that month if it has ended (the
      *  control file only ever moves forward).
      *  Two reports, both registered on REPORTREG:
      *    - files/reports/LOYALTY_STMT_<yyyymm>.txt -- one block per
      *      customer with points: opening balance, earned, reversed
      *      (chargebacks), redeemed, expired, closing balance, and
      *      the points due to expire within K-LY-EXPIRY-WARN-DAYS
      *      of the month end (see LOYALTYCONFIG);
      *    - files/reports/LOYALTY_LIABILITY_<yyyymm>.txt -- for
      *      finance, per currency: the points outstanding at the
      *      start and end of the month valued at LOYALTY-PT-VALUE,
      *      the month's movements, and the change in the provision
      *      to accrue against the loyalty expense GL code
      *      (K-GLCODE-LOYALTY-EXPENSE). A customer's points are
      *      valued in the currency of the account their latest
      *      purchase was made on. Redemptions already reached the
      *      expense through the LOYEXP internal accounts when they
      *      were credited (see LOYALTY.cbl). A balance below zero
      *      (a chargeback after the points were spent) is not
      *      provided for.
      *  The statement is built before tonight's expiries, so points
      *  expiring on the first of the month still show as expiring.
      *  Restating an earlier month reports what is left on each
      *  earn row today for the expiry warning.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LY-FILE ASSIGN TO "files/loyalty.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LY-KEY
           FILE STATUS IS WS-LY-FILE-STATUS.

           SELECT STMT-CONTROL-FILE ASSIGN TO "files/loyaltystmt.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LY-FILE.
       COPY LOYALTYRECORD.

      *    THE LAST MONTH STATED, yyyymm.
       FD  STMT-CONTROL-FILE.
       01  STMT-CONTROL-RECORD.
           05 FILE-LS-LAST-MONTH        PIC 9(06).

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOYALTYRUN          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-PARAMSTORE           VALUE "PARAMSTORE          ".

       01 CONSTANTS.
         COPY LOYALTYCONFIG.
         COPY GLCODECONFIG.
      *    EXPIRIES HELD FROM THE SWEEP TO THE POSTING PASS; ANY PAST
      *    THIS ARE LEFT FOR TOMORROW NIGHT.
         05 K-MAX-EXPIRIES              PIC 9(04) VALUE 5000.
         05 K-MAX-CURRENCIES            PIC 9(02) VALUE 10.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-LY-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CTL-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-STMT-FILENAME            PIC X(60).
         05 WS-LIAB-FILENAME            PIC X(60).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-R REDEFINES WS-TODAY-RAW.
           10 WS-TODAY-YYYYMM           PIC 9(06).
           10 FILLER                    PIC 9(02).
         05 WS-POINT-VALUE              PIC 9(03)V99.
         05 WS-STATUS-TEXT              PIC X(100) VALUE SPACES.

      *    THE MONTH BEING STATED.
         05 WS-STMT-MONTH               PIC 9(06) VALUE 0.
         05 WS-STMT-MONTH-R REDEFINES WS-STMT-MONTH.
           10 WS-SM-YYYY                PIC 9(04).
           10 WS-SM-MM                  PIC 9(02).
         05 WS-LAST-STATED              PIC 9(06) VALUE 0.
         05 WS-MONTH-START              PIC 9(08).
         05 WS-MONTH-END                PIC 9(08).
         05 WS-WARN-LIMIT               PIC 9(08).
         05 WS-DATE-WORK                PIC 9(08).
         05 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           10 WS-DW-YYYY                PIC 9(04).
           10 WS-DW-MM                  PIC 9(02).
           10 WS-DW-DD                  PIC 9(02).

      *    ONE CUSTOMER'S POSITION FOR THE MONTH BEING STATED.
         05 WS-CUR-CUSTOMER-ID          PIC 9(09) VALUE 0.
         05 WS-C-OPENING                PIC S9(09).
         05 WS-C-EARNED                 PIC 9(09).
         05 WS-C-REVERSED               PIC 9(09).
         05 WS-C-REDEEMED               PIC 9(09).
         05 WS-C-EXPIRED                PIC 9(09).
         05 WS-C-CLOSING                PIC S9(09).
         05 WS-C-EXPIRING               PIC 9(09).
         05 WS-C-FIRST-EXPIRY           PIC 9(08).
         05 WS-C-LAST-ACCOUNT-ID        PIC 9(09).
         05 WS-C-CURRENCY               PIC X(03).

      *    THE EXPIRY SWEEP.
         05 WS-SWEEP-CUSTOMER-ID        PIC 9(09) VALUE 0.
         05 WS-SWEEP-LAST-SEQ           PIC 9(07) VALUE 0.
         05 WS-SWEEP-FIRST-PENDING      PIC 9(04) VALUE 1.
         05 WS-NEXT-SEQ                 PIC 9(07).
         05 WS-EXPIRE-POINTS            PIC 9(09).

         05 WS-CUSTOMERS-STATED         PIC 9(07) VALUE 0.
         05 WS-ROWS-EXPIRED             PIC 9(07) VALUE 0.
         05 WS-POINTS-EXPIRED           PIC 9(11) VALUE 0.
         05 WS-EXPIRIES-DEFERRED        PIC 9(07) VALUE 0.
         05 WS-VALUE                    PIC S9(12)V99.
         05 WS-OPEN-VALUE               PIC S9(12)V99.
         05 WS-PTS-EDITED               PIC -(10)9.
         05 WS-VALUE-EDITED             PIC -(11)9.99.
         05 WS-OPEN-VALUE-EDITED        PIC -(11)9.99.
         05 WS-RATE-EDITED              PIC ZZ9.99.

      *    TONIGHT'S EXPIRIES: THE EARN ROW AND THE SEQUENCE ITS
      *    EXPIRY ROW WILL TAKE (AFTER THE CUSTOMER'S LAST ROW).
       01 EXPIRY-TABLE.
         05 WS-EXP-COUNT                PIC 9(04) VALUE 0.
         05 WS-EXP-ENTRY OCCURS 5000.
           10 WS-EXP-CUSTOMER-ID        PIC 9(09).
           10 WS-EXP-SEQ                PIC 9(07).
           10 WS-EXP-NEW-SEQ            PIC 9(07).
           10 WS-EXP-POINTS             PIC 9(09).
           10 WS-EXP-EARN-DATE          PIC 9(08).

      *    THE MONTH'S LIABILITY BY CURRENCY.
       01 CURRENCY-TABLE.
         05 WS-CCY-COUNT                PIC 9(02) VALUE 0.
         05 WS-CCY-ENTRY OCCURS 10.
           10 WS-CCY-CODE               PIC X(03).
           10 WS-CCY-CUSTOMERS          PIC 9(07).
           10 WS-CCY-OPENING            PIC S9(11).
           10 WS-CCY-EARNED             PIC 9(11).
           10 WS-CCY-REVERSED           PIC 9(11).
           10 WS-CCY-REDEEMED           PIC 9(11).
           10 WS-CCY-EXPIRED            PIC 9(11).
           10 WS-CCY-CLOSING            PIC S9(11).
           10 WS-CCY-NEGATIVE           PIC 9(07).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-STMT-DUE                 PIC X VALUE 'N'.
           88 FG-STMT-DUE-Y             VALUE 'Y'.
           88 FG-STMT-DUE-N             VALUE 'N'.
         05 FG-ROW-FOUND                PIC X VALUE 'N'.
           88 FG-ROW-FOUND-Y            VALUE 'Y'.
           88 FG-ROW-FOUND-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(04).
         05 IND-2                       PIC 9(02).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY PARAMINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT
           PERFORM F-DECIDE-STATEMENT-MONTH

           IF FG-STMT-DUE-Y
             PERFORM F-RUN-STATEMENT
           END-IF

           PERFORM F-SWEEP-EXPIRIES
           PERFORM F-POST-EXPIRIES
           PERFORM F-WRITE-EXPIRY-REPORT
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LOYALTY POINTS RUN STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF

           INITIALIZE PARAMSTORE-INTERFACE
           SET I-PARAM-OP-GET             TO TRUE
           MOVE "LOYALTY-PT-VALUE"        TO I-PARAM-NAME
           MOVE K-LY-POINT-VALUE          TO I-PARAM-DEFAULT
           SET PGNAME-PARAMSTORE          TO TRUE
           CALL PROGNAME USING PARAMSTORE-INTERFACE
           MOVE O-PARAM-VALUE             TO WS-POINT-VALUE

           OPEN I-O LY-FILE
           IF WS-LY-FILE-STATUS = "35"
             OPEN OUTPUT LY-FILE
             CLOSE LY-FILE
             OPEN I-O LY-FILE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE LY-FILE

           DISPLAY "LOYALTYRUN: " FUNCTION TRIM(WS-STATUS-TEXT)

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE SPACES                    TO U-LOG-LINE
           STRING
             "POINTS ROWS EXPIRED: ",
             FUNCTION TRIM(WS-ROWS-EXPIRED),
             " | POINTS: ",
             FUNCTION TRIM(WS-POINTS-EXPIRED),
             " | DEFERRED: ",
             FUNCTION TRIM(WS-EXPIRIES-DEFERRED),
             " | ",
             FUNCTION TRIM(WS-STATUS-TEXT)
             DELIMITED BY SIZE
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-DECIDE-STATEMENT-MONTH SECTION.
           SET FG-STMT-DUE-N               TO TRUE

      *    NO CONTROL FILE YET MEANS NO MONTH HAS EVER BEEN STATED.
           MOVE 0                          TO WS-LAST-STATED
           OPEN INPUT STMT-CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "00"
             READ STMT-CONTROL-FILE
               NOT AT END
                 MOVE FILE-LS-LAST-MONTH   TO WS-LAST-STATED
             END-READ
             CLOSE STMT-CONTROL-FILE
           END-IF

           IF ARG-COMMAND-STRING(1:6) IS NUMERIC
           AND ARG-COMMAND-STRING(7:) = SPACES
             MOVE ARG-COMMAND-STRING(1:6)  TO WS-STMT-MONTH
             IF WS-SM-MM < 1 OR WS-SM-MM > 12
               STRING "USAGE: LOYALTYRUN [yyyymm] -- IGNORED '"
                      FUNCTION TRIM(ARG-COMMAND-STRING) "'"
                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
               EXIT SECTION
             END-IF
             IF WS-STMT-MONTH NOT < WS-TODAY-YYYYMM
               STRING "MONTH " WS-STMT-MONTH
                      " HAS NOT ENDED -- BUSINESS DATE IS "
                      WS-TODAY-RAW
                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
               EXIT SECTION
             END-IF
           ELSE
             IF ARG-COMMAND-STRING NOT = SPACES
               STRING "USAGE: LOYALTYRUN [yyyymm] -- IGNORED '"
                      FUNCTION TRIM(ARG-COMMAND-STRING) "'"
                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
               EXIT SECTION
             END-IF
      *      THE MONTH BEFORE THE BUSINESS DATE'S.
             MOVE WS-TODAY-YYYYMM          TO WS-STMT-MONTH
             IF WS-SM-MM = 1
               SUBTRACT 1                  FROM WS-SM-YYYY
               MOVE 12                     TO WS-SM-MM
             ELSE
               SUBTRACT 1                  FROM WS-SM-MM
             END-IF
             IF WS-LAST-STATED NOT < WS-STMT-MONTH
               STRING "NO STATEMENT DUE -- " WS-LAST-STATED
                      " ALREADY STATED"
                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
               END-STRING
               EXIT SECTION
             END-IF
           END-IF

      *    THE MONTH'S FIRST AND LAST DAYS, AND HOW FAR AHEAD THE
      *    EXPIRY WARNING LOOKS.
           MOVE WS-SM-YYYY                 TO WS-DW-YYYY
           MOVE WS-SM-MM                   TO WS-DW-MM
           MOVE 1                          TO WS-DW-DD
           MOVE WS-DATE-WORK               TO WS-MONTH-START
           IF WS-DW-MM = 12
             ADD 1                         TO WS-DW-YYYY
             MOVE 1                        TO WS-DW-MM
           ELSE
             ADD 1                         TO WS-DW-MM
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           COMPUTE WS-WARN-LIMIT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-END)
                   + K-LY-EXPIRY-WARN-DAYS)

           SET FG-STMT-DUE-Y               TO TRUE
           .
       F-DECIDE-STATEMENT-MONTH-END.
           EXIT.
      ******************************************************************
       F-RUN-STATEMENT SECTION.
           MOVE SPACES                    TO WS-STMT-FILENAME
           STRING "files/reports/LOYALTY_STMT_" DELIMITED BY SIZE
                  WS-STMT-MONTH             DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-STMT-FILENAME
           END-STRING
           MOVE WS-STMT-FILENAME          TO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== CARD LOYALTY POINTS STATEMENTS ====="
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Statement month: " WS-SM-YYYY "-" WS-SM-MM
                  "   (" WS-MONTH-START " TO " WS-MONTH-END ")"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Expiry warning up to: " WS-WARN-LIMIT
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

      *    ONE PASS OVER THE LEDGER -- A CUSTOMER'S ROWS ARE ADJACENT
      *    ON THE KEY, SO EACH STATEMENT IS WRITTEN ON THE BREAK.
           MOVE 0                         TO WS-CUR-CUSTOMER-ID
           PERFORM F-RESET-CUSTOMER
           MOVE LOW-VALUES                TO LY-KEY
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
                 IF LY-CUSTOMER-ID NOT = WS-CUR-CUSTOMER-ID
                   IF WS-CUR-CUSTOMER-ID NOT = 0
                     PERFORM F-STATE-CUSTOMER
                   END-IF
                   MOVE LY-CUSTOMER-ID    TO WS-CUR-CUSTOMER-ID
                   PERFORM F-RESET-CUSTOMER
                 END-IF
                 PERFORM F-ADD-STATEMENT-ROW
             END-READ
           END-PERFORM
           IF WS-CUR-CUSTOMER-ID NOT = 0
             PERFORM F-STATE-CUSTOMER
           END-IF

           IF WS-CUSTOMERS-STATED = 0
             MOVE "No customer held points in the month."
                                           TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES                    TO REPORT-LINE
           STRING "Customers stated: "
                  FUNCTION TRIM(WS-CUSTOMERS-STATED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-STMT-FILENAME          TO U-RPTREG-PATH
           MOVE WS-CUSTOMERS-STATED       TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           PERFORM F-WRITE-LIABILITY-REPORT

      *    THE CONTROL FILE ONLY MOVES FORWARD -- RESTATING AN OLDER
      *    MONTH BY HAND DOES NOT MAKE THE NEXT ONE COME ROUND AGAIN.
           IF WS-STMT-MONTH > WS-LAST-STATED
             OPEN OUTPUT STMT-CONTROL-FILE
             MOVE WS-STMT-MONTH           TO FILE-LS-LAST-MONTH
             WRITE STMT-CONTROL-RECORD
             CLOSE STMT-CONTROL-FILE
           END-IF

           STRING "STATED " WS-STMT-MONTH " FOR "
                  FUNCTION TRIM(WS-CUSTOMERS-STATED) " CUSTOMERS"
             DELIMITED BY SIZE INTO WS-STATUS-TEXT
           END-STRING
           .
       F-RUN-STATEMENT-END.
           EXIT.
      ******************************************************************
       F-RESET-CUSTOMER SECTION.
           MOVE 0                         TO WS-C-OPENING
                                              WS-C-EARNED
                                              WS-C-REVERSED
                                              WS-C-REDEEMED
                                              WS-C-EXPIRED
                                              WS-C-CLOSING
                                              WS-C-EXPIRING
                                              WS-C-FIRST-EXPIRY
                                              WS-C-LAST-ACCOUNT-ID
           .
       F-RESET-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-ADD-STATEMENT-ROW SECTION.
      *    ROWS AFTER THE MONTH PLAY NO PART IN IT.
           IF LY-DATE > WS-MONTH-END
             EXIT SECTION
           END-IF

           IF LY-DATE < WS-MONTH-START
             ADD LY-POINTS                TO WS-C-OPENING
           ELSE
             EVALUATE TRUE
               WHEN LY-IS-EARN
                 ADD LY-POINTS            TO WS-C-EARNED
               WHEN LY-IS-REVERSAL
                 SUBTRACT LY-POINTS       FROM WS-C-REVERSED
               WHEN LY-IS-REDEEM
                 SUBTRACT LY-POINTS       FROM WS-C-REDEEMED
               WHEN LY-IS-EXPIRY
                 SUBTRACT LY-POINTS       FROM WS-C-EXPIRED
             END-EVALUATE
           END-IF

           IF LY-IS-EARN
             MOVE LY-ACCOUNT-ID           TO WS-C-LAST-ACCOUNT-ID
             IF LY-REMAINING > 0
             AND LY-EXPIRY-DATE > WS-MONTH-END
             AND LY-EXPIRY-DATE NOT > WS-WARN-LIMIT
               ADD LY-REMAINING           TO WS-C-EXPIRING
               IF WS-C-FIRST-EXPIRY = 0
               OR LY-EXPIRY-DATE < WS-C-FIRST-EXPIRY
                 MOVE LY-EXPIRY-DATE      TO WS-C-FIRST-EXPIRY
               END-IF
             END-IF
           END-IF
           .
       F-ADD-STATEMENT-ROW-END.
           EXIT.
      ******************************************************************
       F-STATE-CUSTOMER SECTION.
           COMPUTE WS-C-CLOSING = WS-C-OPENING + WS-C-EARNED
                   - WS-C-REVERSED - WS-C-REDEEMED - WS-C-EXPIRED

      *    NOTHING HELD AND NOTHING MOVED -- NO STATEMENT.
           IF WS-C-OPENING = 0 AND WS-C-CLOSING = 0
           AND WS-C-EARNED = 0 AND WS-C-REVERSED = 0
           AND WS-C-REDEEMED = 0 AND WS-C-EXPIRED = 0
             EXIT SECTION
           END-IF

           ADD 1                          TO WS-CUSTOMERS-STATED

           MOVE SPACES                    TO REPORT-LINE
           STRING "CUSTOMER " WS-CUR-CUSTOMER-ID
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-C-OPENING              TO WS-PTS-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Opening balance : " WS-PTS-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-C-EARNED               TO WS-PTS-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Earned          : " WS-PTS-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-C-REVERSED             TO WS-PTS-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Reversed        : " WS-PTS-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-C-REDEEMED             TO WS-PTS-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Redeemed        : " WS-PTS-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-C-EXPIRED              TO WS-PTS-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Expired         : " WS-PTS-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-C-CLOSING              TO WS-PTS-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Closing balance : " WS-PTS-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-C-EXPIRING > 0
             MOVE WS-C-EXPIRING           TO WS-PTS-EDITED
             MOVE SPACES                  TO REPORT-LINE
             STRING "  Expiring by " WS-WARN-LIMIT ": "
                    FUNCTION TRIM(WS-PTS-EDITED)
                    " points, the first on " WS-C-FIRST-EXPIRY
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM F-ADD-TO-LIABILITY
           .
       F-STATE-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-ADD-TO-LIABILITY SECTION.
      *    THE CUSTOMER'S POINTS ARE VALUED IN THE CURRENCY OF THE
      *    ACCOUNT THEIR LATEST PURCHASE WAS MADE ON.
           MOVE "???"                     TO WS-C-CURRENCY
           IF WS-C-LAST-ACCOUNT-ID NOT = 0
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETITEM         TO TRUE
             MOVE WS-C-LAST-ACCOUNT-ID    TO I-ACC-ACCOUNTID
             SET PGNAME-ACCDB             TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE
             IF ACCDB-STATUS-OK
               MOVE O-ACC-CURRENCY(1)(1:3) TO WS-C-CURRENCY
             END-IF
           END-IF

           MOVE 0                         TO IND-2
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-CCY-COUNT OR IND-2 NOT = 0
             IF WS-CCY-CODE(IND-1) = WS-C-CURRENCY
               MOVE IND-1                 TO IND-2
             END-IF
           END-PERFORM
           IF IND-2 = 0
             IF WS-CCY-COUNT >= K-MAX-CURRENCIES
               MOVE K-MAX-CURRENCIES      TO IND-2
             ELSE
               ADD 1                      TO WS-CCY-COUNT
               MOVE WS-CCY-COUNT          TO IND-2
               INITIALIZE WS-CCY-ENTRY(IND-2)
               MOVE WS-C-CURRENCY         TO WS-CCY-CODE(IND-2)
             END-IF
           END-IF

           ADD 1                          TO WS-CCY-CUSTOMERS(IND-2)
           IF WS-C-OPENING > 0
             ADD WS-C-OPENING             TO WS-CCY-OPENING(IND-2)
           END-IF
           IF WS-C-CLOSING > 0
             ADD WS-C-CLOSING             TO WS-CCY-CLOSING(IND-2)
           END-IF
           IF WS-C-CLOSING < 0
             ADD 1                        TO WS-CCY-NEGATIVE(IND-2)
           END-IF
           ADD WS-C-EARNED                TO WS-CCY-EARNED(IND-2)
           ADD WS-C-REVERSED              TO WS-CCY-REVERSED(IND-2)
           ADD WS-C-REDEEMED              TO WS-CCY-REDEEMED(IND-2)
           ADD WS-C-EXPIRED               TO WS-CCY-EXPIRED(IND-2)
           .
       F-ADD-TO-LIABILITY-END.
           EXIT.
      ******************************************************************
       F-WRITE-LIABILITY-REPORT SECTION.
           MOVE SPACES                    TO WS-LIAB-FILENAME
           STRING "files/reports/LOYALTY_LIABILITY_" DELIMITED BY SIZE
                  WS-STMT-MONTH             DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-LIAB-FILENAME
           END-STRING
           MOVE WS-LIAB-FILENAME          TO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== CARD LOYALTY POINTS LIABILITY ====="
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Month: " WS-SM-YYYY "-" WS-SM-MM
                  "   Business date: " WS-TODAY-RAW
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-POINT-VALUE            TO WS-RATE-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "Value per point: " FUNCTION TRIM(WS-RATE-EDITED)
                  "   Expense GL code: " K-GLCODE-LOYALTY-EXPENSE
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CCY-COUNT = 0
             MOVE "No points outstanding or moved in the month."
                                           TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF

           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > WS-CCY-COUNT
             PERFORM F-WRITE-CURRENCY-BLOCK
           END-PERFORM
           CLOSE REPORT-OUTPUT

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-LIAB-FILENAME          TO U-RPTREG-PATH
           MOVE WS-CCY-COUNT              TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-WRITE-LIABILITY-REPORT-END.
           EXIT.
      ******************************************************************
       F-WRITE-CURRENCY-BLOCK SECTION.
           MOVE SPACES                    TO REPORT-LINE
           STRING "CURRENCY " WS-CCY-CODE(IND-2) "   customers: "
                  FUNCTION TRIM(WS-CCY-CUSTOMERS(IND-2))
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CCY-OPENING(IND-2)     TO WS-PTS-EDITED
           COMPUTE WS-OPEN-VALUE ROUNDED =
                   WS-CCY-OPENING(IND-2) * WS-POINT-VALUE
           MOVE WS-OPEN-VALUE             TO WS-OPEN-VALUE-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Outstanding at start : " WS-PTS-EDITED
                  "  value " WS-OPEN-VALUE-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CCY-EARNED(IND-2)      TO WS-PTS-EDITED
           COMPUTE WS-VALUE ROUNDED =
                   WS-CCY-EARNED(IND-2) * WS-POINT-VALUE
           MOVE WS-VALUE                  TO WS-VALUE-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Earned               : " WS-PTS-EDITED
                  "  value " WS-VALUE-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CCY-REVERSED(IND-2)    TO WS-PTS-EDITED
           COMPUTE WS-VALUE ROUNDED =
                   WS-CCY-REVERSED(IND-2) * WS-POINT-VALUE
           MOVE WS-VALUE                  TO WS-VALUE-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Reversed             : " WS-PTS-EDITED
                  "  value " WS-VALUE-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CCY-REDEEMED(IND-2)    TO WS-PTS-EDITED
           COMPUTE WS-VALUE ROUNDED =
                   WS-CCY-REDEEMED(IND-2) * WS-POINT-VALUE
           MOVE WS-VALUE                  TO WS-VALUE-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Redeemed (paid)      : " WS-PTS-EDITED
                  "  value " WS-VALUE-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CCY-EXPIRED(IND-2)     TO WS-PTS-EDITED
           COMPUTE WS-VALUE ROUNDED =
                   WS-CCY-EXPIRED(IND-2) * WS-POINT-VALUE
           MOVE WS-VALUE                  TO WS-VALUE-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Expired              : " WS-PTS-EDITED
                  "  value " WS-VALUE-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-CCY-CLOSING(IND-2)     TO WS-PTS-EDITED
           COMPUTE WS-VALUE ROUNDED =
                   WS-CCY-CLOSING(IND-2) * WS-POINT-VALUE
           MOVE WS-VALUE                  TO WS-VALUE-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Outstanding at end   : " WS-PTS-EDITED
                  "  value " WS-VALUE-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

      *    THE PROVISION MOVES BY THE CHANGE IN WHAT IS OUTSTANDING.
           SUBTRACT WS-OPEN-VALUE         FROM WS-VALUE
           MOVE WS-VALUE                  TO WS-VALUE-EDITED
           MOVE SPACES                    TO REPORT-LINE
           STRING "  Provision movement   : " WS-VALUE-EDITED
                  "  GL " K-GLCODE-LOYALTY-EXPENSE
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           IF WS-CCY-NEGATIVE(IND-2) > 0
             MOVE SPACES                  TO REPORT-LINE
             STRING "  Customers below zero (not provided for): "
                    FUNCTION TRIM(WS-CCY-NEGATIVE(IND-2))
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-WRITE-CURRENCY-BLOCK-END.
           EXIT.
      ******************************************************************
       F-SWEEP-EXPIRIES SECTION.
      *    FIRST PASS: FIND THE EARN ROWS THAT HAVE EXPIRED WITH
      *    POINTS LEFT. THE EXPIRY ROWS ARE WRITTEN IN A SECOND PASS
      *    SO THE SWEEP NEVER READS ITS OWN OUTPUT; EACH TAKES THE
      *    NEXT SEQUENCE AFTER ITS CUSTOMER'S LAST ROW.
           MOVE 0                         TO WS-SWEEP-CUSTOMER-ID
           MOVE 0                         TO WS-SWEEP-LAST-SEQ
           MOVE 1                         TO WS-SWEEP-FIRST-PENDING
           MOVE LOW-VALUES                TO LY-KEY
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
                 IF LY-CUSTOMER-ID NOT = WS-SWEEP-CUSTOMER-ID
                   PERFORM F-NUMBER-CUSTOMER-EXPIRIES
                   MOVE LY-CUSTOMER-ID    TO WS-SWEEP-CUSTOMER-ID
                 END-IF
                 MOVE LY-SEQ              TO WS-SWEEP-LAST-SEQ
                 IF LY-IS-EARN
                 AND LY-REMAINING > 0
                 AND LY-EXPIRY-DATE NOT = 0
                 AND LY-EXPIRY-DATE NOT > WS-TODAY-RAW
                   PERFORM F-HOLD-EXPIRY
                 END-IF
             END-READ
           END-PERFORM
           PERFORM F-NUMBER-CUSTOMER-EXPIRIES
           .
       F-SWEEP-EXPIRIES-END.
           EXIT.
      ******************************************************************
       F-HOLD-EXPIRY SECTION.
           IF WS-EXP-COUNT >= K-MAX-EXPIRIES
             ADD 1                        TO WS-EXPIRIES-DEFERRED
             EXIT SECTION
           END-IF
           ADD 1                          TO WS-EXP-COUNT
           MOVE LY-CUSTOMER-ID     TO WS-EXP-CUSTOMER-ID(WS-EXP-COUNT)
           MOVE LY-SEQ             TO WS-EXP-SEQ(WS-EXP-COUNT)
           MOVE LY-REMAINING       TO WS-EXP-POINTS(WS-EXP-COUNT)
           MOVE LY-DATE            TO WS-EXP-EARN-DATE(WS-EXP-COUNT)
           MOVE 0                  TO WS-EXP-NEW-SEQ(WS-EXP-COUNT)
           .
       F-HOLD-EXPIRY-END.
           EXIT.
      ******************************************************************
       F-NUMBER-CUSTOMER-EXPIRIES SECTION.
      *    THE CUSTOMER'S LAST ROW IS NOW KNOWN -- NUMBER THEIR
      *    EXPIRY ROWS ON FROM IT.
           MOVE WS-SWEEP-LAST-SEQ         TO WS-NEXT-SEQ
           PERFORM VARYING IND-1 FROM WS-SWEEP-FIRST-PENDING BY 1
                   UNTIL IND-1 > WS-EXP-COUNT
             ADD 1                        TO WS-NEXT-SEQ
             MOVE WS-NEXT-SEQ             TO WS-EXP-NEW-SEQ(IND-1)
           END-PERFORM
           COMPUTE WS-SWEEP-FIRST-PENDING = WS-EXP-COUNT + 1
           .
       F-NUMBER-CUSTOMER-EXPIRIES-END.
           EXIT.
      ******************************************************************
       F-POST-EXPIRIES SECTION.
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-EXP-COUNT
             PERFORM F-EXPIRE-ONE-ROW
           END-PERFORM
           .
       F-POST-EXPIRIES-END.
           EXIT.
      ******************************************************************
       F-EXPIRE-ONE-ROW SECTION.
           MOVE WS-EXP-CUSTOMER-ID(IND-1) TO LY-CUSTOMER-ID
           MOVE WS-EXP-SEQ(IND-1)         TO LY-SEQ
           SET FG-ROW-FOUND-Y             TO TRUE
           READ LY-FILE
             INVALID KEY
               SET FG-ROW-FOUND-N         TO TRUE
           END-READ
           IF FG-ROW-FOUND-N OR LY-REMAINING = 0
             MOVE 0                       TO WS-EXP-POINTS(IND-1)
             EXIT SECTION
           END-IF

           MOVE LY-REMAINING              TO WS-EXPIRE-POINTS
           MOVE 0                         TO LY-REMAINING
           REWRITE LOYALTY-RECORD
           IF WS-LY-FILE-STATUS NOT = "00"
             MOVE 0                       TO WS-EXP-POINTS(IND-1)
             EXIT SECTION
           END-IF

      *    THE EXPIRY ROW CARRIES THE EARN ROW'S CARD AND PURCHASE, SO
      *    THE LEDGER SHOWS WHICH POINTS LAPSED.
           MOVE WS-EXP-NEW-SEQ(IND-1)     TO LY-SEQ
           MOVE WS-TODAY-RAW              TO LY-DATE
           SET LY-IS-EXPIRY               TO TRUE
           COMPUTE LY-POINTS = 0 - WS-EXPIRE-POINTS
           MOVE 0                         TO LY-EXPIRY-DATE
                                              LY-REMAINING
                                              LY-ACTOR-BUSR-ID
           MOVE SPACE                     TO LY-REVERSED
           WRITE LOYALTY-RECORD

           MOVE WS-EXPIRE-POINTS          TO WS-EXP-POINTS(IND-1)
           ADD 1                          TO WS-ROWS-EXPIRED
           ADD WS-EXPIRE-POINTS           TO WS-POINTS-EXPIRED
           .
       F-EXPIRE-ONE-ROW-END.
           EXIT.
      ******************************************************************
       F-WRITE-EXPIRY-REPORT SECTION.
           MOVE SPACES                    TO WS-REPORT-FILENAME
           STRING "files/reports/LOYALTYRUN_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== CARD LOYALTY POINTS EXPIRY ====="
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Business date: " WS-TODAY-RAW
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-EXP-COUNT
             IF WS-EXP-POINTS(IND-1) > 0
               MOVE WS-EXP-POINTS(IND-1)  TO WS-PTS-EDITED
               MOVE SPACES                TO REPORT-LINE
               STRING "CUST=" WS-EXP-CUSTOMER-ID(IND-1)
                      " EARNED " WS-EXP-EARN-DATE(IND-1)
                      " SEQ " WS-EXP-SEQ(IND-1)
                      " EXPIRED " FUNCTION TRIM(WS-PTS-EDITED)
                      " POINTS"
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-IF
           END-PERFORM

           IF WS-ROWS-EXPIRED = 0
             MOVE "No points expired tonight."
                                           TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Earn rows expired : " FUNCTION TRIM(WS-ROWS-EXPIRED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Points expired    : "
                  FUNCTION TRIM(WS-POINTS-EXPIRED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           IF WS-EXPIRIES-DEFERRED > 0
             MOVE SPACES                  TO REPORT-LINE
             STRING "Left for tomorrow (table full): "
                    FUNCTION TRIM(WS-EXPIRIES-DEFERRED)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES                    TO REPORT-LINE
           STRING "Monthly statement : " FUNCTION TRIM(WS-STATUS-TEXT)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND A NIGHT
      *    WITH NOTHING TO EXPIRE IS VISIBLE TOO.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-ROWS-EXPIRED           TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-WRITE-EXPIRY-REPORT-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
