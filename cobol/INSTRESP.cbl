      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      INSTRESP.
      ******************************************************************
      *  Instant payment response processing -- the other half of the
      *  instant payment channel TRANSFERBO submits into. Run
      *  standalone, no args, as often as the scheme gateway drops a
      *  response file (every few seconds in production):
      *    - reads files/instant_responses.txt (see INSTRESPRECORD)
      *      and matches each answer back to its submission on
      *      files/instantpay.dat by reference
      *    - ACCP posts the debit as an ordinary TRANSFERDB transfer
      *      row carrying the scheme reference, updates the source
      *      balance and marks the HOLDDB hold captured
      *    - RJCT releases the hold -- nothing ever posted
      *    - PDNG (the scheme's answer to a status inquiry) leaves
      *      the submission open
      *    - an answer for a submission already closed is listed and
      *      otherwise ignored, so a re-delivered file is harmless --
      *      except an ACCP for one already closed as timed out: the
      *      money has left, so the debit is posted anyway and the
      *      line flagged for operations
      *  Then it sweeps every open submission against the scheme
      *  timeout (INSTPAYCONFIG): past K-IP-TIMEOUT-SECS a status
      *  inquiry goes out to the gateway (files/instant_outbound.txt);
      *  past K-IP-INQUIRY-SECS after that the submission is closed as
      *  timed out with its final status on the report, the hold
      *  released and the customer told.
      *  Every outcome goes to the customer through NOTIFY. Each run
      *  appends to files/reports/INSTANT_STATUS_<yyyymmdd>.txt,
      *  ending with its own control totals, registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT INSTANT-RESP-FILE ASSIGN TO
           "files/instant_responses.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESP-FILE-STATUS.

           SELECT INSTANT-PAY-FILE ASSIGN TO "files/instantpay.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IP-ID
           FILE STATUS IS WS-IP-FILE-STATUS.

           SELECT INSTANT-MSG-FILE ASSIGN TO
           "files/instant_outbound.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IM-FILE-STATUS.

           SELECT STATUS-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  INSTANT-RESP-FILE.
       COPY INSTRESPRECORD.

       FD  INSTANT-PAY-FILE.
       COPY INSTPAYRECORD.

       FD  INSTANT-MSG-FILE.
       COPY INSTMSGRECORD.

       FD  STATUS-OUTPUT.
       01  STATUS-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "INSTRESP            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSFERDB           VALUE "TRANSFERDB          ".
         88 PGNAME-HOLDDB               VALUE "HOLDDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".

       01 CONSTANTS.
         COPY INSTPAYCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-RESP-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-IP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-IM-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-NOW-DATE                 PIC 9(08).
         05 WS-NOW-SECS                 PIC 9(05).
         05 WS-ELAPSED-SECS             PIC S9(09).
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-TRANSFER-ID              PIC 9(05).
         05 WS-NOTIFY-EVENT             PIC X(10).
         05 WS-NOTIFY-MEMO              PIC X(20).
         05 WS-OUTCOME                  PIC X(40).

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

         05 WS-RESP-READ                PIC 9(07) VALUE 0.
         05 WS-RESP-ACCEPTED            PIC 9(07) VALUE 0.
         05 WS-RESP-REJECTED            PIC 9(07) VALUE 0.
         05 WS-RESP-PENDING             PIC 9(07) VALUE 0.
         05 WS-RESP-DUPLICATE           PIC 9(07) VALUE 0.
         05 WS-RESP-UNKNOWN             PIC 9(07) VALUE 0.
         05 WS-RESP-FAILED              PIC 9(07) VALUE 0.
         05 WS-LATE-ACCEPTS             PIC 9(07) VALUE 0.
         05 WS-INQUIRIES-SENT           PIC 9(07) VALUE 0.
         05 WS-TIMED-OUT                PIC 9(07) VALUE 0.
         05 WS-STILL-OPEN               PIC 9(07) VALUE 0.
         05 WS-ROW-COUNT                PIC 9(07) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-RESP-OPEN                PIC X VALUE 'N'.
           88 FG-RESP-OPEN-Y            VALUE 'Y'.
           88 FG-RESP-OPEN-N            VALUE 'N'.
         05 FG-MSG-OPEN                 PIC X VALUE 'N'.
           88 FG-MSG-OPEN-Y             VALUE 'Y'.
           88 FG-MSG-OPEN-N             VALUE 'N'.
         05 FG-FOUND                    PIC X VALUE 'N'.
           88 FG-FOUND-Y                VALUE 'Y'.
           88 FG-FOUND-N                VALUE 'N'.
         05 FG-POSTED                   PIC X VALUE 'N'.
           88 FG-POSTED-Y               VALUE 'Y'.
           88 FG-POSTED-N               VALUE 'N'.
         05 FG-LATE                     PIC X VALUE 'N'.
           88 FG-LATE-Y                 VALUE 'Y'.
           88 FG-LATE-N                 VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSFERINTERFACE.
       COPY HOLDINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY NOTIFYINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-PROCESS-RESPONSES
           PERFORM F-CHECK-TIMEOUTS
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "INSTANT PAYMENT RESPONSES STARTING"
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

      *    THE SCHEME TIMEOUT RUNS ON THE WALL CLOCK, NOT THE
      *    BUSINESS DATE.
           PERFORM F-GET-TIMESTAMP
           MOVE WS-DATE-RAW               TO WS-NOW-DATE
           COMPUTE WS-NOW-SECS =
                   FUNCTION NUMVAL(WS-TIME-HH) * 3600
                 + FUNCTION NUMVAL(WS-TIME-MM) * 60
                 + FUNCTION NUMVAL(WS-TIME-SS)

      *    ONE STATUS FILE PER BUSINESS DAY, APPENDED TO BY EVERY RUN.
           STRING "files/reports/INSTANT_STATUS_"
                                                  DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN EXTEND STATUS-OUTPUT
           IF WS-FILE-STATUS = "35"
             OPEN OUTPUT STATUS-OUTPUT
           END-IF
           MOVE SPACES                    TO STATUS-LINE
           STRING "===== INSTANT PAYMENT STATUS RUN " WS-TIMESTAMP
                  " ====="
             DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE

           OPEN I-O INSTANT-PAY-FILE
           IF WS-IP-FILE-STATUS = "35"
             OPEN OUTPUT INSTANT-PAY-FILE
             CLOSE INSTANT-PAY-FILE
             OPEN I-O INSTANT-PAY-FILE
           END-IF

           OPEN INPUT INSTANT-RESP-FILE
           IF WS-RESP-FILE-STATUS = "35"
             SET FG-RESP-OPEN-N           TO TRUE
           ELSE
             SET FG-RESP-OPEN-Y           TO TRUE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           IF FG-RESP-OPEN-Y
             CLOSE INSTANT-RESP-FILE
           END-IF
           IF FG-MSG-OPEN-Y
             CLOSE INSTANT-MSG-FILE
           END-IF
           CLOSE INSTANT-PAY-FILE

           PERFORM F-WRITE-CONTROL-TOTALS
           CLOSE STATUS-OUTPUT

           COMPUTE WS-ROW-COUNT = WS-RESP-READ + WS-INQUIRIES-SENT
                                + WS-TIMED-OUT
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-ROW-COUNT              TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "RESPONSES: ",
             FUNCTION TRIM(WS-RESP-READ),
             " | ACCEPTED: ",
             FUNCTION TRIM(WS-RESP-ACCEPTED),
             " | REJECTED: ",
             FUNCTION TRIM(WS-RESP-REJECTED),
             " | TIMED OUT: ",
             FUNCTION TRIM(WS-TIMED-OUT)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-RESPONSES SECTION.
           IF FG-RESP-OPEN-N
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ INSTANT-RESP-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-RESP-READ
                 PERFORM F-APPLY-RESPONSE
             END-READ
           END-PERFORM
           .
       F-PROCESS-RESPONSES-END.
           EXIT.
      ******************************************************************
       F-APPLY-RESPONSE SECTION.
      *    THE SUBMISSION ID IS CARRIED IN THE REFERENCE ITSELF
      *    ("INS" + IP-ID + ...), SO THE ROW IS READ BY KEY AND THE
      *    FULL REFERENCE CONFIRMED.
           SET FG-FOUND-N                  TO TRUE
           IF IR-REFERENCE(1:3) = "INS"
           AND IR-REFERENCE(4:5) IS NUMERIC
             MOVE IR-REFERENCE(4:5)        TO IP-ID
             READ INSTANT-PAY-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF IP-REFERENCE = IR-REFERENCE
                   SET FG-FOUND-Y          TO TRUE
                 END-IF
             END-READ
           END-IF

           IF FG-FOUND-N
             ADD 1                         TO WS-RESP-UNKNOWN
             MOVE SPACES                   TO STATUS-LINE
             STRING "UNKNOWN   REF=" IR-REFERENCE
                    " STATUS=" IR-STATUS
                    " -- NO SUCH SUBMISSION"
               DELIMITED BY SIZE INTO STATUS-LINE
             END-STRING
             WRITE STATUS-LINE
             EXIT SECTION
           END-IF

           MOVE IP-AMOUNT                  TO WS-AMOUNT-EDITED
           EVALUATE TRUE
             WHEN IR-ACCEPTED AND IP-IS-OPEN
               SET FG-LATE-N               TO TRUE
               PERFORM F-POST-ACCEPTANCE
             WHEN IR-ACCEPTED AND IP-TIMED-OUT
               SET FG-LATE-Y               TO TRUE
               PERFORM F-POST-ACCEPTANCE
             WHEN IR-REJECTED AND IP-IS-OPEN
               PERFORM F-RELEASE-REJECTED
             WHEN IR-PENDING AND IP-IS-OPEN
               ADD 1                       TO WS-RESP-PENDING
               MOVE SPACES                 TO STATUS-LINE
               STRING "PENDING   REF=" IP-REFERENCE
                      " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                      " -- STILL IN PROGRESS AT THE SCHEME"
                 DELIMITED BY SIZE INTO STATUS-LINE
               END-STRING
               WRITE STATUS-LINE
             WHEN OTHER
               ADD 1                       TO WS-RESP-DUPLICATE
               MOVE SPACES                 TO STATUS-LINE
               STRING "IGNORED   REF=" IP-REFERENCE
                      " STATUS=" IR-STATUS
                      " -- SUBMISSION ALREADY CLOSED AS " IP-STATUS
                 DELIMITED BY SIZE INTO STATUS-LINE
               END-STRING
               WRITE STATUS-LINE
           END-EVALUATE
           .
       F-APPLY-RESPONSE-END.
           EXIT.
      ******************************************************************
       F-POST-ACCEPTANCE SECTION.
      *    THE PAYMENT HAS LEFT: POST IT AS THE TRANSFER IT IS, TAKE
      *    IT OFF THE SOURCE BALANCE AND CAPTURE THE HOLD. A FAILURE
      *    LEAVES THE SUBMISSION OPEN FOR THE NEXT RUN TO RETRY.
           SET FG-POSTED-Y                 TO TRUE
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE IP-SRC-ACCID               TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             MOVE "SOURCE ACCOUNT NOT ON FILE" TO WS-OUTCOME
             PERFORM F-WRITE-FAILED-LINE
             EXIT SECTION
           END-IF
           COMPUTE WS-NEW-BALANCE = O-ACC-BALANCE(1) - IP-AMOUNT

           PERFORM F-GET-TIMESTAMP
           INITIALIZE TRANSFERDB-INTERFACE
           SET I-TRANSFER-OP-POST          TO TRUE
           MOVE WS-TIMESTAMP               TO I-TRANSFER-TIMESTAMP
           MOVE IP-SRC-IBAN                TO I-TRANSFER-SRCIBAN
           MOVE IP-DEST-IBAN               TO I-TRANSFER-DESTIBAN
           MOVE IP-AMOUNT                  TO I-TRANSFER-AMOUNT
           MOVE IP-CURRENCY                TO I-TRANSFER-CURRENCY
           MOVE IP-AMOUNT                  TO I-TRANSFER-DESTAMOUNT
           MOVE IP-CURRENCY                TO I-TRANSFER-DESTCURRENCY
           MOVE IP-REFERENCE               TO I-TRANSFER-PAYMENT-REF
           MOVE WS-TODAY-RAW               TO I-TRANSFER-VALUE-DATE
           SET PGNAME-TRANSFERDB           TO TRUE
           CALL PROGNAME USING TRANSFERDB-INTERFACE
           IF NOT TRANSFERDB-STATUS-OK
             MOVE "TRANSFER POSTING FAILED" TO WS-OUTCOME
             PERFORM F-WRITE-FAILED-LINE
             EXIT SECTION
           END-IF
           MOVE O-TRANSFER-ID(1)           TO WS-TRANSFER-ID

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE IP-SRC-ACCID               TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE             TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
      *      UNDO THE TRANSFER ROW -- SAME ROLLBACK TRANSFERBO DOES.
             INITIALIZE TRANSFERDB-INTERFACE
             SET I-TRANSFER-OP-DELETE      TO TRUE
             MOVE WS-TRANSFER-ID           TO I-TRANSFER-ID
             SET PGNAME-TRANSFERDB         TO TRUE
             CALL PROGNAME USING TRANSFERDB-INTERFACE
             MOVE "BALANCE UPDATE FAILED"  TO WS-OUTCOME
             PERFORM F-WRITE-FAILED-LINE
             EXIT SECTION
           END-IF

      *    A SUBMISSION ALREADY CLOSED AS TIMED OUT HAD ITS HOLD
      *    RELEASED THEN -- NOTHING LEFT TO CAPTURE.
           IF FG-LATE-N
             INITIALIZE HOLDDB-INTERFACE
             SET I-HOLD-OP-PUT             TO TRUE
             MOVE IP-HOLD-ID               TO I-HOLD-HOLDID
             SET I-HOLD-STATUS-CAPTURED    TO TRUE
             SET PGNAME-HOLDDB             TO TRUE
             CALL PROGNAME USING HOLDDB-INTERFACE
           END-IF

           SET IP-ACCEPTED                 TO TRUE
           MOVE SPACES                     TO IP-REASON
           MOVE WS-TIMESTAMP               TO IP-RESOLVED-TS
           MOVE WS-TODAY-RAW               TO IP-POSTED-DATE
           MOVE WS-TRANSFER-ID             TO IP-TRANSFER-ID
           REWRITE INSTANT-PAY-RECORD

           ADD 1                           TO WS-RESP-ACCEPTED
           MOVE "INSTPAID"                 TO WS-NOTIFY-EVENT
           MOVE IP-REFERENCE               TO WS-NOTIFY-MEMO
           PERFORM F-NOTIFY-CUSTOMER

           MOVE SPACES                     TO STATUS-LINE
           IF FG-LATE-Y
             ADD 1                         TO WS-LATE-ACCEPTS
             STRING "ACCEPTED  REF=" IP-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                    " TRANSFER=" WS-TRANSFER-ID
                    " -- LATE, AFTER FINAL TIMEOUT: DEBIT POSTED,"
                    " CHECK WITH THE CUSTOMER"
               DELIMITED BY SIZE INTO STATUS-LINE
             END-STRING
           ELSE
             STRING "ACCEPTED  REF=" IP-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                    " TRANSFER=" WS-TRANSFER-ID
                    " FROM " IP-SRC-IBAN(1:22)
                    " TO " IP-DEST-IBAN(1:22)
               DELIMITED BY SIZE INTO STATUS-LINE
             END-STRING
           END-IF
           WRITE STATUS-LINE
           .
       F-POST-ACCEPTANCE-END.
           EXIT.
      ******************************************************************
       F-RELEASE-REJECTED SECTION.
      *    NOTHING POSTED -- JUST GIVE THE FUNDS BACK.
           PERFORM F-RELEASE-HOLD
           IF FG-POSTED-N
             MOVE "HOLD RELEASE FAILED"    TO WS-OUTCOME
             PERFORM F-WRITE-FAILED-LINE
             EXIT SECTION
           END-IF

           PERFORM F-GET-TIMESTAMP
           SET IP-REJECTED                 TO TRUE
           MOVE IR-REASON                  TO IP-REASON
           MOVE WS-TIMESTAMP               TO IP-RESOLVED-TS
           REWRITE INSTANT-PAY-RECORD

           ADD 1                           TO WS-RESP-REJECTED
           MOVE "INSTREJ"                  TO WS-NOTIFY-EVENT
           MOVE SPACES                     TO WS-NOTIFY-MEMO
           STRING "REJECTED " IR-REASON
             DELIMITED BY SIZE INTO WS-NOTIFY-MEMO
           END-STRING
           PERFORM F-NOTIFY-CUSTOMER

           MOVE SPACES                     TO STATUS-LINE
           STRING "REJECTED  REF=" IP-REFERENCE
                  " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                  " REASON=" IR-REASON
                  " -- HOLD " IP-HOLD-ID " RELEASED"
             DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE
           .
       F-RELEASE-REJECTED-END.
           EXIT.
      ******************************************************************
       F-CHECK-TIMEOUTS SECTION.
      *    EVERY SUBMISSION STILL OPEN IS MEASURED AGAINST THE SCHEME
      *    TIMEOUT: FIRST A STATUS INQUIRY, THEN -- IF THAT GOES
      *    UNANSWERED TOO -- A FINAL TIMED-OUT STATUS.
           MOVE SPACES                     TO STATUS-LINE
           MOVE "----- TIMEOUT SWEEP -----" TO STATUS-LINE
           WRITE STATUS-LINE

           MOVE LOW-VALUES                 TO IP-ID
           START INSTANT-PAY-FILE KEY IS NOT LESS THAN IP-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ INSTANT-PAY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN IP-SUBMITTED
                     PERFORM F-CHECK-SUBMISSION-TIMEOUT
                   WHEN IP-INQUIRED
                     PERFORM F-CHECK-INQUIRY-TIMEOUT
                 END-EVALUATE
             END-READ
           END-PERFORM
           .
       F-CHECK-TIMEOUTS-END.
           EXIT.
      ******************************************************************
       F-CHECK-SUBMISSION-TIMEOUT SECTION.
           COMPUTE WS-ELAPSED-SECS =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                  - FUNCTION INTEGER-OF-DATE(IP-SUBMIT-DATE)) * 86400
                 + WS-NOW-SECS - IP-SUBMIT-SECS
           IF WS-ELAPSED-SECS <= K-IP-TIMEOUT-SECS
             ADD 1                         TO WS-STILL-OPEN
             EXIT SECTION
           END-IF

           IF FG-MSG-OPEN-N
             OPEN EXTEND INSTANT-MSG-FILE
             IF WS-IM-FILE-STATUS = "35"
               OPEN OUTPUT INSTANT-MSG-FILE
             END-IF
             SET FG-MSG-OPEN-Y             TO TRUE
           END-IF

           PERFORM F-GET-TIMESTAMP
           INITIALIZE INSTANT-MSG-RECORD
           SET IM-MSG-INQUIRY              TO TRUE
           MOVE IP-REFERENCE               TO IM-REFERENCE
           MOVE IP-SRC-IBAN                TO IM-SRC-IBAN
           MOVE IP-DEST-IBAN               TO IM-DEST-IBAN
           MOVE IP-AMOUNT                  TO IM-AMOUNT
           MOVE IP-CURRENCY                TO IM-CURRENCY
           MOVE WS-TIMESTAMP               TO IM-TIMESTAMP
           WRITE INSTANT-MSG-RECORD

           SET IP-INQUIRED                 TO TRUE
           MOVE WS-NOW-DATE                TO IP-INQUIRY-DATE
           MOVE WS-NOW-SECS                TO IP-INQUIRY-SECS
           REWRITE INSTANT-PAY-RECORD

           ADD 1                           TO WS-INQUIRIES-SENT
           ADD 1                           TO WS-STILL-OPEN
           MOVE IP-AMOUNT                  TO WS-AMOUNT-EDITED
           MOVE SPACES                     TO STATUS-LINE
           STRING "INQUIRY   REF=" IP-REFERENCE
                  " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                  " -- NO ANSWER IN " K-IP-TIMEOUT-SECS
                  " SECONDS, STATUS INQUIRY SENT"
             DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE
           .
       F-CHECK-SUBMISSION-TIMEOUT-END.
           EXIT.
      ******************************************************************
       F-CHECK-INQUIRY-TIMEOUT SECTION.
           COMPUTE WS-ELAPSED-SECS =
                   (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                  - FUNCTION INTEGER-OF-DATE(IP-INQUIRY-DATE)) * 86400
                 + WS-NOW-SECS - IP-INQUIRY-SECS
           IF WS-ELAPSED-SECS <= K-IP-INQUIRY-SECS
             ADD 1                         TO WS-STILL-OPEN
             EXIT SECTION
           END-IF

           MOVE IP-AMOUNT                  TO WS-AMOUNT-EDITED
           PERFORM F-RELEASE-HOLD
           IF FG-POSTED-N
             MOVE "HOLD RELEASE FAILED"    TO WS-OUTCOME
             PERFORM F-WRITE-FAILED-LINE
             ADD 1                         TO WS-STILL-OPEN
             EXIT SECTION
           END-IF

           PERFORM F-GET-TIMESTAMP
           SET IP-TIMED-OUT                TO TRUE
           MOVE "TOUT"                     TO IP-REASON
           MOVE WS-TIMESTAMP               TO IP-RESOLVED-TS
           REWRITE INSTANT-PAY-RECORD

           ADD 1                           TO WS-TIMED-OUT
           MOVE "INSTTMO"                  TO WS-NOTIFY-EVENT
           MOVE IP-REFERENCE               TO WS-NOTIFY-MEMO
           PERFORM F-NOTIFY-CUSTOMER

           MOVE SPACES                     TO STATUS-LINE
           STRING "TIMED OUT REF=" IP-REFERENCE
                  " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                  " FROM " IP-SRC-IBAN(1:22)
                  " SUBMITTED " IP-SUBMIT-TS(1:19)
                  " -- FINAL: INQUIRY UNANSWERED, HOLD RELEASED"
             DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE
           .
       F-CHECK-INQUIRY-TIMEOUT-END.
           EXIT.
      ******************************************************************
       F-RELEASE-HOLD SECTION.
           SET FG-POSTED-Y                 TO TRUE
           INITIALIZE HOLDDB-INTERFACE
           SET I-HOLD-OP-PUT               TO TRUE
           MOVE IP-HOLD-ID                 TO I-HOLD-HOLDID
           SET I-HOLD-STATUS-RELEASED      TO TRUE
           SET PGNAME-HOLDDB               TO TRUE
           CALL PROGNAME USING HOLDDB-INTERFACE
           IF NOT HOLDDB-STATUS-OK
             SET FG-POSTED-N               TO TRUE
           END-IF
           .
       F-RELEASE-HOLD-END.
           EXIT.
      ******************************************************************
       F-WRITE-FAILED-LINE SECTION.
      *    THE SUBMISSION STAYS AS IT WAS -- THE NEXT RUN TRIES AGAIN.
           SET FG-POSTED-N                 TO TRUE
           ADD 1                           TO WS-RESP-FAILED
           MOVE SPACES                     TO STATUS-LINE
           STRING "FAILED    REF=" IP-REFERENCE
                  " AMT=" WS-AMOUNT-EDITED " " IP-CURRENCY
                  " -- " WS-OUTCOME ", LEFT OPEN"
             DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE
           .
       F-WRITE-FAILED-LINE-END.
           EXIT.
      ******************************************************************
       F-NOTIFY-CUSTOMER SECTION.
      *    CALLER LEAVES THE EVENT AND MEMO SET.
           INITIALIZE NOTIFY-INTERFACE
           MOVE IP-CUSTOMERID              TO I-NOTIFY-CUSTID
           MOVE "TRANSFER"                 TO I-NOTIFY-ENTITY
           MOVE IP-SRC-ACCID               TO I-NOTIFY-ENTITY-ID
           MOVE WS-NOTIFY-EVENT            TO I-NOTIFY-EVENT
           MOVE IP-AMOUNT                  TO I-NOTIFY-AMOUNT
           MOVE WS-NOTIFY-MEMO             TO I-NOTIFY-MEMO
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE
           .
       F-NOTIFY-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-GET-TIMESTAMP SECTION.
      *    WALL-CLOCK DATE AND TIME IN WS-DATE-RAW/WS-TIME-RAW; THE
      *    STAMP ITSELF CARRIES THE BUSINESS DATE, SAME RULE AS
      *    TRANSFERBO.UT-GET-TIMESTAMP.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
           MOVE WS-TODAY-RAW(1:4)          TO T-YEAR
           MOVE WS-TODAY-RAW(5:2)          TO T-MONTH
           MOVE WS-TODAY-RAW(7:2)          TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC
           .
       F-GET-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-WRITE-CONTROL-TOTALS SECTION.
           MOVE "----- CONTROL TOTALS -----" TO STATUS-LINE
           WRITE STATUS-LINE

           MOVE SPACES                     TO STATUS-LINE
           STRING "RESPONSES: " WS-RESP-READ
                  "   ACCEPTED: " WS-RESP-ACCEPTED
                  "   REJECTED: " WS-RESP-REJECTED
                  "   PENDING:  " WS-RESP-PENDING
             DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE

           MOVE SPACES                     TO STATUS-LINE
           STRING "IGNORED:   " WS-RESP-DUPLICATE
                  "   UNKNOWN:  " WS-RESP-UNKNOWN
                  "   FAILED:   " WS-RESP-FAILED
                  "   LATE:     " WS-LATE-ACCEPTS
             DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE

           MOVE SPACES                     TO STATUS-LINE
           STRING "INQUIRIES: " WS-INQUIRIES-SENT
                  "   TIMED OUT: " WS-TIMED-OUT
                  "   STILL OPEN: " WS-STILL-OPEN
             DELIMITED BY SIZE INTO STATUS-LINE
           END-STRING
           WRITE STATUS-LINE
           .
       F-WRITE-CONTROL-TOTALS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
