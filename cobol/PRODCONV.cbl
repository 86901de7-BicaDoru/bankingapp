      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      PRODCONV.
      ******************************************************************
      *  Account product conversion -- moving an account between the
      *  current ("CUR") and savings ("SAV") products without closing
      *  it. Run standalone:
      *     PRODCONV REQUEST 000000123 SAV 20261101 00003
      *     PRODCONV BULK    00003 [files/prodconv_in.txt]
      *     PRODCONV CANCEL  000000123 20261101 00003
      *     PRODCONV LIST    [000000123]
      *  REQUEST schedules one conversion on files/prodconv.dat (see
      *  PRODCONVRECORD): the account (open, on the other product --
      *  a legacy untyped account counts as savings), the product it
      *  moves to and the effective date, today's business date or
      *  later but no more than K-PV-MAX-LEAD-DAYS ahead. One pending
      *  conversion per account at a time.
      *  BULK schedules a list of them at once (see PRODCONVINRECORD)
      *  for a product repricing or retirement; every line is checked
      *  exactly as REQUEST would, and rejected lines are listed with
      *  their reason. Admin only.
      *  CANCEL withdraws a conversion still pending. LIST shows the
      *  register, or one account's conversions.
      *  On the effective date PRODCONVRUN settles the old product and
      *  switches the account over. Bank staff (teller or admin) key
      *  every step; each is written to the audit trail.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CONVERSION-FILE ASSIGN TO "files/prodconv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PV-KEY
           FILE STATUS IS WS-PV-FILE-STATUS.

           SELECT CONVERSION-IN-FILE ASSIGN TO DYNAMIC WS-IN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CONVERSION-FILE.
       COPY PRODCONVRECORD.

       FD  CONVERSION-IN-FILE.
       COPY PRODCONVINRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "PRODCONV            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 CONSTANTS.
      *    HOW FAR AHEAD A CONVERSION MAY BE SCHEDULED.
         COPY PRODCONVCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-REQUEST             VALUE "REQUEST".
           88 ARG-OP-BULK                VALUE "BULK".
           88 ARG-OP-CANCEL              VALUE "CANCEL".
           88 ARG-OP-LIST                VALUE "LIST".
      *    REQUEST: TOK2=ACCOUNT  TOK3=NEW PRODUCT  TOK4=EFFECTIVE DATE
      *             TOK5=BANK USER
      *    BULK:    TOK2=BANK USER  TOK3=INPUT FILE (OPTIONAL)
      *    CANCEL:  TOK2=ACCOUNT  TOK3=EFFECTIVE DATE  TOK4=BANK USER
      *    LIST:    TOK2=ACCOUNT (OPTIONAL)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(120).
         05 ARG-TOK4                    PIC X(09).
         05 ARG-TOK5                    PIC X(09).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-PV-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-IN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-IN-FILENAME              PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
      *    THE CONVERSION BEING SCHEDULED -- FROM REQUEST'S TOKENS OR
      *    ONE BULK LINE.
         05 WS-REQ-ACCOUNT-TEXT         PIC X(09).
         05 WS-REQ-PRODUCT-TEXT         PIC X(03).
         05 WS-REQ-DATE-TEXT            PIC X(08).
      *    "S" FOR REQUEST, "B" FOR A BULK LINE -- SEE PV-SOURCE.
         05 WS-REQ-SOURCE               PIC X(01).
         05 WS-REQ-ACCOUNT-ID           PIC 9(09).
         05 WS-REQ-EFF-DATE             PIC 9(08).
         05 WS-REQ-FROM-PRODUCT         PIC X(03).
         05 WS-LEAD-DAYS                PIC S9(07).
         05 WS-SKIP-REASON              PIC X(40).
         05 WS-LINES-READ               PIC 9(05) VALUE 0.
         05 WS-LINES-SCHEDULED          PIC 9(05) VALUE 0.
         05 WS-LINES-SKIPPED            PIC 9(05) VALUE 0.
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
         05 WS-TAX-EDITED               PIC Z(09)9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-LINES               PIC X VALUE 'Y'.
           88 FG-MORE-LINES-Y           VALUE 'Y'.
           88 FG-MORE-LINES-N           VALUE 'N'.
         05 FG-ACTOR-OK                 PIC X VALUE 'Y'.
           88 FG-ACTOR-OK-Y             VALUE 'Y'.
           88 FG-ACTOR-OK-N             VALUE 'N'.
         05 FG-ROW-ON-FILE              PIC X VALUE 'N'.
           88 FG-ROW-ON-FILE-Y          VALUE 'Y'.
           88 FG-ROW-ON-FILE-N          VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY BUSRINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY AUDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           MOVE 1                          TO WS-PTR
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4,
                  ARG-TOK5
             WITH POINTER WS-PTR
           END-UNSTRING

           PERFORM F-OPEN-FILES

           EVALUATE TRUE
             WHEN ARG-OP-REQUEST
               PERFORM F-REQUEST-CONVERSION
             WHEN ARG-OP-BULK
               PERFORM F-BULK-CONVERSIONS
             WHEN ARG-OP-CANCEL
               PERFORM F-CANCEL-CONVERSION
             WHEN ARG-OP-LIST
               PERFORM F-LIST-CONVERSIONS
             WHEN OTHER
               DISPLAY "USAGE: PRODCONV REQUEST|BULK|CANCEL|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "PRODUCT CONVERSION STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE CONVERSION-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "PRODUCT CONVERSION FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O CONVERSION-FILE
           IF WS-PV-FILE-STATUS = "35"
             OPEN OUTPUT CONVERSION-FILE
             CLOSE CONVERSION-FILE
             OPEN I-O CONVERSION-FILE
           END-IF
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-REQUEST-CONVERSION SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
             DISPLAY "BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK5)  TO WS-ACTOR-BUSR-ID
           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-ACTOR-OK-N
             EXIT SECTION
           END-IF

           MOVE ARG-TOK2                   TO WS-REQ-ACCOUNT-TEXT
           MOVE ARG-TOK3(1:3)              TO WS-REQ-PRODUCT-TEXT
           MOVE ARG-TOK4(1:8)              TO WS-REQ-DATE-TEXT
           IF ARG-TOK3(4:) NOT = SPACES
             MOVE SPACES                   TO WS-REQ-PRODUCT-TEXT
           END-IF
           MOVE "S"                        TO WS-REQ-SOURCE
           PERFORM F-SCHEDULE-CONVERSION

           IF WS-SKIP-REASON NOT = SPACES
             DISPLAY "CONVERSION NOT SCHEDULED -- "
                     FUNCTION TRIM(WS-SKIP-REASON)
           ELSE
             DISPLAY "ACCOUNT " PV-ACCOUNT-ID " MOVES FROM "
                     PV-FROM-PRODUCT " TO " PV-TO-PRODUCT
                     " ON " PV-EFF-DATE
           END-IF
           .
       F-REQUEST-CONVERSION-END.
           EXIT.
      ******************************************************************
       F-BULK-CONVERSIONS SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-ACTOR-BUSR-ID
           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-ACTOR-OK-N
             EXIT SECTION
           END-IF
      *    A WHOLE BOOK MOVING AT ONCE IS A PRODUCT DECISION, NOT A
      *    COUNTER REQUEST.
           IF NOT O-BUSR-ADMIN
             DISPLAY "ONLY AN ADMIN MAY LOAD A BULK CONVERSION LIST"
             EXIT SECTION
           END-IF

           IF ARG-TOK3 = SPACES
             MOVE "files/prodconv_in.txt"  TO WS-IN-FILENAME
           ELSE
             MOVE ARG-TOK3                 TO WS-IN-FILENAME
           END-IF
           OPEN INPUT CONVERSION-IN-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
             DISPLAY "NO CONVERSION LIST: "
                     FUNCTION TRIM(WS-IN-FILENAME)
             EXIT SECTION
           END-IF

           SET FG-MORE-LINES-Y             TO TRUE
           PERFORM UNTIL FG-MORE-LINES-N
             READ CONVERSION-IN-FILE
               AT END
                 SET FG-MORE-LINES-N       TO TRUE
               NOT AT END
                 ADD 1                     TO WS-LINES-READ
                 MOVE PVI-ACCOUNT-ID       TO WS-REQ-ACCOUNT-TEXT
                 MOVE PVI-TO-PRODUCT       TO WS-REQ-PRODUCT-TEXT
                 MOVE PVI-EFF-DATE         TO WS-REQ-DATE-TEXT
                 MOVE "B"                  TO WS-REQ-SOURCE
                 PERFORM F-SCHEDULE-CONVERSION
                 IF WS-SKIP-REASON NOT = SPACES
                   ADD 1                   TO WS-LINES-SKIPPED
                   DISPLAY "LINE " WS-LINES-READ " ACCOUNT "
                           PVI-ACCOUNT-ID " SKIPPED -- "
                           FUNCTION TRIM(WS-SKIP-REASON)
                 ELSE
                   ADD 1                   TO WS-LINES-SCHEDULED
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CONVERSION-IN-FILE

           DISPLAY "BULK CONVERSION LIST "
                   FUNCTION TRIM(WS-IN-FILENAME) " -- "
                   WS-LINES-READ " LINE(S), " WS-LINES-SCHEDULED
                   " SCHEDULED, " WS-LINES-SKIPPED " SKIPPED"
           .
       F-BULK-CONVERSIONS-END.
           EXIT.
      ******************************************************************
       F-SCHEDULE-CONVERSION SECTION.
      *    ONE CONVERSION FROM WS-REQ-ACCOUNT-TEXT/-PRODUCT-TEXT/
      *    -DATE-TEXT AND WS-REQ-SOURCE SET BY THE CALLER. LEAVES
      *    WS-SKIP-REASON SPACES AND THE ROW WRITTEN, OR THE REASON
      *    IT WAS REFUSED.
           MOVE SPACES                     TO WS-SKIP-REASON
           EVALUATE TRUE
             WHEN WS-REQ-ACCOUNT-TEXT = SPACES
             OR FUNCTION TEST-NUMVAL(WS-REQ-ACCOUNT-TEXT) NOT = 0
               MOVE "ACCOUNT MUST BE NUMERIC"
                                           TO WS-SKIP-REASON
             WHEN WS-REQ-PRODUCT-TEXT NOT = "CUR"
             AND WS-REQ-PRODUCT-TEXT NOT = "SAV"
               MOVE "NEW PRODUCT MUST BE CUR OR SAV"
                                           TO WS-SKIP-REASON
             WHEN WS-REQ-DATE-TEXT NOT NUMERIC
               MOVE "EFFECTIVE DATE MUST BE YYYYMMDD"
                                           TO WS-SKIP-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(WS-REQ-DATE-TEXT)) NOT = 0
               MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                                           TO WS-SKIP-REASON
           END-EVALUATE
           IF WS-SKIP-REASON NOT = SPACES
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(WS-REQ-ACCOUNT-TEXT)
                                           TO WS-REQ-ACCOUNT-ID
           MOVE FUNCTION NUMVAL(WS-REQ-DATE-TEXT)
                                           TO WS-REQ-EFF-DATE

      *    TONIGHT'S RUN AT THE EARLIEST -- A PAST DATE WOULD MEAN
      *    RE-CUTTING INTEREST AND FEES ALREADY SETTLED.
           COMPUTE WS-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-REQ-EFF-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
           IF WS-LEAD-DAYS < 0
             MOVE "EFFECTIVE DATE IS IN THE PAST"
                                           TO WS-SKIP-REASON
             EXIT SECTION
           END-IF
           IF WS-LEAD-DAYS > K-PV-MAX-LEAD-DAYS
             MOVE "EFFECTIVE DATE TOO FAR AHEAD"
                                           TO WS-SKIP-REASON
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-REQ-ACCOUNT-ID          TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             MOVE "ACCOUNT NOT ON FILE"    TO WS-SKIP-REASON
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             MOVE "ACCOUNT IS CLOSED"      TO WS-SKIP-REASON
             EXIT SECTION
           END-IF
      *    ONLY CURRENT AND SAVINGS CONVERT -- A NOTICE ACCOUNT HAS
      *    ITS OWN EXIT RULES (SEE NOTICE) AND INTERNAL ACCOUNTS ARE
      *    NOT CUSTOMER PRODUCTS. AN UNTYPED LEGACY ROW IS SAVINGS.
           EVALUATE O-ACC-PRODUCT-TYPE(1)
             WHEN "CUR"
               MOVE "CUR"                  TO WS-REQ-FROM-PRODUCT
             WHEN "SAV"
             WHEN SPACES
               MOVE "SAV"                  TO WS-REQ-FROM-PRODUCT
             WHEN OTHER
               MOVE "ONLY CURRENT/SAVINGS ACCOUNTS CONVERT"
                                           TO WS-SKIP-REASON
               EXIT SECTION
           END-EVALUATE
           IF WS-REQ-FROM-PRODUCT = WS-REQ-PRODUCT-TEXT
             MOVE "ACCOUNT IS ALREADY ON THAT PRODUCT"
                                           TO WS-SKIP-REASON
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-PENDING
           IF WS-SKIP-REASON NOT = SPACES
             EXIT SECTION
           END-IF

      *    A CANCELLED OR FAILED ROW FOR THE SAME DAY IS REUSED; ONE
      *    ALREADY CARRIED OUT STAYS AS THE RECORD OF IT.
           MOVE WS-REQ-ACCOUNT-ID          TO PV-ACCOUNT-ID
           MOVE WS-REQ-EFF-DATE            TO PV-EFF-DATE
           SET FG-ROW-ON-FILE-Y            TO TRUE
           READ CONVERSION-FILE
             INVALID KEY
               SET FG-ROW-ON-FILE-N        TO TRUE
           END-READ
           IF FG-ROW-ON-FILE-Y AND PV-IS-DONE
             MOVE "A CONVERSION WAS DONE ON THAT DATE"
                                           TO WS-SKIP-REASON
             EXIT SECTION
           END-IF

           INITIALIZE PRODUCT-CONVERSION-RECORD
           MOVE WS-REQ-SOURCE              TO PV-SOURCE
           MOVE WS-REQ-ACCOUNT-ID          TO PV-ACCOUNT-ID
           MOVE WS-REQ-EFF-DATE            TO PV-EFF-DATE
           MOVE WS-REQ-FROM-PRODUCT        TO PV-FROM-PRODUCT
           MOVE WS-REQ-PRODUCT-TEXT        TO PV-TO-PRODUCT
           SET PV-IS-PENDING               TO TRUE
           MOVE O-ACC-CUSTOMERID(1)        TO PV-CUSTOMER-ID
           MOVE O-ACC-BRANCHID(1)          TO PV-BRANCH-ID
           MOVE O-ACC-CURRENCY(1)          TO PV-CURRENCY
           MOVE WS-ACTOR-BUSR-ID           TO PV-REQUESTED-BY
           MOVE WS-TODAY-RAW               TO PV-REQUESTED-DATE

           IF FG-ROW-ON-FILE-Y
             REWRITE PRODUCT-CONVERSION-RECORD
               INVALID KEY
                 MOVE "COULD NOT BE WRITTEN"
                                           TO WS-SKIP-REASON
             END-REWRITE
           ELSE
             WRITE PRODUCT-CONVERSION-RECORD
               INVALID KEY
                 MOVE "COULD NOT BE WRITTEN"
                                           TO WS-SKIP-REASON
             END-WRITE
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
             EXIT SECTION
           END-IF

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT
           .
       F-SCHEDULE-CONVERSION-END.
           EXIT.
      ******************************************************************
       F-CHECK-PENDING SECTION.
      *    ONE PENDING CONVERSION PER ACCOUNT (WS-REQ-ACCOUNT-ID) AT A
      *    TIME -- THE ROWS FOR AN ACCOUNT ARE ADJACENT ON THE KEY.
           MOVE WS-REQ-ACCOUNT-ID          TO PV-ACCOUNT-ID
           MOVE 0                          TO PV-EFF-DATE
           START CONVERSION-FILE KEY IS NOT LESS THAN PV-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CONVERSION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF PV-ACCOUNT-ID NOT = WS-REQ-ACCOUNT-ID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF PV-IS-PENDING
                     MOVE SPACES           TO WS-SKIP-REASON
                     STRING "ALREADY PENDING FOR " PV-EFF-DATE
                       DELIMITED BY SIZE INTO WS-SKIP-REASON
                     END-STRING
                     SET FG-MORE-RECORDS-N TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-CHECK-PENDING-END.
           EXIT.
      ******************************************************************
       F-CANCEL-CONVERSION SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "ACCOUNT AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           IF ARG-TOK3(1:8) NOT NUMERIC
             DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-ACTOR-BUSR-ID
           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-ACTOR-OK-N
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO PV-ACCOUNT-ID
           MOVE ARG-TOK3(1:8)              TO PV-EFF-DATE
           READ CONVERSION-FILE
             INVALID KEY
               DISPLAY "NO CONVERSION FOR ACCOUNT " ARG-TOK2
                       " ON " ARG-TOK3(1:8)
               EXIT SECTION
           END-READ
           IF NOT PV-IS-PENDING
             DISPLAY "CONVERSION IS NOT PENDING (STATUS " PV-STATUS
                     ")"
             EXIT SECTION
           END-IF

           SET PV-IS-CANCELLED             TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO PV-CLOSED-BY
           MOVE WS-TODAY-RAW               TO PV-CLOSED-DATE
           REWRITE PRODUCT-CONVERSION-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "CONVERSION OF ACCOUNT " PV-ACCOUNT-ID " TO "
                   PV-TO-PRODUCT " ON " PV-EFF-DATE " CANCELLED"
           .
       F-CANCEL-CONVERSION-END.
           EXIT.
      ******************************************************************
       F-LIST-CONVERSIONS SECTION.
           MOVE 0                          TO WS-REQ-ACCOUNT-ID
           IF ARG-TOK2 NOT = SPACES
             IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
               DISPLAY "ACCOUNT MUST BE NUMERIC"
               EXIT SECTION
             END-IF
             MOVE FUNCTION NUMVAL(ARG-TOK2) TO WS-REQ-ACCOUNT-ID
           END-IF

           MOVE WS-REQ-ACCOUNT-ID          TO PV-ACCOUNT-ID
           MOVE 0                          TO PV-EFF-DATE
           START CONVERSION-FILE KEY IS NOT LESS THAN PV-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CONVERSION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WS-REQ-ACCOUNT-ID NOT = 0
                 AND PV-ACCOUNT-ID NOT = WS-REQ-ACCOUNT-ID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   PERFORM F-DISPLAY-CONVERSION
                   ADD 1                   TO WS-ROWS-LISTED
                 END-IF
             END-READ
           END-PERFORM

           IF WS-ROWS-LISTED = 0
             DISPLAY "NO PRODUCT CONVERSIONS ON FILE"
           END-IF
           .
       F-LIST-CONVERSIONS-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-CONVERSION SECTION.
           DISPLAY "ACC " PV-ACCOUNT-ID " " PV-FROM-PRODUCT "->"
                   PV-TO-PRODUCT " ON " PV-EFF-DATE
                   " STATUS=" PV-STATUS
                   " CUST=" PV-CUSTOMER-ID
                   " BRANCH=" PV-BRANCH-ID
                   " SRC=" PV-SOURCE
                   " BY " PV-REQUESTED-BY " " PV-REQUESTED-DATE
           EVALUATE TRUE
             WHEN PV-IS-DONE
               MOVE PV-INTEREST-SETTLED    TO WS-AMOUNT-EDITED
               MOVE PV-TAX-WITHHELD        TO WS-TAX-EDITED
               DISPLAY "      DONE " PV-CLOSED-DATE
                       " INTEREST=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                       " TAX=" FUNCTION TRIM(WS-TAX-EDITED)
                       " " PV-CURRENCY
             WHEN PV-IS-FAILED
               DISPLAY "      FAILED " PV-CLOSED-DATE " -- "
                       FUNCTION TRIM(PV-FAIL-REASON)
             WHEN PV-IS-CANCELLED
               DISPLAY "      CANCELLED " PV-CLOSED-DATE
                       " BY " PV-CLOSED-BY
           END-EVALUATE
           .
       F-DISPLAY-CONVERSION-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    BANK STAFF SCHEDULE A CONVERSION WITH THE CUSTOMER -- A
      *    TELLER OR ADMIN, NOT A SELF-SERVICE CLIENT LOGIN.
           SET FG-ACTOR-OK-Y               TO TRUE
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-ACTOR-OK-N             TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY CONVERT AN ACCOUNT'S "
                     "PRODUCT"
             SET FG-ACTOR-OK-N             TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET. EVERY STEP IS FILED UNDER THE ACCOUNT CONVERTED.
           MOVE "PRODCONV"                 TO I-AUDIT-ENTITY
           MOVE PV-ACCOUNT-ID              TO I-AUDIT-ENTITY-ID
           MOVE WS-ACTOR-BUSR-ID           TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG             TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE
           .
       F-WRITE-AUDIT-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
