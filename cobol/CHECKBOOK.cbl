      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CHECKBOOK.
      ******************************************************************
      *  Check-book register and stop-payment tool. Run standalone:
      *     CHECKBOOK ISSUE  00001 1001 1050 00003
      *     CHECKBOOK CANCEL 00001 1001 00003
      *     CHECKBOOK STOP   00001 1017 00003 LOST IN POST
      *     CHECKBOOK UNSTOP 00001 1017 00003
      *     CHECKBOOK POSPAY 00001 Y 00003
      *     CHECKBOOK LIST   00001
      *  ISSUE registers a book of checks (first and last serial)
      *  handed to the account holder on files/checkbooks.dat (see
      *  CHECKBOOKRECORD); a range may not overlap any book the
      *  account already has. CANCEL withdraws a lost or stolen book
      *  -- every serial in it not already paid is refused from then
      *  on. STOP / UNSTOP place and lift a stop payment on a single
      *  serial of an issued book (files/checkserials.dat, see
      *  CHECKSERIALRECORD); a check already paid cannot be stopped.
      *  POSPAY Y|N enrols or withdraws an account from positive
      *  pay. Only the accounts of a registered legal entity (see
      *  ENTITYMAINT) may enrol; once enrolled, CHECKINWARD only pays
      *  checks the business has listed as issued on its positive-
      *  pay file. LIST shows the books, stops, listed and presented
      *  checks of an account.
      *  Every change is a teller or admin action, recorded in
      *  AUDITLOG (entity "CHECKBOOK", id the account id).
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CHECK-BOOK-FILE ASSIGN TO "files/checkbooks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-KEY
           FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT CHECK-SERIAL-FILE ASSIGN TO "files/checkserials.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-KEY
           FILE STATUS IS WS-CS-FILE-STATUS.

           SELECT CUST-ENTITY-FILE ASSIGN TO "files/custentity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CUSTOMERID
           FILE STATUS IS WS-CE-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CHECK-BOOK-FILE.
       COPY CHECKBOOKRECORD.

       FD  CHECK-SERIAL-FILE.
       COPY CHECKSERIALRECORD.

       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CHECKBOOK           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(120).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-ISSUE               VALUE "ISSUE".
           88 ARG-OP-CANCEL              VALUE "CANCEL".
           88 ARG-OP-STOP                VALUE "STOP".
           88 ARG-OP-UNSTOP              VALUE "UNSTOP".
           88 ARG-OP-POSPAY              VALUE "POSPAY".
           88 ARG-OP-LIST                VALUE "LIST".
      *    TOK2 IS ALWAYS THE ACCOUNT ID; THE REST DEPEND ON THE
      *    OPERATION (SEE THE HEADER). STOP'S REASON IS THE REST OF
      *    THE LINE AFTER TOK4.
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(12).
         05 ARG-POINTER                 PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-CB-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CS-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CE-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-X             PIC X(12).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-ACCOUNTID                PIC 9(09).
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-REST-OF-LINE             PIC X(60).
      *    SERIAL PARSING (F-PARSE-SERIAL) -- A SERIAL IS KEYED AS
      *    UP TO SEVEN DIGITS, WITHOUT LEADING ZEROES.
         05 WS-SERIAL-TEXT              PIC X(12).
         05 WS-SERIAL-LEN               PIC 9(03).
         05 WS-SERIAL                   PIC 9(07).
         05 WS-SERIAL-FROM              PIC 9(07).
         05 WS-SERIAL-TO                PIC 9(07).
         05 WS-BOOKS-LISTED             PIC 9(05) VALUE 0.
         05 WS-SERIALS-LISTED           PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-PRESENT-TEXT             PIC X(08).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-CB-OK                    PIC X VALUE 'Y'.
           88 FG-CB-OK-Y                VALUE 'Y'.
           88 FG-CB-OK-N                VALUE 'N'.
         05 FG-SERIAL-OK                PIC X VALUE 'Y'.
           88 FG-SERIAL-OK-Y            VALUE 'Y'.
           88 FG-SERIAL-OK-N            VALUE 'N'.
         05 FG-BOOK-FOUND               PIC X VALUE 'N'.
           88 FG-BOOK-FOUND-Y           VALUE 'Y'.
           88 FG-BOOK-FOUND-N           VALUE 'N'.
         05 FG-OVERLAP                  PIC X VALUE 'N'.
           88 FG-OVERLAP-Y              VALUE 'Y'.
           88 FG-OVERLAP-N              VALUE 'N'.
         05 FG-ROW-EXISTS               PIC X VALUE 'N'.
           88 FG-ROW-EXISTS-Y           VALUE 'Y'.
           88 FG-ROW-EXISTS-N           VALUE 'N'.
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

           MOVE 1                          TO ARG-POINTER
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
             WITH POINTER ARG-POINTER
           END-UNSTRING
           MOVE SPACES                     TO WS-REST-OF-LINE
           IF ARG-POINTER <= LENGTH OF ARG-COMMAND-STRING
             MOVE ARG-COMMAND-STRING(ARG-POINTER:)
                                           TO WS-REST-OF-LINE
           END-IF
           MOVE SPACES                     TO ARG-TOK5
           UNSTRING WS-REST-OF-LINE DELIMITED BY ALL SPACE
             INTO ARG-TOK5
           END-UNSTRING

           PERFORM F-OPEN-FILES

           EVALUATE TRUE
             WHEN ARG-OP-ISSUE
               PERFORM F-ISSUE-BOOK
             WHEN ARG-OP-CANCEL
               PERFORM F-CANCEL-BOOK
             WHEN ARG-OP-STOP
               PERFORM F-STOP-SERIAL
             WHEN ARG-OP-UNSTOP
               PERFORM F-UNSTOP-SERIAL
             WHEN ARG-OP-POSPAY
               PERFORM F-SET-POSPAY
             WHEN ARG-OP-LIST
               PERFORM F-LIST-ACCOUNT
             WHEN OTHER
               DISPLAY "USAGE: CHECKBOOK ISSUE|CANCEL|STOP|UNSTOP|"
                       "POSPAY|LIST <ACCOUNT> ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CHECK-BOOK MAINTENANCE STARTING"
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
           CLOSE CHECK-BOOK-FILE
           CLOSE CHECK-SERIAL-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CHECK-BOOK MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O CHECK-BOOK-FILE
           IF WS-CB-FILE-STATUS = "35"
             OPEN OUTPUT CHECK-BOOK-FILE
             CLOSE CHECK-BOOK-FILE
             OPEN I-O CHECK-BOOK-FILE
           END-IF

           OPEN I-O CHECK-SERIAL-FILE
           IF WS-CS-FILE-STATUS = "35"
             OPEN OUTPUT CHECK-SERIAL-FILE
             CLOSE CHECK-SERIAL-FILE
             OPEN I-O CHECK-SERIAL-FILE
           END-IF
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-ISSUE-BOOK SECTION.
      *    ISSUE <ACC> <FROM> <TO> <BUSR>
           SET FG-CB-OK-Y                  TO TRUE
           MOVE ARG-TOK5                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CB-OK-N
             EXIT SECTION
           END-IF

           MOVE ARG-TOK3                   TO WS-SERIAL-TEXT
           PERFORM F-PARSE-SERIAL
           IF FG-SERIAL-OK-N
             EXIT SECTION
           END-IF
           MOVE WS-SERIAL                  TO WS-SERIAL-FROM
           MOVE ARG-TOK4                   TO WS-SERIAL-TEXT
           PERFORM F-PARSE-SERIAL
           IF FG-SERIAL-OK-N
             EXIT SECTION
           END-IF
           MOVE WS-SERIAL                  TO WS-SERIAL-TO
           IF WS-SERIAL-TO < WS-SERIAL-FROM
             DISPLAY "LAST SERIAL " WS-SERIAL-TO
                     " IS BEFORE FIRST SERIAL " WS-SERIAL-FROM
             EXIT SECTION
           END-IF

      *    A SERIAL BELONGS TO ONE BOOK ONLY -- CANCELLED BOOKS
      *    COUNT TOO, THEIR CHECKS MAY STILL BE OUT THERE.
           SET FG-OVERLAP-N                TO TRUE
           MOVE WS-ACCOUNTID               TO CB-ACCOUNT-ID
           MOVE 1                          TO CB-SERIAL-FROM
           START CHECK-BOOK-FILE KEY IS NOT LESS THAN CB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CHECK-BOOK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CB-ACCOUNT-ID NOT = WS-ACCOUNTID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF WS-SERIAL-FROM <= CB-SERIAL-TO
                     AND WS-SERIAL-TO >= CB-SERIAL-FROM
                     SET FG-OVERLAP-Y      TO TRUE
                     SET FG-MORE-RECORDS-N TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF FG-OVERLAP-Y
             DISPLAY "SERIALS " WS-SERIAL-FROM "-" WS-SERIAL-TO
                     " OVERLAP BOOK " CB-SERIAL-FROM "-" CB-SERIAL-TO
                     " ALREADY ISSUED TO ACCOUNT " WS-ACCOUNTID
             EXIT SECTION
           END-IF

           INITIALIZE CHECK-BOOK-RECORD
           MOVE WS-ACCOUNTID               TO CB-ACCOUNT-ID
           MOVE WS-SERIAL-FROM             TO CB-SERIAL-FROM
           MOVE WS-SERIAL-TO               TO CB-SERIAL-TO
           MOVE WS-TODAY-RAW               TO CB-ISSUED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO CB-ISSUED-BY
           SET CB-IS-ACTIVE                TO TRUE
           WRITE CHECK-BOOK-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "ACCOUNT " WS-ACCOUNTID " CHECK BOOK "
                   WS-SERIAL-FROM "-" WS-SERIAL-TO " ISSUED"
           .
       F-ISSUE-BOOK-END.
           EXIT.
      ******************************************************************
       F-CANCEL-BOOK SECTION.
      *    CANCEL <ACC> <FROM> <BUSR>
           SET FG-CB-OK-Y                  TO TRUE
           MOVE ARG-TOK4                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CB-OK-N
             EXIT SECTION
           END-IF
           MOVE ARG-TOK3                   TO WS-SERIAL-TEXT
           PERFORM F-PARSE-SERIAL
           IF FG-SERIAL-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-ACCOUNTID               TO CB-ACCOUNT-ID
           MOVE WS-SERIAL                  TO CB-SERIAL-FROM
           READ CHECK-BOOK-FILE
             INVALID KEY
               DISPLAY "NO CHECK BOOK STARTING AT SERIAL " WS-SERIAL
                       " ON ACCOUNT " WS-ACCOUNTID
               EXIT SECTION
           END-READ
           IF CB-IS-CANCELLED
             DISPLAY "CHECK BOOK " CB-SERIAL-FROM "-" CB-SERIAL-TO
                     " ALREADY CANCELLED ON " CB-CANCELLED-DATE
             EXIT SECTION
           END-IF

           SET CB-IS-CANCELLED             TO TRUE
           MOVE WS-TODAY-RAW               TO CB-CANCELLED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO CB-CANCELLED-BY
           REWRITE CHECK-BOOK-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "ACCOUNT " WS-ACCOUNTID " CHECK BOOK "
                   CB-SERIAL-FROM "-" CB-SERIAL-TO
                   " CANCELLED -- UNPAID CHECKS WILL BE RETURNED"
           .
       F-CANCEL-BOOK-END.
           EXIT.
      ******************************************************************
       F-STOP-SERIAL SECTION.
      *    STOP <ACC> <SERIAL> <BUSR> <REASON...>
           SET FG-CB-OK-Y                  TO TRUE
           MOVE ARG-TOK4                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CB-OK-N
             EXIT SECTION
           END-IF
           MOVE ARG-TOK3                   TO WS-SERIAL-TEXT
           PERFORM F-PARSE-SERIAL
           IF FG-SERIAL-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-FIND-BOOK
           IF FG-BOOK-FOUND-N
             DISPLAY "SERIAL " WS-SERIAL " IS NOT IN ANY CHECK BOOK "
                     "ISSUED TO ACCOUNT " WS-ACCOUNTID
             EXIT SECTION
           END-IF
           IF CB-IS-CANCELLED
             DISPLAY "SERIAL " WS-SERIAL " IS IN CANCELLED BOOK "
                     CB-SERIAL-FROM "-" CB-SERIAL-TO
                     " -- ALREADY REFUSED"
             EXIT SECTION
           END-IF

           PERFORM F-READ-SERIAL
           IF CS-IS-PAID
             DISPLAY "CHECK " WS-SERIAL " WAS PAID ON "
                     CS-PRESENT-DATE " -- TOO LATE TO STOP"
             EXIT SECTION
           END-IF
           IF CS-IS-STOPPED
             DISPLAY "CHECK " WS-SERIAL " ALREADY STOPPED ON "
                     CS-STOP-DATE
             EXIT SECTION
           END-IF

           SET CS-IS-STOPPED               TO TRUE
           MOVE WS-TODAY-RAW               TO CS-STOP-DATE
           MOVE WS-ACTOR-BUSR-ID           TO CS-STOP-BY
           MOVE SPACES                     TO CS-STOP-REASON
           IF ARG-POINTER <= LENGTH OF ARG-COMMAND-STRING
             MOVE ARG-COMMAND-STRING(ARG-POINTER:)
                                           TO CS-STOP-REASON
           END-IF
           PERFORM F-SAVE-SERIAL

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "ACCOUNT " WS-ACCOUNTID " CHECK " WS-SERIAL
                   " STOPPED"
           .
       F-STOP-SERIAL-END.
           EXIT.
      ******************************************************************
       F-UNSTOP-SERIAL SECTION.
      *    UNSTOP <ACC> <SERIAL> <BUSR>
           SET FG-CB-OK-Y                  TO TRUE
           MOVE ARG-TOK4                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CB-OK-N
             EXIT SECTION
           END-IF
           MOVE ARG-TOK3                   TO WS-SERIAL-TEXT
           PERFORM F-PARSE-SERIAL
           IF FG-SERIAL-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-READ-SERIAL
           IF NOT CS-IS-STOPPED
             DISPLAY "CHECK " WS-SERIAL " IS NOT STOPPED"
             EXIT SECTION
           END-IF

           SET CS-NOT-STOPPED              TO TRUE
           MOVE 0                          TO CS-STOP-DATE
           MOVE 0                          TO CS-STOP-BY
           MOVE SPACES                     TO CS-STOP-REASON
           PERFORM F-SAVE-SERIAL

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "ACCOUNT " WS-ACCOUNTID " CHECK " WS-SERIAL
                   " STOP LIFTED"
           .
       F-UNSTOP-SERIAL-END.
           EXIT.
      ******************************************************************
       F-SET-POSPAY SECTION.
      *    POSPAY <ACC> <Y|N> <BUSR>
           SET FG-CB-OK-Y                  TO TRUE
           MOVE ARG-TOK4                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-CB-OK-N
             EXIT SECTION
           END-IF
           IF (ARG-TOK3 NOT = "Y" AND NOT = "N")
             DISPLAY "POSPAY TAKES Y (ENROL) OR N (WITHDRAW)"
             EXIT SECTION
           END-IF

      *    POSITIVE PAY IS A BUSINESS SERVICE -- THE ACCOUNT OWNER
      *    MUST BE AN ACTIVE LEGAL ENTITY.
           IF ARG-TOK3 = "Y"
             MOVE SPACES                   TO CE-STATUS
             OPEN INPUT CUST-ENTITY-FILE
             IF WS-CE-FILE-STATUS = "00"
               MOVE WS-CUSTOMERID          TO CE-CUSTOMERID
               READ CUST-ENTITY-FILE
                 INVALID KEY
                   MOVE SPACES             TO CE-STATUS
               END-READ
               CLOSE CUST-ENTITY-FILE
             END-IF
             IF NOT CE-IS-ACTIVE
               DISPLAY "ACCOUNT " WS-ACCOUNTID " IS NOT HELD BY AN "
                       "ACTIVE LEGAL ENTITY -- POSITIVE PAY IS FOR "
                       "BUSINESS ACCOUNTS"
               EXIT SECTION
             END-IF
           END-IF

           MOVE WS-ACCOUNTID               TO CB-ACCOUNT-ID
           MOVE 0                          TO CB-SERIAL-FROM
           SET FG-ROW-EXISTS-Y             TO TRUE
           READ CHECK-BOOK-FILE
             INVALID KEY
               SET FG-ROW-EXISTS-N         TO TRUE
               INITIALIZE CHECK-BOOK-RECORD
               MOVE WS-ACCOUNTID           TO CB-ACCOUNT-ID
               MOVE 0                      TO CB-SERIAL-FROM
               MOVE "N"                    TO CB-POSPAY
           END-READ

           IF CB-POSPAY = ARG-TOK3(1:1)
             DISPLAY "ACCOUNT " WS-ACCOUNTID " POSITIVE PAY ALREADY "
                     ARG-TOK3(1:1)
             EXIT SECTION
           END-IF

           MOVE ARG-TOK3(1:1)              TO CB-POSPAY
           MOVE WS-TODAY-RAW               TO CB-POSPAY-DATE
           MOVE WS-ACTOR-BUSR-ID           TO CB-POSPAY-BY
           IF FG-ROW-EXISTS-Y
             REWRITE CHECK-BOOK-RECORD
           ELSE
             WRITE CHECK-BOOK-RECORD
           END-IF

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           IF CB-POSPAY-ENROLLED
             DISPLAY "ACCOUNT " WS-ACCOUNTID " ENROLLED IN POSITIVE "
                     "PAY -- UNLISTED CHECKS WILL BE RETURNED"
           ELSE
             DISPLAY "ACCOUNT " WS-ACCOUNTID " WITHDRAWN FROM "
                     "POSITIVE PAY"
           END-IF
           .
       F-SET-POSPAY-END.
           EXIT.
      ******************************************************************
       F-LIST-ACCOUNT SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "ACCOUNT MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-ACCOUNTID

           MOVE WS-ACCOUNTID               TO CB-ACCOUNT-ID
           MOVE 0                          TO CB-SERIAL-FROM
           READ CHECK-BOOK-FILE
             INVALID KEY
               MOVE "N"                    TO CB-POSPAY
           END-READ
           IF CB-POSPAY-ENROLLED
             DISPLAY "ACCOUNT " WS-ACCOUNTID " POSITIVE PAY SINCE "
                     CB-POSPAY-DATE
           ELSE
             DISPLAY "ACCOUNT " WS-ACCOUNTID " NOT ON POSITIVE PAY"
           END-IF

           MOVE WS-ACCOUNTID               TO CB-ACCOUNT-ID
           MOVE 1                          TO CB-SERIAL-FROM
           START CHECK-BOOK-FILE KEY IS NOT LESS THAN CB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CHECK-BOOK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CB-ACCOUNT-ID NOT = WS-ACCOUNTID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   ADD 1                   TO WS-BOOKS-LISTED
                   IF CB-IS-CANCELLED
                     DISPLAY "  BOOK " CB-SERIAL-FROM "-"
                             CB-SERIAL-TO " ISSUED=" CB-ISSUED-DATE
                             " CANCELLED=" CB-CANCELLED-DATE
                   ELSE
                     DISPLAY "  BOOK " CB-SERIAL-FROM "-"
                             CB-SERIAL-TO " ISSUED=" CB-ISSUED-DATE
                             " ACTIVE"
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF WS-BOOKS-LISTED = 0
             DISPLAY "  NO CHECK BOOKS ISSUED"
           END-IF

           MOVE WS-ACCOUNTID               TO CS-ACCOUNT-ID
           MOVE 0                          TO CS-SERIAL
           START CHECK-SERIAL-FILE KEY IS NOT LESS THAN CS-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CHECK-SERIAL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CS-ACCOUNT-ID NOT = WS-ACCOUNTID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   ADD 1                   TO WS-SERIALS-LISTED
                   PERFORM F-DISPLAY-SERIAL
                 END-IF
             END-READ
           END-PERFORM
           .
       F-LIST-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-SERIAL SECTION.
           EVALUATE TRUE
             WHEN CS-IS-PAID
               MOVE "PAID"                 TO WS-PRESENT-TEXT
             WHEN CS-IS-RETURNED
               MOVE "RETURNED"             TO WS-PRESENT-TEXT
             WHEN OTHER
               MOVE "UNUSED"               TO WS-PRESENT-TEXT
           END-EVALUATE

           IF CS-IS-PAID OR CS-IS-RETURNED
             MOVE CS-PRESENT-AMOUNT        TO WS-AMOUNT-EDITED
             DISPLAY "  CHECK " CS-SERIAL " " WS-PRESENT-TEXT
                     " " CS-PRESENT-DATE " AMT=" WS-AMOUNT-EDITED
                     " RC=" CS-RETURN-CODE " REF=" CS-ITEM-REF
           ELSE
             DISPLAY "  CHECK " CS-SERIAL " " WS-PRESENT-TEXT
           END-IF
           IF CS-IS-STOPPED
             DISPLAY "        STOPPED " CS-STOP-DATE " BY "
                     CS-STOP-BY " " FUNCTION TRIM(CS-STOP-REASON)
           END-IF
           IF CS-POSPAY-AMOUNT > 0
             MOVE CS-POSPAY-AMOUNT         TO WS-AMOUNT-EDITED
             DISPLAY "        LISTED " CS-POSPAY-ISSUE-DATE
                     " AMT=" WS-AMOUNT-EDITED " PAYEE="
                     FUNCTION TRIM(CS-POSPAY-PAYEE)
           END-IF
           .
       F-DISPLAY-SERIAL-END.
           EXIT.
      ******************************************************************
       F-CHECK-CHANGE-ARGS SECTION.
      *    COMMON TO EVERY CHANGE: ACCOUNT ID AND ACTING BANK USER
      *    NUMERIC, ACTOR IS STAFF, ACCOUNT ON FILE AND OPEN. LEAVES
      *    THE ACCOUNT'S CUSTOMER IN WS-CUSTOMERID.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             OR FUNCTION TEST-NUMVAL(WS-ACTOR-BUSR-X) NOT = 0
             DISPLAY "ACCOUNT AND BANK USER MUST BE NUMERIC"
             SET FG-CB-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-ACCOUNTID
           MOVE FUNCTION NUMVAL(WS-ACTOR-BUSR-X)
                                           TO WS-ACTOR-BUSR-ID

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-CB-OK-N
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-ACCOUNTID               TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             DISPLAY "ACCOUNT " WS-ACCOUNTID " NOT ON FILE"
             SET FG-CB-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             DISPLAY "ACCOUNT " WS-ACCOUNTID " IS CLOSED"
             SET FG-CB-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           MOVE O-ACC-CUSTOMERID(1)        TO WS-CUSTOMERID
           .
       F-CHECK-CHANGE-ARGS-END.
           EXIT.
      ******************************************************************
       F-PARSE-SERIAL SECTION.
      *    WS-SERIAL-TEXT -> WS-SERIAL: ONE TO SEVEN DIGITS, NOT ZERO
      *    (SERIAL ZERO IS THE CONTROL ROW'S KEY).
           SET FG-SERIAL-OK-Y              TO TRUE
           MOVE 0                          TO WS-SERIAL-LEN
           INSPECT WS-SERIAL-TEXT TALLYING WS-SERIAL-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-SERIAL-LEN = 0 OR WS-SERIAL-LEN > 7
             SET FG-SERIAL-OK-N            TO TRUE
           ELSE
             IF WS-SERIAL-TEXT(1:WS-SERIAL-LEN) NOT NUMERIC
               SET FG-SERIAL-OK-N          TO TRUE
             ELSE
               COMPUTE WS-SERIAL =
                   FUNCTION NUMVAL(WS-SERIAL-TEXT(1:WS-SERIAL-LEN))
               IF WS-SERIAL = 0
                 SET FG-SERIAL-OK-N        TO TRUE
               END-IF
             END-IF
           END-IF
           IF FG-SERIAL-OK-N
             DISPLAY "NOT A CHECK SERIAL: " WS-SERIAL-TEXT
           END-IF
           .
       F-PARSE-SERIAL-END.
           EXIT.
      ******************************************************************
       F-FIND-BOOK SECTION.
      *    THE BOOK OF WS-ACCOUNTID HOLDING WS-SERIAL -- THE LAST BOOK
      *    STARTING AT OR BEFORE THE SERIAL, IF THE SERIAL IS WITHIN
      *    ITS RANGE. LEFT IN THE RECORD AREA WHEN FOUND.
           SET FG-BOOK-FOUND-N             TO TRUE
           MOVE WS-ACCOUNTID               TO CB-ACCOUNT-ID
           MOVE 1                          TO CB-SERIAL-FROM
           START CHECK-BOOK-FILE KEY IS NOT LESS THAN CB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CHECK-BOOK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CB-ACCOUNT-ID NOT = WS-ACCOUNTID
                   OR CB-SERIAL-FROM > WS-SERIAL
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF WS-SERIAL <= CB-SERIAL-TO
                     SET FG-BOOK-FOUND-Y   TO TRUE
                     SET FG-MORE-RECORDS-N TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-FIND-BOOK-END.
           EXIT.
      ******************************************************************
       F-READ-SERIAL SECTION.
      *    THE SERIAL'S ROW, STARTED FRESH WHEN IT HAS NONE YET.
           MOVE WS-ACCOUNTID               TO CS-ACCOUNT-ID
           MOVE WS-SERIAL                  TO CS-SERIAL
           SET FG-ROW-EXISTS-Y             TO TRUE
           READ CHECK-SERIAL-FILE
             INVALID KEY
               SET FG-ROW-EXISTS-N         TO TRUE
               INITIALIZE CHECK-SERIAL-RECORD
               MOVE WS-ACCOUNTID           TO CS-ACCOUNT-ID
               MOVE WS-SERIAL              TO CS-SERIAL
               MOVE SPACES                 TO CS-PRESENT-STATUS
           END-READ
           .
       F-READ-SERIAL-END.
           EXIT.
      ******************************************************************
       F-SAVE-SERIAL SECTION.
           IF FG-ROW-EXISTS-Y
             REWRITE CHECK-SERIAL-RECORD
           ELSE
             WRITE CHECK-SERIAL-RECORD
             SET FG-ROW-EXISTS-Y           TO TRUE
           END-IF
           .
       F-SAVE-SERIAL-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    CHECK BOOKS ARE HANDED OUT AND STOPS TAKEN AT THE BRANCH
      *    -- ANY TELLER OR ADMIN, NEVER A CLIENT.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-CB-OK-N                TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY MAINTAIN CHECK BOOKS"
             SET FG-CB-OK-N                TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET.
           MOVE "CHECKBOOK"                TO I-AUDIT-ENTITY
           MOVE WS-ACCOUNTID               TO I-AUDIT-ENTITY-ID
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
