      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      DDMANDATE.
      ******************************************************************
      *  Creditor mandate register for merchant direct debit
      *  collections. Run standalone:
      *     DDMANDATE ADD    00123 MND-2026-0042 DE89370400440532013000
      *                      20260901 FRST 00003 JOHN SMITH LTD
      *     DDMANDATE CANCEL 00123 MND-2026-0042 00003
      *     DDMANDATE LIST   00123
      *  ADD records a mandate a merchant customer holds from one of
      *  its clients on files/ddmandates.dat (see DDMANDATERECORD):
      *  the merchant's collecting account, the merchant's own
      *  mandate reference, the debtor's IBAN at another bank, the
      *  date the debtor signed, the sequence type the next
      *  collection goes out with (FRST for a new recurrent mandate,
      *  RCUR for one already collected on elsewhere, OOFF for a
      *  one-off) and the debtor's name (rest of the line). Only an
      *  open account of an active legal entity (CUSTENTITYRECORD)
      *  collects by direct debit, and a debtor account held here is
      *  refused -- that is a standing order, not an ACH debit.
      *  CANCEL withdraws a mandate the debtor or the merchant has
      *  revoked; collections already sent still run their course.
      *  LIST shows the account's mandates.
      *  Registering or cancelling is keyed by bank staff and is
      *  written to the audit trail. The collections themselves come
      *  in on the merchant's collection file (see DDCOLLECT).
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "files/ddmandates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DM-KEY
           FILE STATUS IS WS-DM-FILE-STATUS.

           SELECT CUST-ENTITY-FILE ASSIGN TO "files/custentity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CUSTOMERID
           FILE STATUS IS WS-CE-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  MANDATE-FILE.
       COPY DDMANDATERECORD.

       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "DDMANDATE           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-ADD                 VALUE "ADD".
           88 ARG-OP-CANCEL              VALUE "CANCEL".
           88 ARG-OP-LIST                VALUE "LIST".
      *    ADD:     TOK2=CREDITOR ACCOUNT  TOK3=MANDATE ID
      *             TOK4=DEBTOR IBAN  TOK5=SIGNATURE DATE
      *             TOK6=FRST|RCUR|OOFF  TOK7=REGISTERING BANK USER
      *             REST OF LINE=DEBTOR NAME
      *    CANCEL:  TOK2=CREDITOR ACCOUNT  TOK3=MANDATE ID
      *             TOK4=CANCELLING BANK USER
      *    LIST:    TOK2=CREDITOR ACCOUNT
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(35).
         05 ARG-TOK4                    PIC X(30).
         05 ARG-TOK5                    PIC X(08).
         05 ARG-TOK6                    PIC X(04).
         05 ARG-TOK7                    PIC X(09).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-DM-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CE-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CREDITOR-ACC             PIC 9(09).
         05 WS-MANDATES-LISTED          PIC 9(05) VALUE 0.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MANDATE-OK               PIC X VALUE 'Y'.
           88 FG-MANDATE-OK-Y           VALUE 'Y'.
           88 FG-MANDATE-OK-N           VALUE 'N'.
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
                  ARG-TOK5, ARG-TOK6, ARG-TOK7
             WITH POINTER WS-PTR
           END-UNSTRING

           PERFORM F-OPEN-FILE

           EVALUATE TRUE
             WHEN ARG-OP-ADD
               PERFORM F-REGISTER-MANDATE
             WHEN ARG-OP-CANCEL
               PERFORM F-CANCEL-MANDATE
             WHEN ARG-OP-LIST
               PERFORM F-LIST-MANDATES
             WHEN OTHER
               DISPLAY "USAGE: DDMANDATE ADD|CANCEL|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CREDITOR MANDATE REGISTER STARTING"
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
           CLOSE MANDATE-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CREDITOR MANDATE REGISTER FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O MANDATE-FILE
           IF WS-DM-FILE-STATUS = "35"
             OPEN OUTPUT MANDATE-FILE
             CLOSE MANDATE-FILE
             OPEN I-O MANDATE-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-REGISTER-MANDATE SECTION.
           SET FG-MANDATE-OK-Y             TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK7) NOT = 0
             DISPLAY "ACCOUNT AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           IF ARG-TOK3 = SPACES OR ARG-TOK4 = SPACES
             DISPLAY "A MANDATE NEEDS ITS REFERENCE AND THE DEBTOR'S "
                     "IBAN"
             EXIT SECTION
           END-IF
           IF ARG-TOK5 NOT NUMERIC
             DISPLAY "SIGNATURE DATE MUST BE YYYYMMDD"
             EXIT SECTION
           END-IF
           IF ARG-TOK5 > WS-TODAY-RAW
             DISPLAY "SIGNATURE DATE " ARG-TOK5 " IS IN THE FUTURE"
             EXIT SECTION
           END-IF

           INITIALIZE DD-MANDATE-RECORD
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO DM-CREDITOR-ACC
           MOVE ARG-TOK3                   TO DM-MANDATE-ID
           MOVE ARG-TOK4                   TO DM-DEBTOR-IBAN
           MOVE ARG-TOK5                   TO DM-SIGNATURE-DATE
           MOVE ARG-TOK6                   TO DM-SEQ-TYPE
           MOVE FUNCTION NUMVAL(ARG-TOK7)  TO WS-ACTOR-BUSR-ID
           IF WS-PTR > 1 AND WS-PTR <= 200
             MOVE ARG-COMMAND-STRING(WS-PTR:) TO DM-DEBTOR-NAME
           END-IF

           IF NOT DM-SEQ-REGISTRABLE
             DISPLAY "SEQUENCE TYPE MUST BE FRST, RCUR OR OOFF"
             EXIT SECTION
           END-IF
           IF DM-DEBTOR-NAME = SPACES
             DISPLAY "A MANDATE NEEDS THE DEBTOR'S NAME"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-MANDATE-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-CREDITOR-ACCOUNT
           IF FG-MANDATE-OK-N
             EXIT SECTION
           END-IF

      *    A DEBTOR ACCOUNT HELD HERE IS COLLECTED FROM BY STANDING
      *    ORDER, NOT BY A DEBIT SENT OUT TO THE NETWORK AND BACK.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE DM-DEBTOR-IBAN             TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF ACCDB-STATUS-OK
             DISPLAY "DEBTOR ACCOUNT IS HELD AT THIS BANK -- USE A "
                     "STANDING ORDER"
             EXIT SECTION
           END-IF

           SET DM-IS-ACTIVE                TO TRUE
           MOVE 0                          TO DM-COLLECTION-COUNT
           MOVE 0                          TO DM-LAST-DUE-DATE
           MOVE WS-TODAY-RAW               TO DM-CREATED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO DM-CREATED-BY
           MOVE 0                          TO DM-CLOSED-DATE

           WRITE DD-MANDATE-RECORD
             INVALID KEY
               DISPLAY "MANDATE " FUNCTION TRIM(DM-MANDATE-ID)
                       " IS ALREADY REGISTERED ON ACCOUNT "
                       DM-CREDITOR-ACC
               EXIT SECTION
           END-WRITE

           INITIALIZE AUDIT-INTERFACE
           MOVE "DDMANDATE"                TO I-AUDIT-ENTITY
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "MANDATE " FUNCTION TRIM(DM-MANDATE-ID)
                   " REGISTERED ON ACCOUNT " DM-CREDITOR-ACC
                   " -- DEBTOR " FUNCTION TRIM(DM-DEBTOR-NAME)
                   " " DM-DEBTOR-IBAN(1:22) " NEXT " DM-SEQ-TYPE
           .
       F-REGISTER-MANDATE-END.
           EXIT.
      ******************************************************************
       F-CANCEL-MANDATE SECTION.
           SET FG-MANDATE-OK-Y             TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "ACCOUNT AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO DM-CREDITOR-ACC
           MOVE ARG-TOK3                   TO DM-MANDATE-ID
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-ACTOR-BUSR-ID

           READ MANDATE-FILE
             INVALID KEY
               DISPLAY "NO MANDATE " FUNCTION TRIM(ARG-TOK3)
                       " ON ACCOUNT " ARG-TOK2
               EXIT SECTION
           END-READ
           IF NOT DM-IS-ACTIVE
             DISPLAY "MANDATE " FUNCTION TRIM(DM-MANDATE-ID)
                     " IS NOT ACTIVE (STATUS " DM-STATUS ")"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-MANDATE-OK-N
             EXIT SECTION
           END-IF

           SET DM-IS-CANCELLED             TO TRUE
           MOVE WS-TODAY-RAW               TO DM-CLOSED-DATE
           REWRITE DD-MANDATE-RECORD

           INITIALIZE AUDIT-INTERFACE
           MOVE "DDMANDATE"                TO I-AUDIT-ENTITY
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "MANDATE " FUNCTION TRIM(DM-MANDATE-ID)
                   " ON ACCOUNT " DM-CREDITOR-ACC " CANCELLED -- "
                   DM-COLLECTION-COUNT " COLLECTION(S) TAKEN UNDER IT"
           .
       F-CANCEL-MANDATE-END.
           EXIT.
      ******************************************************************
       F-LIST-MANDATES SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "ACCOUNT MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-CREDITOR-ACC

           MOVE WS-CREDITOR-ACC            TO DM-CREDITOR-ACC
           MOVE LOW-VALUES                 TO DM-MANDATE-ID
           START MANDATE-FILE KEY IS NOT LESS THAN DM-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ MANDATE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF DM-CREDITOR-ACC NOT = WS-CREDITOR-ACC
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   PERFORM F-DISPLAY-MANDATE
                   ADD 1                   TO WS-MANDATES-LISTED
                 END-IF
             END-READ
           END-PERFORM

           IF WS-MANDATES-LISTED = 0
             DISPLAY "NO MANDATES ON ACCOUNT " WS-CREDITOR-ACC
           END-IF
           .
       F-LIST-MANDATES-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-MANDATE SECTION.
           DISPLAY "MANDATE " FUNCTION TRIM(DM-MANDATE-ID)
                   " STATUS=" DM-STATUS
                   " NEXT=" DM-SEQ-TYPE
                   " DEBTOR=" FUNCTION TRIM(DM-DEBTOR-NAME)
                   " IBAN=" DM-DEBTOR-IBAN(1:22)
           DISPLAY "      SIGNED=" DM-SIGNATURE-DATE
                   " COLLECTIONS=" DM-COLLECTION-COUNT
                   " LAST-DUE=" DM-LAST-DUE-DATE
                   " REGISTERED=" DM-CREATED-DATE
                   " CLOSED=" DM-CLOSED-DATE
           .
       F-DISPLAY-MANDATE-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    BANK STAFF KEY THE MANDATE FROM THE MERCHANT'S PAPERWORK --
      *    A TELLER OR ADMIN, NOT A SELF-SERVICE CLIENT LOGIN.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-MANDATE-OK-N           TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY REGISTER OR CANCEL A"
                     " MANDATE"
             SET FG-MANDATE-OK-N           TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-CHECK-CREDITOR-ACCOUNT SECTION.
      *    THE COLLECTING ACCOUNT MUST BE OPEN AND HELD BY AN ACTIVE
      *    LEGAL ENTITY -- DIRECT DEBIT COLLECTION IS A MERCHANT
      *    SERVICE (SAME ENTITY CHECK AS CHECKBOOK).
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE DM-CREDITOR-ACC            TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             DISPLAY "ACCOUNT " DM-CREDITOR-ACC " NOT ON FILE"
             SET FG-MANDATE-OK-N           TO TRUE
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             DISPLAY "ACCOUNT " DM-CREDITOR-ACC " IS CLOSED"
             SET FG-MANDATE-OK-N           TO TRUE
             EXIT SECTION
           END-IF
           MOVE O-ACC-CUSTOMERID(1)        TO DM-CUSTOMER-ID

           MOVE SPACES                     TO CE-STATUS
           OPEN INPUT CUST-ENTITY-FILE
           IF WS-CE-FILE-STATUS = "00"
             MOVE DM-CUSTOMER-ID           TO CE-CUSTOMERID
             READ CUST-ENTITY-FILE
               INVALID KEY
                 MOVE SPACES               TO CE-STATUS
             END-READ
             CLOSE CUST-ENTITY-FILE
           END-IF
           IF NOT CE-IS-ACTIVE
             DISPLAY "CUSTOMER " DM-CUSTOMER-ID " IS NOT AN ACTIVE "
                     "BUSINESS CUSTOMER -- NO DIRECT DEBIT COLLECTION"
             SET FG-MANDATE-OK-N           TO TRUE
           END-IF
           .
       F-CHECK-CREDITOR-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ENTITY
      *    AND THE ACTION SET. THE MANDATE IS FILED UNDER ITS
      *    COLLECTING ACCOUNT.
           MOVE DM-CREDITOR-ACC            TO I-AUDIT-ENTITY-ID
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
