      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      STAFFACCT.
      ******************************************************************
      *  Staff account designation tool. Run standalone:
      *     STAFFACCT LINK     00042 000001234 00001
      *     STAFFACCT RELATIVE 00042 000005678 SPOUSE 00042
      *     STAFFACCT END      00042 000005678 00001
      *     STAFFACCT LIST
      *     STAFFACCT LIST     00042
      *  LINK marks a customer as a bank user's own customer record,
      *  which makes every account of that customer a staff account.
      *  Admin only. RELATIVE records a relative the employee has
      *  declared (the relationship is one word: SPOUSE, PARENT,
      *  CHILD, SIBLING, ...) -- the employee may declare their own,
      *  an admin may record one for them. END closes a link; the row
      *  is kept, dated, for STAFFEXC's look-back. Admin only, so an
      *  employee can not lift the control off an account before
      *  acting on it. LIST shows every link, or one user's. Every
      *  change is recorded in AUDITLOG under entity "STAFFLINK"
      *  (entity id is the customer).
      *  The links are enforced by STAFFCHK: ACCBO, TRANSFERBO,
      *  REVERSAL and the WDRAPPR/TRANSAPPR deciders refuse, or send
      *  for second-person approval (see STAFFCONFIG), anything the
      *  acting user is linked to.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT STAFF-LINK-FILE ASSIGN TO "files/stafflink.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SK-KEY
           FILE STATUS IS WS-SK-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  STAFF-LINK-FILE.
       COPY STAFFLINKRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "STAFFACCT           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(80).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-LINK                VALUE "LINK".
           88 ARG-OP-RELATIVE            VALUE "RELATIVE".
           88 ARG-OP-END                 VALUE "END".
           88 ARG-OP-LIST                VALUE "LIST".
      *    LINK/END:  TOK2=STAFF USER  TOK3=CUSTOMER  TOK4=ACTOR
      *    RELATIVE:  TOK2=STAFF USER  TOK3=CUSTOMER
      *               TOK4=RELATIONSHIP  TOK5=ACTOR
      *    LIST:      TOK2=STAFF USER (OPTIONAL, DEFAULT WHOLE FILE)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-SK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-ACTOR-ROLE               PIC X(04).
           88 WS-ACTOR-ADMIN            VALUE "BaAd".
         05 WS-STAFF-BUSR-ID            PIC 9(09).
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-RELATIONSHIP             PIC X(12).
         05 WS-LIST-BUSR-ID             PIC 9(09) VALUE 0.
         05 WS-CHECK-BUSR-ID            PIC 9(09).
         05 WS-CHECK-ROLE               PIC X(04).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-LINK-OK                  PIC X VALUE 'Y'.
           88 FG-LINK-OK-Y              VALUE 'Y'.
           88 FG-LINK-OK-N              VALUE 'N'.
         05 FG-ROW-EXISTS               PIC X VALUE 'N'.
           88 FG-ROW-EXISTS-Y           VALUE 'Y'.
           88 FG-ROW-EXISTS-N           VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSRINTERFACE.
       COPY CUSTINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY AUDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4,
                  ARG-TOK5
           END-UNSTRING

           PERFORM F-OPEN-FILE

           EVALUATE TRUE
             WHEN ARG-OP-LINK
               PERFORM F-LINK-STAFF
             WHEN ARG-OP-RELATIVE
               PERFORM F-LINK-RELATIVE
             WHEN ARG-OP-END
               PERFORM F-END-LINK
             WHEN ARG-OP-LIST
               PERFORM F-LIST-LINKS
             WHEN OTHER
               DISPLAY "USAGE: STAFFACCT LINK|RELATIVE|END|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "STAFF ACCOUNT MAINTENANCE STARTING"
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
           CLOSE STAFF-LINK-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "STAFF ACCOUNT MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O STAFF-LINK-FILE
           IF WS-SK-FILE-STATUS = "35"
             OPEN OUTPUT STAFF-LINK-FILE
             CLOSE STAFF-LINK-FILE
             OPEN I-O STAFF-LINK-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-LINK-STAFF SECTION.
           SET FG-LINK-OK-Y                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "USER, CUSTOMER AND ADMIN MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-STAFF-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-CUSTOMERID
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-ACTOR-BUSR-ID
           MOVE SPACES                     TO WS-RELATIONSHIP

           PERFORM F-CHECK-ACTOR
           IF FG-LINK-OK-N
             EXIT SECTION
           END-IF
           IF NOT WS-ACTOR-ADMIN
             DISPLAY "ONLY AN ADMIN MAY DESIGNATE A STAFF ACCOUNT"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-LINK-PARTIES
           IF FG-LINK-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-READ-LINK-ROW
           SET SK-TYPE-STAFF               TO TRUE
           PERFORM F-SAVE-LINK-ROW
           .
       F-LINK-STAFF-END.
           EXIT.
      ******************************************************************
       F-LINK-RELATIVE SECTION.
           SET FG-LINK-OK-Y                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
             DISPLAY "USER, CUSTOMER AND ACTOR MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           IF ARG-TOK4 = SPACES
             DISPLAY "RELATIONSHIP IS REQUIRED (SPOUSE, PARENT, ...)"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-STAFF-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-CUSTOMERID
           MOVE FUNCTION UPPER-CASE(ARG-TOK4)
                                           TO WS-RELATIONSHIP
           MOVE FUNCTION NUMVAL(ARG-TOK5)  TO WS-ACTOR-BUSR-ID

      *    AN EMPLOYEE DECLARES THEIR OWN RELATIVES; AN ADMIN MAY
      *    RECORD ONE ON THEIR BEHALF.
           MOVE WS-ACTOR-BUSR-ID           TO WS-CHECK-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-LINK-OK-N
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             EXIT SECTION
           END-IF
           MOVE WS-CHECK-ROLE              TO WS-ACTOR-ROLE
           IF NOT WS-ACTOR-ADMIN
             AND WS-ACTOR-BUSR-ID NOT = WS-STAFF-BUSR-ID
             DISPLAY "ONLY THE EMPLOYEE OR AN ADMIN MAY DECLARE A "
                     "RELATIVE"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-LINK-PARTIES
           IF FG-LINK-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-READ-LINK-ROW
      *    THE EMPLOYEE'S OWN RECORD STAYS A STAFF LINK -- IT IS THE
      *    STRONGER OF THE TWO.
           IF FG-ROW-EXISTS-Y
             AND SK-IS-ACTIVE
             AND SK-TYPE-STAFF
             DISPLAY "CUSTOMER " WS-CUSTOMERID
                     " IS ALREADY THIS USER'S OWN STAFF RECORD"
             EXIT SECTION
           END-IF
           SET SK-TYPE-RELATIVE            TO TRUE
           PERFORM F-SAVE-LINK-ROW
           .
       F-LINK-RELATIVE-END.
           EXIT.
      ******************************************************************
       F-END-LINK SECTION.
           SET FG-LINK-OK-Y                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "USER, CUSTOMER AND ADMIN MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-STAFF-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-CUSTOMERID
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-ACTOR-BUSR-ID

           PERFORM F-CHECK-ACTOR
           IF FG-LINK-OK-N
             EXIT SECTION
           END-IF
           IF NOT WS-ACTOR-ADMIN
             DISPLAY "ONLY AN ADMIN MAY END A STAFF ACCOUNT LINK"
             EXIT SECTION
           END-IF

           MOVE WS-CUSTOMERID              TO SK-CUSTOMERID
           MOVE WS-STAFF-BUSR-ID           TO SK-BUSR-ID
           READ STAFF-LINK-FILE
             INVALID KEY
               DISPLAY "NO LINK BETWEEN USER " WS-STAFF-BUSR-ID
                       " AND CUSTOMER " WS-CUSTOMERID
               EXIT SECTION
           END-READ
           IF NOT SK-IS-ACTIVE
             DISPLAY "LINK IS ALREADY ENDED"
             EXIT SECTION
           END-IF

           SET SK-IS-ENDED                 TO TRUE
           MOVE WS-TODAY-RAW               TO SK-TO-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SK-ENDED-BY
           REWRITE STAFF-LINK-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           PERFORM F-WRITE-AUDIT

           PERFORM F-DISPLAY-LINK
           .
       F-END-LINK-END.
           EXIT.
      ******************************************************************
       F-CHECK-LINK-PARTIES SECTION.
      *    THE USER MUST BE STAFF -- A CLIENT LOGIN POSTS NOTHING ON
      *    ANYONE ELSE'S BEHALF -- AND THE CUSTOMER MUST EXIST.
           MOVE WS-STAFF-BUSR-ID           TO WS-CHECK-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-LINK-OK-N
             DISPLAY "BANK USER NOT FOUND: " WS-STAFF-BUSR-ID
             EXIT SECTION
           END-IF
           IF WS-CHECK-ROLE = "BaCl"
             DISPLAY "USER " WS-STAFF-BUSR-ID " IS A CLIENT, NOT STAFF"
             SET FG-LINK-OK-N              TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE WS-CUSTOMERID              TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK
             DISPLAY "CUSTOMER NOT FOUND: " WS-CUSTOMERID
             SET FG-LINK-OK-N              TO TRUE
           END-IF
           .
       F-CHECK-LINK-PARTIES-END.
           EXIT.
      ******************************************************************
       F-READ-LINK-ROW SECTION.
           MOVE WS-CUSTOMERID              TO SK-CUSTOMERID
           MOVE WS-STAFF-BUSR-ID           TO SK-BUSR-ID
           SET FG-ROW-EXISTS-Y             TO TRUE
           READ STAFF-LINK-FILE
             INVALID KEY
               SET FG-ROW-EXISTS-N         TO TRUE
               INITIALIZE STAFF-LINK-RECORD
               MOVE WS-CUSTOMERID          TO SK-CUSTOMERID
               MOVE WS-STAFF-BUSR-ID       TO SK-BUSR-ID
           END-READ
           .
       F-READ-LINK-ROW-END.
           EXIT.
      ******************************************************************
       F-SAVE-LINK-ROW SECTION.
      *    CALLER HAS READ THE ROW (OR STARTED A NEW ONE) AND SET THE
      *    LINK TYPE. AN ENDED LINK TAKEN UP AGAIN STARTS A NEW
      *    PERIOD.
           MOVE WS-RELATIONSHIP            TO SK-RELATIONSHIP
           IF FG-ROW-EXISTS-N
             OR NOT SK-IS-ACTIVE
             SET SK-IS-ACTIVE              TO TRUE
             MOVE WS-TODAY-RAW             TO SK-FROM-DATE
             MOVE 0                        TO SK-TO-DATE
             MOVE 0                        TO SK-ENDED-BY
           END-IF
           MOVE WS-ACTOR-BUSR-ID           TO SK-ADDED-BY

           INITIALIZE AUDIT-INTERFACE
           IF FG-ROW-EXISTS-Y
             REWRITE STAFF-LINK-RECORD
             SET I-AUDIT-ACT-UPDATE        TO TRUE
           ELSE
             WRITE STAFF-LINK-RECORD
             SET I-AUDIT-ACT-CREATE        TO TRUE
           END-IF
           PERFORM F-WRITE-AUDIT

           PERFORM F-DISPLAY-LINK
           .
       F-SAVE-LINK-ROW-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR SECTION.
           MOVE WS-ACTOR-BUSR-ID           TO WS-CHECK-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-LINK-OK-N
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             EXIT SECTION
           END-IF
           MOVE WS-CHECK-ROLE              TO WS-ACTOR-ROLE
           .
       F-CHECK-ACTOR-END.
           EXIT.
      ******************************************************************
       F-GET-ROLE SECTION.
      *    CALLER LEAVES THE BANK USER IN WS-CHECK-BUSR-ID; THE ROLE
      *    COMES BACK IN WS-CHECK-ROLE.
           SET FG-LINK-OK-Y                TO TRUE
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-CHECK-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF BUSRDB-STATUS-OK
             MOVE O-BUSR-ROLE              TO WS-CHECK-ROLE
           ELSE
             MOVE SPACES                   TO WS-CHECK-ROLE
             SET FG-LINK-OK-N              TO TRUE
           END-IF
           .
       F-GET-ROLE-END.
           EXIT.
      ******************************************************************
       F-LIST-LINKS SECTION.
           IF ARG-TOK2 NOT = SPACES
             MOVE FUNCTION NUMVAL(ARG-TOK2) TO WS-LIST-BUSR-ID
           END-IF

           MOVE LOW-VALUES                 TO SK-KEY
           START STAFF-LINK-FILE KEY IS NOT LESS THAN SK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ STAFF-LINK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WS-LIST-BUSR-ID = 0
                   OR SK-BUSR-ID = WS-LIST-BUSR-ID
                   PERFORM F-DISPLAY-LINK
                   ADD 1                   TO WS-ROWS-LISTED
                 END-IF
             END-READ
           END-PERFORM

           IF WS-ROWS-LISTED = 0
             DISPLAY "NO STAFF ACCOUNT LINKS ON FILE"
           END-IF
           .
       F-LIST-LINKS-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-LINK SECTION.
           IF SK-TYPE-STAFF
             DISPLAY "BUSR " SK-BUSR-ID
                     " CUST " SK-CUSTOMERID
                     " OWN STAFF RECORD"
                     " FROM " SK-FROM-DATE
                     " TO " SK-TO-DATE
                     " STATUS " SK-STATUS
                     " BY " SK-ADDED-BY
           ELSE
             DISPLAY "BUSR " SK-BUSR-ID
                     " CUST " SK-CUSTOMERID
                     " RELATIVE (" FUNCTION TRIM(SK-RELATIONSHIP) ")"
                     " FROM " SK-FROM-DATE
                     " TO " SK-TO-DATE
                     " STATUS " SK-STATUS
                     " BY " SK-ADDED-BY
           END-IF
           .
       F-DISPLAY-LINK-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET.
           MOVE "STAFFLINK"                TO I-AUDIT-ENTITY
           MOVE SK-CUSTOMERID              TO I-AUDIT-ENTITY-ID
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
