      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CUSTPROF.
      ******************************************************************
      *  Customer date-of-birth and guardian register. Run
      *  standalone:
      *     CUSTPROF SET   00012 20140322 00007 00003
      *     CUSTPROF SET   00009 19810611 0 00003
      *     CUSTPROF LIMIT 00012 50.00 120.00 00003
      *     CUSTPROF LIST
      *     CUSTPROF LIST  00012
      *  SET records a customer's date of birth (CUSTDB's own row has
      *  none) on files/custprofile.dat (see CUSTPROFILERECORD) and
      *  works out the date they come of age (K-MAJORITY-AGE, see
      *  MINORCONFIG). A customer still under age is a MINOR and
      *  must be given a guardian -- an adult customer with a bank
      *  user of their own; "0" names none, which is only accepted
      *  for an adult. While a customer is a minor only the guardian
      *  (or staff) may debit their accounts, open accounts or issue
      *  cards for them, and their debits run under the minor
      *  limits (ACCBO/TRANSFERBO/CARDBO). LIMIT sets the minor's own
      *  single-debit and daily limits, 0 restoring the MINORCONFIG
      *  default. Either is a teller or admin action, recorded in
      *  AUDITLOG (entity "CUSTPROF"). MINORRUN sends the birthday
      *  and advance majority notices and converts the customer to
      *  full adult ownership on the date.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CUST-PROFILE-FILE ASSIGN TO "files/custprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUSTOMERID
           FILE STATUS IS WS-CP-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CUST-PROFILE-FILE.
       COPY CUSTPROFILERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CUSTPROF            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 CONSTANTS.
      *    AGE OF MAJORITY AND DEFAULT MINOR LIMITS.
         COPY MINORCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(80).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-SET                 VALUE "SET".
           88 ARG-OP-LIMIT               VALUE "LIMIT".
           88 ARG-OP-LIST                VALUE "LIST".
      *    SET:   TOK2=CUSTOMER  TOK3=DATE OF BIRTH YYYYMMDD
      *           TOK4=GUARDIAN CUSTOMER OR 0  TOK5=BANK USER
      *    LIMIT: TOK2=CUSTOMER  TOK3=SINGLE-DEBIT LIMIT
      *           TOK4=DAILY LIMIT  TOK5=BANK USER
      *    LIST:  TOK2=CUSTOMER (OPTIONAL, DEFAULT WHOLE FILE)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-CP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CUSTOMER-ID              PIC 9(09).
         05 WS-GUARDIAN-CUSTID          PIC 9(09).
         05 WS-CUSTOMER-ID-CHK          PIC 9(09).
         05 WS-BIRTH-DATE              PIC 9(08).
         05 WS-BIRTH-DATE-X REDEFINES WS-BIRTH-DATE.
           10 WS-BIRTH-YYYY             PIC 9(04).
           10 WS-BIRTH-MMDD             PIC 9(04).
         05 WS-MAJORITY-DATE            PIC 9(08).
         05 WS-MAJORITY-DATE-X REDEFINES WS-MAJORITY-DATE.
           10 WS-MAJ-YYYY               PIC 9(04).
           10 WS-MAJ-MMDD               PIC 9(04).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
         05 WS-AMOUNT-EDITED-2          PIC Z(09)9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-PROF-OK                  PIC X VALUE 'Y'.
           88 FG-PROF-OK-Y              VALUE 'Y'.
           88 FG-PROF-OK-N              VALUE 'N'.
         05 FG-ROW-EXISTS               PIC X VALUE 'N'.
           88 FG-ROW-EXISTS-Y           VALUE 'Y'.
           88 FG-ROW-EXISTS-N           VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY CUSTINTERFACE.
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

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4,
                  ARG-TOK5
           END-UNSTRING

           PERFORM F-OPEN-FILE

           EVALUATE TRUE
             WHEN ARG-OP-SET
               PERFORM F-SET-PROFILE
             WHEN ARG-OP-LIMIT
               PERFORM F-SET-LIMITS
             WHEN ARG-OP-LIST
               PERFORM F-LIST-PROFILES
             WHEN OTHER
               DISPLAY "USAGE: CUSTPROF SET|LIMIT|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CUSTOMER PROFILE MAINTENANCE STARTING"
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
           CLOSE CUST-PROFILE-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CUSTOMER PROFILE MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O CUST-PROFILE-FILE
           IF WS-CP-FILE-STATUS = "35"
             OPEN OUTPUT CUST-PROFILE-FILE
             CLOSE CUST-PROFILE-FILE
             OPEN I-O CUST-PROFILE-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-SET-PROFILE SECTION.
           SET FG-PROF-OK-Y                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
             DISPLAY "CUSTOMER AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           IF ARG-TOK3(1:8) NOT NUMERIC OR ARG-TOK3(9:) NOT = SPACES
             DISPLAY "DATE OF BIRTH MUST BE YYYYMMDD"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-CUSTOMER-ID
           MOVE FUNCTION NUMVAL(ARG-TOK5)  TO WS-ACTOR-BUSR-ID
           MOVE ARG-TOK3(1:8)              TO WS-BIRTH-DATE
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-GUARDIAN-CUSTID

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-DATE) NOT = 0
             OR WS-BIRTH-DATE > WS-TODAY-RAW
             DISPLAY "NOT A VALID DATE OF BIRTH: " WS-BIRTH-DATE
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-PROF-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-CUSTOMER-ID             TO I-CUST-CUSTID
           PERFORM F-CHECK-CUSTOMER
           IF FG-PROF-OK-N
             DISPLAY "CUSTOMER " WS-CUSTOMER-ID " NOT ON FILE"
             EXIT SECTION
           END-IF

           PERFORM F-COMPUTE-MAJORITY-DATE

      *    UNDER AGE -- THE GUARDIAN IS MANDATORY AND MUST BE ABLE TO
      *    LOG IN AND ACT: ANOTHER CUSTOMER, OF AGE, WITH A BANK USER.
           IF WS-MAJORITY-DATE > WS-TODAY-RAW
             PERFORM F-CHECK-GUARDIAN
             IF FG-PROF-OK-N
               EXIT SECTION
             END-IF
           END-IF

           MOVE WS-CUSTOMER-ID             TO CP-CUSTOMERID
           SET FG-ROW-EXISTS-Y             TO TRUE
           READ CUST-PROFILE-FILE
             INVALID KEY
               SET FG-ROW-EXISTS-N         TO TRUE
               INITIALIZE CUST-PROFILE-RECORD
               MOVE WS-CUSTOMER-ID         TO CP-CUSTOMERID
           END-READ

           MOVE WS-BIRTH-DATE              TO CP-BIRTH-DATE
           MOVE WS-MAJORITY-DATE           TO CP-MAJORITY-DATE
           MOVE WS-ACTOR-BUSR-ID           TO CP-UPDATED-BY
           MOVE WS-TODAY-RAW               TO CP-UPDATED-DATE
           IF WS-MAJORITY-DATE > WS-TODAY-RAW
             SET CP-IS-MINOR               TO TRUE
             MOVE WS-GUARDIAN-CUSTID       TO CP-GUARDIAN-CUSTID
      *      A CORRECTED DATE OF BIRTH MOVES THE MAJORITY DATE --
      *      THE ADVANCE NOTICE IS DUE AFRESH AGAINST THE NEW ONE.
             MOVE 0                        TO CP-MAJ-NOTICE-DATE
             MOVE 0                        TO CP-CONVERTED-DATE
           ELSE
             SET CP-IS-ADULT               TO TRUE
             IF WS-GUARDIAN-CUSTID NOT = 0
               DISPLAY "CUSTOMER IS OF AGE -- GUARDIAN IGNORED"
             END-IF
           END-IF

           IF FG-ROW-EXISTS-Y
             REWRITE CUST-PROFILE-RECORD
             INITIALIZE AUDIT-INTERFACE
             SET I-AUDIT-ACT-UPDATE        TO TRUE
           ELSE
             WRITE CUST-PROFILE-RECORD
             INITIALIZE AUDIT-INTERFACE
             SET I-AUDIT-ACT-CREATE        TO TRUE
           END-IF
           PERFORM F-WRITE-AUDIT

           IF CP-IS-MINOR
             DISPLAY "CUSTOMER " CP-CUSTOMERID " BORN " CP-BIRTH-DATE
                     " IS A MINOR UNTIL " CP-MAJORITY-DATE
                     " -- GUARDIAN " CP-GUARDIAN-CUSTID
           ELSE
             DISPLAY "CUSTOMER " CP-CUSTOMERID " BORN " CP-BIRTH-DATE
                     " IS OF AGE"
           END-IF
           .
       F-SET-PROFILE-END.
           EXIT.
      ******************************************************************
       F-SET-LIMITS SECTION.
           SET FG-PROF-OK-Y                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
             DISPLAY "CUSTOMER AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-CUSTOMER-ID
           MOVE FUNCTION NUMVAL(ARG-TOK5)  TO WS-ACTOR-BUSR-ID

           MOVE WS-CUSTOMER-ID             TO CP-CUSTOMERID
           READ CUST-PROFILE-FILE
             INVALID KEY
               DISPLAY "NO DATE OF BIRTH ON FILE FOR CUSTOMER "
                       WS-CUSTOMER-ID
               EXIT SECTION
           END-READ
           IF NOT CP-IS-MINOR
             DISPLAY "CUSTOMER " CP-CUSTOMERID " IS NOT A MINOR"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-PROF-OK-N
             EXIT SECTION
           END-IF

           COMPUTE CP-TXN-LIMIT = FUNCTION NUMVAL(ARG-TOK3)
           COMPUTE CP-DAILY-LIMIT = FUNCTION NUMVAL(ARG-TOK4)
           IF CP-DAILY-LIMIT > 0
             AND CP-TXN-LIMIT > CP-DAILY-LIMIT
             DISPLAY "SINGLE-DEBIT LIMIT MAY NOT EXCEED THE DAILY "
                     "LIMIT"
             EXIT SECTION
           END-IF
           MOVE WS-ACTOR-BUSR-ID           TO CP-UPDATED-BY
           MOVE WS-TODAY-RAW               TO CP-UPDATED-DATE
           REWRITE CUST-PROFILE-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           PERFORM F-DISPLAY-PROFILE
           .
       F-SET-LIMITS-END.
           EXIT.
      ******************************************************************
       F-LIST-PROFILES SECTION.
           IF ARG-TOK2 NOT = SPACES
             MOVE FUNCTION NUMVAL(ARG-TOK2) TO CP-CUSTOMERID
             READ CUST-PROFILE-FILE
               INVALID KEY
                 DISPLAY "NO DATE OF BIRTH ON FILE FOR CUSTOMER "
                         ARG-TOK2
                 EXIT SECTION
             END-READ
             PERFORM F-DISPLAY-PROFILE
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO CP-CUSTOMERID
           START CUST-PROFILE-FILE KEY IS NOT LESS THAN CP-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CUST-PROFILE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-DISPLAY-PROFILE
                 ADD 1                     TO WS-ROWS-LISTED
             END-READ
           END-PERFORM

           IF WS-ROWS-LISTED = 0
             DISPLAY "NO CUSTOMER PROFILES ON FILE"
           END-IF
           .
       F-LIST-PROFILES-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-PROFILE SECTION.
      *    A ZERO LIMIT ON FILE MEANS THE MINORCONFIG DEFAULT --
      *    SHOWN AS THE AMOUNT ACTUALLY IN FORCE.
           IF CP-TXN-LIMIT > 0
             MOVE CP-TXN-LIMIT             TO WS-AMOUNT-EDITED
           ELSE
             MOVE K-MINOR-TXN-LIMIT        TO WS-AMOUNT-EDITED
           END-IF
           IF CP-DAILY-LIMIT > 0
             MOVE CP-DAILY-LIMIT           TO WS-AMOUNT-EDITED-2
           ELSE
             MOVE K-MINOR-DAILY-LIMIT      TO WS-AMOUNT-EDITED-2
           END-IF
           IF CP-IS-MINOR
             DISPLAY "CUST " CP-CUSTOMERID
                     " BORN=" CP-BIRTH-DATE
                     " MINOR UNTIL=" CP-MAJORITY-DATE
                     " GUARDIAN=" CP-GUARDIAN-CUSTID
                     " LIMIT=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                     " DAILY=" FUNCTION TRIM(WS-AMOUNT-EDITED-2)
                     " NOTICE=" CP-MAJ-NOTICE-DATE
           ELSE
             DISPLAY "CUST " CP-CUSTOMERID
                     " BORN=" CP-BIRTH-DATE
                     " ADULT SINCE=" CP-MAJORITY-DATE
                     " CONVERTED=" CP-CONVERTED-DATE
                     " FORMER GUARDIAN=" CP-GUARDIAN-CUSTID
           END-IF
           .
       F-DISPLAY-PROFILE-END.
           EXIT.
      ******************************************************************
       F-COMPUTE-MAJORITY-DATE SECTION.
      *    THE K-MAJORITY-AGE BIRTHDAY. A 29 FEBRUARY BIRTH COMES OF
      *    AGE ON 1 MARCH WHEN THAT YEAR IS NOT A LEAP YEAR (SAME
      *    RULE MINORRUN USES FOR THE BIRTHDAY NOTICE).
           MOVE WS-BIRTH-DATE              TO WS-MAJORITY-DATE
           ADD K-MAJORITY-AGE              TO WS-MAJ-YYYY
           IF WS-MAJ-MMDD = 0229
             IF FUNCTION MOD(WS-MAJ-YYYY, 4) NOT = 0
               OR (FUNCTION MOD(WS-MAJ-YYYY, 100) = 0
                   AND FUNCTION MOD(WS-MAJ-YYYY, 400) NOT = 0)
               MOVE 0301                   TO WS-MAJ-MMDD
             END-IF
           END-IF
           .
       F-COMPUTE-MAJORITY-DATE-END.
           EXIT.
      ******************************************************************
       F-CHECK-GUARDIAN SECTION.
           IF WS-GUARDIAN-CUSTID = 0
             DISPLAY "CUSTOMER IS A MINOR -- A GUARDIAN CUSTOMER IS "
                     "REQUIRED"
             SET FG-PROF-OK-N              TO TRUE
             EXIT SECTION
           END-IF
           IF WS-GUARDIAN-CUSTID = WS-CUSTOMER-ID
             DISPLAY "A CUSTOMER CANNOT BE THEIR OWN GUARDIAN"
             SET FG-PROF-OK-N              TO TRUE
             EXIT SECTION
           END-IF

           MOVE WS-GUARDIAN-CUSTID         TO I-CUST-CUSTID
           PERFORM F-CHECK-CUSTOMER
           IF FG-PROF-OK-N
             DISPLAY "GUARDIAN CUSTOMER " WS-GUARDIAN-CUSTID
                     " NOT ON FILE"
             EXIT SECTION
           END-IF
           IF O-CUST-BANKUSERID(1) = 0
             DISPLAY "GUARDIAN CUSTOMER " WS-GUARDIAN-CUSTID
                     " HAS NO BANK USER TO ACT WITH"
             SET FG-PROF-OK-N              TO TRUE
             EXIT SECTION
           END-IF

           MOVE WS-GUARDIAN-CUSTID         TO CP-CUSTOMERID
           READ CUST-PROFILE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CP-IS-MINOR
                 DISPLAY "GUARDIAN CUSTOMER " WS-GUARDIAN-CUSTID
                         " IS A MINOR THEMSELVES"
                 SET FG-PROF-OK-N          TO TRUE
               END-IF
           END-READ
           .
       F-CHECK-GUARDIAN-END.
           EXIT.
      ******************************************************************
       F-CHECK-CUSTOMER SECTION.
      *    CALLER LEAVES THE CUSTOMER ID IN I-CUST-CUSTID.
           MOVE I-CUST-CUSTID              TO WS-CUSTOMER-ID-CHK
           INITIALIZE CUSTDB-INTERFACE
           MOVE WS-CUSTOMER-ID-CHK         TO I-CUST-CUSTID
           SET I-CUST-OP-GET-ITEM          TO TRUE
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK OR O-CUST-COUNT = 0
             SET FG-PROF-OK-N              TO TRUE
           END-IF
           .
       F-CHECK-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    DATE OF BIRTH AND GUARDIAN ARE RECORDED FROM THE
      *    CUSTOMER'S DOCUMENTS AT THE BRANCH -- ANY TELLER OR ADMIN,
      *    NEVER THE CLIENT THEMSELVES.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-PROF-OK-N              TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY RECORD A DATE OF "
                     "BIRTH, GUARDIAN OR MINOR LIMIT"
             SET FG-PROF-OK-N              TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET.
           MOVE "CUSTPROF"                 TO I-AUDIT-ENTITY
           MOVE CP-CUSTOMERID              TO I-AUDIT-ENTITY-ID
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
