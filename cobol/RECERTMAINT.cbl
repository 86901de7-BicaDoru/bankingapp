      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      RECERTMAINT.
      ******************************************************************
      *  Staff access certification tool. Run standalone:
      *     RECERTMAINT ASSIGN  00042 003 00007 00001
      *     RECERTMAINT CERTIFY 00042 00007
      *     RECERTMAINT REVOKE  00042 00007
      *     RECERTMAINT ENABLE  00042 00001
      *     RECERTMAINT LIST
      *     RECERTMAINT LIST    00007
      *  ASSIGN places a staff user (BaTe/BaTS/BaAd) at a branch
      *  (BRANCHMAINT's master) under the manager who certifies
      *  their access -- an admin or senior teller other than the
      *  user. Admin only. CERTIFY records the manager's decision
      *  that the user still needs the access they have; REVOKE
      *  records the opposite and disables the user at once (BUSRBO
      *  refuses their login and any session still open, US09).
      *  Either is the assigned manager's or an admin's call, never
      *  the user's own. ENABLE lifts a disablement -- whether a
      *  revocation or USERRECERT's inactivity rule -- and restarts
      *  the user's inactivity clock. Admin only. LIST shows the
      *  staff profile file, or only one manager's users. Every
      *  change is recorded in AUDITLOG under entity "ACCESSCERT".
      *  The quarterly run that builds the certification list and
      *  disables inactive users is USERRECERT.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT STAFF-PROFILE-FILE ASSIGN TO "files/staffprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SF-BUSR-ID
           FILE STATUS IS WS-SF-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "files/branch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-ID
           FILE STATUS IS WS-BR-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  STAFF-PROFILE-FILE.
       COPY STAFFPROFILERECORD.

       FD  BRANCH-FILE.
       COPY BRANCHRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "RECERTMAINT         ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(80).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-ASSIGN              VALUE "ASSIGN".
           88 ARG-OP-CERTIFY             VALUE "CERTIFY".
           88 ARG-OP-REVOKE              VALUE "REVOKE".
           88 ARG-OP-ENABLE              VALUE "ENABLE".
           88 ARG-OP-LIST                VALUE "LIST".
      *    ASSIGN:  TOK2=STAFF USER  TOK3=BRANCH  TOK4=MANAGER
      *             TOK5=ADMIN
      *    CERTIFY/REVOKE/ENABLE:  TOK2=STAFF USER  TOK3=BANK USER
      *    LIST:    TOK2=MANAGER (OPTIONAL, DEFAULT WHOLE FILE)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
         05 ARG-TOK4                    PIC X(09).
         05 ARG-TOK5                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-SF-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-ACTOR-ROLE               PIC X(04).
           88 WS-ACTOR-ADMIN            VALUE "BaAd".
         05 WS-TARGET-BUSR-ID           PIC 9(09).
         05 WS-TARGET-ROLE              PIC X(04).
         05 WS-BRANCH-ID                PIC 9(03).
         05 WS-MANAGER-BUSR-ID          PIC 9(09).
         05 WS-LIST-MANAGER             PIC 9(09) VALUE 0.
         05 WS-CHECK-BUSR-ID            PIC 9(09).
         05 WS-CHECK-ROLE               PIC X(04).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-CERT-OK                  PIC X VALUE 'Y'.
           88 FG-CERT-OK-Y              VALUE 'Y'.
           88 FG-CERT-OK-N              VALUE 'N'.
         05 FG-ROW-EXISTS               PIC X VALUE 'N'.
           88 FG-ROW-EXISTS-Y           VALUE 'Y'.
           88 FG-ROW-EXISTS-N           VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
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
             WHEN ARG-OP-ASSIGN
               PERFORM F-ASSIGN-USER
             WHEN ARG-OP-CERTIFY
               PERFORM F-CERTIFY-USER
             WHEN ARG-OP-REVOKE
               PERFORM F-REVOKE-USER
             WHEN ARG-OP-ENABLE
               PERFORM F-ENABLE-USER
             WHEN ARG-OP-LIST
               PERFORM F-LIST-PROFILES
             WHEN OTHER
               DISPLAY "USAGE: RECERTMAINT ASSIGN|CERTIFY|REVOKE|"
                       "ENABLE|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "STAFF ACCESS CERTIFICATION STARTING"
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
           CLOSE STAFF-PROFILE-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "STAFF ACCESS CERTIFICATION FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O STAFF-PROFILE-FILE
           IF WS-SF-FILE-STATUS = "35"
             OPEN OUTPUT STAFF-PROFILE-FILE
             CLOSE STAFF-PROFILE-FILE
             OPEN I-O STAFF-PROFILE-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-ASSIGN-USER SECTION.
           SET FG-CERT-OK-Y                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
             DISPLAY "USER, BRANCH, MANAGER AND ADMIN MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-TARGET-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-BRANCH-ID
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-MANAGER-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK5)  TO WS-ACTOR-BUSR-ID

           PERFORM F-CHECK-ACTOR
           IF FG-CERT-OK-N
             EXIT SECTION
           END-IF
           IF NOT WS-ACTOR-ADMIN
             DISPLAY "ONLY AN ADMIN MAY ASSIGN A BRANCH AND MANAGER"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-TARGET
           IF FG-CERT-OK-N
             EXIT SECTION
           END-IF

           OPEN INPUT BRANCH-FILE
           MOVE WS-BRANCH-ID               TO BR-ID
           READ BRANCH-FILE
             INVALID KEY
               MOVE SPACES                 TO BR-STATUS
           END-READ
           CLOSE BRANCH-FILE
           IF NOT BR-IS-ACTIVE
             DISPLAY "BRANCH " WS-BRANCH-ID " NOT ON FILE OR CLOSED"
             EXIT SECTION
           END-IF

      *    THE CERTIFYING MANAGER MUST BE SOMEONE ELSE WITH THE
      *    SENIORITY TO VOUCH FOR THE USER -- AN ADMIN OR A SENIOR
      *    TELLER.
           IF WS-MANAGER-BUSR-ID = WS-TARGET-BUSR-ID
             DISPLAY "A USER CANNOT CERTIFY THEIR OWN ACCESS"
             EXIT SECTION
           END-IF
           MOVE WS-MANAGER-BUSR-ID         TO WS-CHECK-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-CERT-OK-N
             DISPLAY "MANAGER NOT FOUND: " WS-MANAGER-BUSR-ID
             EXIT SECTION
           END-IF
           IF WS-CHECK-ROLE NOT = "BaAd" AND WS-CHECK-ROLE NOT = "BaTS"
             DISPLAY "MANAGER MUST BE AN ADMIN OR SENIOR TELLER"
             EXIT SECTION
           END-IF

           MOVE WS-TARGET-BUSR-ID          TO SF-BUSR-ID
           SET FG-ROW-EXISTS-Y             TO TRUE
           READ STAFF-PROFILE-FILE
             INVALID KEY
               SET FG-ROW-EXISTS-N         TO TRUE
               PERFORM F-NEW-PROFILE-ROW
           END-READ

           MOVE WS-BRANCH-ID               TO SF-BRANCHID
           MOVE WS-MANAGER-BUSR-ID         TO SF-MANAGER-BUSR-ID
           MOVE WS-ACTOR-BUSR-ID           TO SF-UPDATED-BY
           MOVE WS-TODAY-RAW               TO SF-UPDATED-DATE

           INITIALIZE AUDIT-INTERFACE
           IF FG-ROW-EXISTS-Y
             REWRITE STAFF-PROFILE-RECORD
             SET I-AUDIT-ACT-UPDATE        TO TRUE
           ELSE
             WRITE STAFF-PROFILE-RECORD
             SET I-AUDIT-ACT-CREATE        TO TRUE
           END-IF
           PERFORM F-WRITE-AUDIT

           PERFORM F-DISPLAY-PROFILE
           .
       F-ASSIGN-USER-END.
           EXIT.
      ******************************************************************
       F-CERTIFY-USER SECTION.
           PERFORM F-LOAD-DECISION
           IF FG-CERT-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-TODAY-RAW               TO SF-LAST-CERT-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SF-LAST-CERT-BY
           SET SF-CERT-CERTIFIED           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO SF-UPDATED-BY
           MOVE WS-TODAY-RAW               TO SF-UPDATED-DATE
           REWRITE STAFF-PROFILE-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CERTIFY         TO TRUE
           PERFORM F-WRITE-AUDIT

      *    CERTIFYING SAYS THE ACCESS IS STILL NEEDED -- IT DOES NOT
      *    LIFT A DISABLEMENT, WHICH STAYS AN ADMIN'S ENABLE.
           IF SF-IS-DISABLED
             DISPLAY "NOTE: USER " SF-BUSR-ID " IS DISABLED ("
                     FUNCTION TRIM(SF-DISABLED-REASON)
                     ") -- AN ADMIN MUST ENABLE THEM"
           END-IF
           PERFORM F-DISPLAY-PROFILE
           .
       F-CERTIFY-USER-END.
           EXIT.
      ******************************************************************
       F-REVOKE-USER SECTION.
           PERFORM F-LOAD-DECISION
           IF FG-CERT-OK-N
             EXIT SECTION
           END-IF

      *    ONLY AN ADMIN MAY TAKE AN ADMIN'S ACCESS AWAY.
           IF WS-TARGET-ROLE = "BaAd" AND NOT WS-ACTOR-ADMIN
             DISPLAY "ONLY AN ADMIN MAY REVOKE AN ADMIN"
             EXIT SECTION
           END-IF

           MOVE WS-TODAY-RAW               TO SF-LAST-CERT-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SF-LAST-CERT-BY
           SET SF-CERT-REVOKED             TO TRUE
           IF SF-IS-ACTIVE
             SET SF-IS-DISABLED            TO TRUE
             SET SF-DISABLED-REVOKED       TO TRUE
             MOVE WS-ACTOR-BUSR-ID         TO SF-DISABLED-BY
             MOVE WS-TODAY-RAW             TO SF-STATUS-DATE
           END-IF
           MOVE WS-ACTOR-BUSR-ID           TO SF-UPDATED-BY
           MOVE WS-TODAY-RAW               TO SF-UPDATED-DATE
           REWRITE STAFF-PROFILE-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-REVOKE          TO TRUE
           PERFORM F-WRITE-AUDIT

           PERFORM F-DISPLAY-PROFILE
           .
       F-REVOKE-USER-END.
           EXIT.
      ******************************************************************
       F-ENABLE-USER SECTION.
           SET FG-CERT-OK-Y                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "USER AND ADMIN MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-TARGET-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-ACTOR-BUSR-ID

           PERFORM F-CHECK-ACTOR
           IF FG-CERT-OK-N
             EXIT SECTION
           END-IF
           IF NOT WS-ACTOR-ADMIN
             DISPLAY "ONLY AN ADMIN MAY ENABLE A USER"
             EXIT SECTION
           END-IF
           IF WS-ACTOR-BUSR-ID = WS-TARGET-BUSR-ID
             DISPLAY "A USER CANNOT ENABLE THEMSELVES"
             EXIT SECTION
           END-IF

           MOVE WS-TARGET-BUSR-ID          TO SF-BUSR-ID
           READ STAFF-PROFILE-FILE
             INVALID KEY
               DISPLAY "NO STAFF PROFILE FOR USER " WS-TARGET-BUSR-ID
               EXIT SECTION
           END-READ
           IF NOT SF-IS-DISABLED
             DISPLAY "USER " SF-BUSR-ID " IS NOT DISABLED"
             EXIT SECTION
           END-IF

      *    A FRESH STATUS DATE RESTARTS THE INACTIVITY CLOCK, SO THE
      *    NEXT USERRECERT DOES NOT DISABLE THE USER AGAIN BEFORE
      *    THEY HAVE HAD THE CHANCE TO LOG IN.
           SET SF-IS-ACTIVE                TO TRUE
           MOVE SPACES                     TO SF-DISABLED-REASON
           MOVE 0                          TO SF-DISABLED-BY
           MOVE WS-TODAY-RAW               TO SF-STATUS-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SF-UPDATED-BY
           MOVE WS-TODAY-RAW               TO SF-UPDATED-DATE
           REWRITE STAFF-PROFILE-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           PERFORM F-DISPLAY-PROFILE
           .
       F-ENABLE-USER-END.
           EXIT.
      ******************************************************************
       F-LOAD-DECISION SECTION.
      *    COMMON TO CERTIFY AND REVOKE: THE USER MUST HAVE A STAFF
      *    PROFILE, AND THE DECISION IS THEIR ASSIGNED MANAGER'S OR AN
      *    ADMIN'S -- NEVER THE USER'S OWN.
           SET FG-CERT-OK-Y                TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "USER AND MANAGER MUST BE NUMERIC"
             SET FG-CERT-OK-N              TO TRUE
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-TARGET-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-ACTOR-BUSR-ID

           IF WS-ACTOR-BUSR-ID = WS-TARGET-BUSR-ID
             DISPLAY "A USER CANNOT CERTIFY OR REVOKE THEIR OWN ACCESS"
             SET FG-CERT-OK-N              TO TRUE
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR
           IF FG-CERT-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-TARGET
           IF FG-CERT-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-TARGET-BUSR-ID          TO SF-BUSR-ID
           READ STAFF-PROFILE-FILE
             INVALID KEY
               DISPLAY "NO STAFF PROFILE FOR USER " WS-TARGET-BUSR-ID
                       " -- ASSIGN A BRANCH AND MANAGER FIRST"
               SET FG-CERT-OK-N            TO TRUE
               EXIT SECTION
           END-READ

           IF SF-MANAGER-BUSR-ID NOT = WS-ACTOR-BUSR-ID
             AND NOT WS-ACTOR-ADMIN
             DISPLAY "ONLY THE USER'S MANAGER (" SF-MANAGER-BUSR-ID
                     ") OR AN ADMIN MAY DECIDE ON THEIR ACCESS"
             SET FG-CERT-OK-N              TO TRUE
           END-IF
           .
       F-LOAD-DECISION-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR SECTION.
           MOVE WS-ACTOR-BUSR-ID           TO WS-CHECK-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-CERT-OK-N
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             EXIT SECTION
           END-IF
           MOVE WS-CHECK-ROLE              TO WS-ACTOR-ROLE
           IF WS-ACTOR-ROLE NOT = "BaAd" AND WS-ACTOR-ROLE NOT = "BaTS"
             DISPLAY "ONLY AN ADMIN OR SENIOR TELLER MAY CERTIFY "
                     "STAFF ACCESS"
             SET FG-CERT-OK-N              TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-END.
           EXIT.
      ******************************************************************
       F-CHECK-TARGET SECTION.
      *    CLIENT LOGINS ARE NOT STAFF ACCESS AND ARE NOT CERTIFIED.
           MOVE WS-TARGET-BUSR-ID          TO WS-CHECK-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-CERT-OK-N
             DISPLAY "BANK USER NOT FOUND: " WS-TARGET-BUSR-ID
             EXIT SECTION
           END-IF
           MOVE WS-CHECK-ROLE              TO WS-TARGET-ROLE
           IF WS-TARGET-ROLE = "BaCl"
             DISPLAY "USER " WS-TARGET-BUSR-ID " IS A CLIENT, NOT STAFF"
             SET FG-CERT-OK-N              TO TRUE
           END-IF
           .
       F-CHECK-TARGET-END.
           EXIT.
      ******************************************************************
       F-GET-ROLE SECTION.
      *    CALLER LEAVES THE BANK USER IN WS-CHECK-BUSR-ID; THE ROLE
      *    COMES BACK IN WS-CHECK-ROLE.
           SET FG-CERT-OK-Y                TO TRUE
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-CHECK-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF BUSRDB-STATUS-OK
             MOVE O-BUSR-ROLE              TO WS-CHECK-ROLE
           ELSE
             MOVE SPACES                   TO WS-CHECK-ROLE
             SET FG-CERT-OK-N              TO TRUE
           END-IF
           .
       F-GET-ROLE-END.
           EXIT.
      ******************************************************************
       F-NEW-PROFILE-ROW SECTION.
           INITIALIZE STAFF-PROFILE-RECORD
           MOVE WS-TARGET-BUSR-ID          TO SF-BUSR-ID
           SET SF-IS-ACTIVE                TO TRUE
           MOVE WS-TODAY-RAW               TO SF-STATUS-DATE
           SET SF-CERT-NONE                TO TRUE
           .
       F-NEW-PROFILE-ROW-END.
           EXIT.
      ******************************************************************
       F-LIST-PROFILES SECTION.
           IF ARG-TOK2 NOT = SPACES
             MOVE FUNCTION NUMVAL(ARG-TOK2) TO WS-LIST-MANAGER
           END-IF

           MOVE LOW-VALUES                 TO SF-BUSR-ID
           START STAFF-PROFILE-FILE KEY IS NOT LESS THAN SF-BUSR-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ STAFF-PROFILE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WS-LIST-MANAGER = 0
                   OR SF-MANAGER-BUSR-ID = WS-LIST-MANAGER
                   PERFORM F-DISPLAY-PROFILE
                   ADD 1                   TO WS-ROWS-LISTED
                 END-IF
             END-READ
           END-PERFORM

           IF WS-ROWS-LISTED = 0
             DISPLAY "NO STAFF PROFILES ON FILE"
           END-IF
           .
       F-LIST-PROFILES-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-PROFILE SECTION.
           IF SF-IS-DISABLED
             DISPLAY "BUSR " SF-BUSR-ID
                     " BRANCH=" SF-BRANCHID
                     " MANAGER=" SF-MANAGER-BUSR-ID
                     " DISABLED " SF-STATUS-DATE
                     " (" FUNCTION TRIM(SF-DISABLED-REASON)
                     " BY " SF-DISABLED-BY ")"
                     " LAST CERT=" SF-LAST-CERT-DATE
                     " " SF-LAST-CERT-DECISION
                     " BY " SF-LAST-CERT-BY
           ELSE
             DISPLAY "BUSR " SF-BUSR-ID
                     " BRANCH=" SF-BRANCHID
                     " MANAGER=" SF-MANAGER-BUSR-ID
                     " ACTIVE SINCE " SF-STATUS-DATE
                     " LAST CERT=" SF-LAST-CERT-DATE
                     " " SF-LAST-CERT-DECISION
                     " BY " SF-LAST-CERT-BY
           END-IF
           .
       F-DISPLAY-PROFILE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET.
           MOVE "ACCESSCERT"               TO I-AUDIT-ENTITY
           MOVE SF-BUSR-ID                 TO I-AUDIT-ENTITY-ID
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
