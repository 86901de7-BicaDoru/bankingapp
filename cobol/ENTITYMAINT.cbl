      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ENTITYMAINT.
      ******************************************************************
      *  Legal-entity customer register. Run standalone:
      *     ENTITYMAINT SET      00040 HRB123456 COMP 20110301 00003
      *     ENTITYMAINT DISSOLVE 00040 00003
      *     ENTITYMAINT REP      00040 00012 S 5000.00 00003
      *     ENTITYMAINT OWNER    00040 00012 60.00 00003
      *     ENTITYMAINT REMOVE   00040 R 00012 00003
      *     ENTITYMAINT LIST     00040
      *  SET marks an existing customer as a legal entity -- company
      *  (COMP), partnership (PART), association (ASSN), foundation
      *  (FOUN) or other (OTHR) -- with its register number and date
      *  of incorporation (files/custentity.dat, see
      *  CUSTENTITYRECORD); its CUSTDB name is the registered name.
      *  REP links a natural-person customer as an authorized
      *  representative with signing power S (may debit the entity's
      *  accounts alone, up to the limit given, 0 = no limit) or V
      *  (view and deposit only). A representative logs in as
      *  themselves, so must have a bank user, and may not be a
      *  minor. OWNER links a natural-person customer as a beneficial
      *  owner with their percentage; the owners on file may not add
      *  up to more than 100. Re-issuing REP/OWNER for the same
      *  person updates the row. REMOVE ends a link (R or B).
      *  Links are on files/custrelation.dat (see
      *  CUSTRELATIONRECORD). Every change is a teller or admin
      *  action, recorded in AUDITLOG (entity "CUSTENTITY" or
      *  "CUSTREL", id the entity's customer id). KYCRPT reports
      *  entities with no beneficial owner on file; SCREENRUN screens
      *  their representatives and owners.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CUST-ENTITY-FILE ASSIGN TO "files/custentity.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CE-CUSTOMERID
           FILE STATUS IS WS-CE-FILE-STATUS.

           SELECT CUST-RELATION-FILE ASSIGN TO
           "files/custrelation.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CR-KEY
           FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT CUST-PROFILE-FILE ASSIGN TO "files/custprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUSTOMERID
           FILE STATUS IS WS-CP-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CUST-ENTITY-FILE.
       COPY CUSTENTITYRECORD.

       FD  CUST-RELATION-FILE.
       COPY CUSTRELATIONRECORD.

       FD  CUST-PROFILE-FILE.
       COPY CUSTPROFILERECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ENTITYMAINT         ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(80).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-SET                 VALUE "SET".
           88 ARG-OP-DISSOLVE            VALUE "DISSOLVE".
           88 ARG-OP-REP                 VALUE "REP".
           88 ARG-OP-OWNER               VALUE "OWNER".
           88 ARG-OP-REMOVE              VALUE "REMOVE".
           88 ARG-OP-LIST                VALUE "LIST".
      *    TOK2 IS ALWAYS THE ENTITY'S CUSTOMER ID; THE REST DEPEND ON
      *    THE OPERATION (SEE THE HEADER). THE ACTING BANK USER IS
      *    THE LAST TOKEN GIVEN.
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(20).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(12).
         05 ARG-TOK6                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-CE-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-X             PIC X(12).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-ENTITY-CUSTID            PIC 9(09).
         05 WS-PERSON-X                 PIC X(12).
         05 WS-PERSON-CUSTID            PIC 9(09).
         05 WS-CHECK-CUSTID             PIC 9(09).
         05 WS-ROLE                     PIC X(01).
         05 WS-SIGNING-POWER            PIC X(01).
         05 WS-SIGNING-LIMIT            PIC 9(10)V99.
         05 WS-OWNERSHIP-PCT            PIC 9(03)V99.
         05 WS-OWNERSHIP-TOTAL          PIC 9(05)V99.
         05 WS-INCORP-DATE              PIC 9(08).
         05 WS-LINKS-LISTED             PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
         05 WS-PCT-EDITED               PIC ZZ9.99.
         05 WS-TOTAL-EDITED             PIC ZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-ENT-OK                   PIC X VALUE 'Y'.
           88 FG-ENT-OK-Y               VALUE 'Y'.
           88 FG-ENT-OK-N               VALUE 'N'.
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
                  ARG-TOK5, ARG-TOK6
           END-UNSTRING

           PERFORM F-OPEN-FILES

           EVALUATE TRUE
             WHEN ARG-OP-SET
               PERFORM F-SET-ENTITY
             WHEN ARG-OP-DISSOLVE
               PERFORM F-DISSOLVE-ENTITY
             WHEN ARG-OP-REP
               PERFORM F-LINK-REPRESENTATIVE
             WHEN ARG-OP-OWNER
               PERFORM F-LINK-OWNER
             WHEN ARG-OP-REMOVE
               PERFORM F-REMOVE-LINK
             WHEN ARG-OP-LIST
               PERFORM F-LIST-ENTITY
             WHEN OTHER
               DISPLAY "USAGE: ENTITYMAINT SET|DISSOLVE|REP|OWNER|"
                       "REMOVE|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LEGAL ENTITY MAINTENANCE STARTING"
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
           CLOSE CUST-ENTITY-FILE
           CLOSE CUST-RELATION-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LEGAL ENTITY MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O CUST-ENTITY-FILE
           IF WS-CE-FILE-STATUS = "35"
             OPEN OUTPUT CUST-ENTITY-FILE
             CLOSE CUST-ENTITY-FILE
             OPEN I-O CUST-ENTITY-FILE
           END-IF

           OPEN I-O CUST-RELATION-FILE
           IF WS-CR-FILE-STATUS = "35"
             OPEN OUTPUT CUST-RELATION-FILE
             CLOSE CUST-RELATION-FILE
             OPEN I-O CUST-RELATION-FILE
           END-IF
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-SET-ENTITY SECTION.
      *    SET <ENTITY> <REGNO> <FORM> <YYYYMMDD> <BUSR>
           SET FG-ENT-OK-Y                 TO TRUE
           MOVE ARG-TOK6                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-ENTITY-ARGS
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF
           IF ARG-TOK3 = SPACES
             DISPLAY "REGISTER NUMBER IS REQUIRED"
             EXIT SECTION
           END-IF
           MOVE ARG-TOK4(1:4)              TO CE-LEGAL-FORM
           IF NOT CE-FORM-VALID OR ARG-TOK4(5:) NOT = SPACES
             DISPLAY "LEGAL FORM MUST BE COMP, PART, ASSN, FOUN OR "
                     "OTHR"
             EXIT SECTION
           END-IF
           IF ARG-TOK5(1:8) NOT NUMERIC OR ARG-TOK5(9:) NOT = SPACES
             DISPLAY "INCORPORATION DATE MUST BE YYYYMMDD"
             EXIT SECTION
           END-IF
           MOVE ARG-TOK5(1:8)              TO WS-INCORP-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-INCORP-DATE) NOT = 0
             OR WS-INCORP-DATE > WS-TODAY-RAW
             DISPLAY "NOT A VALID INCORPORATION DATE: " WS-INCORP-DATE
             EXIT SECTION
           END-IF

      *    A CUSTOMER ALREADY LINKED TO SOME ENTITY AS A PERSON
      *    CANNOT ITSELF BECOME AN ENTITY.
           PERFORM F-CHECK-NOT-LINKED-PERSON
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-ENTITY-CUSTID           TO CE-CUSTOMERID
           SET FG-ROW-EXISTS-Y             TO TRUE
           READ CUST-ENTITY-FILE
             INVALID KEY
               SET FG-ROW-EXISTS-N         TO TRUE
               INITIALIZE CUST-ENTITY-RECORD
               MOVE WS-ENTITY-CUSTID       TO CE-CUSTOMERID
           END-READ

           MOVE ARG-TOK3                   TO CE-REG-NUMBER
           MOVE ARG-TOK4(1:4)              TO CE-LEGAL-FORM
           MOVE WS-INCORP-DATE             TO CE-INCORP-DATE
           SET CE-IS-ACTIVE                TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO CE-UPDATED-BY
           MOVE WS-TODAY-RAW               TO CE-UPDATED-DATE

           INITIALIZE AUDIT-INTERFACE
           IF FG-ROW-EXISTS-Y
             REWRITE CUST-ENTITY-RECORD
             SET I-AUDIT-ACT-UPDATE        TO TRUE
           ELSE
             WRITE CUST-ENTITY-RECORD
             SET I-AUDIT-ACT-CREATE        TO TRUE
           END-IF
           MOVE "CUSTENTITY"               TO I-AUDIT-ENTITY
           PERFORM F-WRITE-AUDIT

           DISPLAY "CUSTOMER " CE-CUSTOMERID " REGISTERED AS LEGAL "
                   "ENTITY " CE-LEGAL-FORM " "
                   FUNCTION TRIM(CE-REG-NUMBER)
                   " INCORPORATED " CE-INCORP-DATE
           .
       F-SET-ENTITY-END.
           EXIT.
      ******************************************************************
       F-DISSOLVE-ENTITY SECTION.
      *    DISSOLVE <ENTITY> <BUSR>
      *    THE ROW STAYS FOR THE RECORD; ITS LINKS STAY TOO BUT CARRY
      *    NO AUTHORITY ONCE THE ENTITY IS NO LONGER ACTIVE.
           SET FG-ENT-OK-Y                 TO TRUE
           MOVE ARG-TOK3                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-ENTITY-ARGS
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-READ-ACTIVE-ENTITY
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF

           SET CE-IS-DISSOLVED             TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO CE-UPDATED-BY
           MOVE WS-TODAY-RAW               TO CE-UPDATED-DATE
           REWRITE CUST-ENTITY-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           MOVE "CUSTENTITY"               TO I-AUDIT-ENTITY
           PERFORM F-WRITE-AUDIT

           DISPLAY "LEGAL ENTITY " CE-CUSTOMERID " DISSOLVED"
           .
       F-DISSOLVE-ENTITY-END.
           EXIT.
      ******************************************************************
       F-LINK-REPRESENTATIVE SECTION.
      *    REP <ENTITY> <PERSON> <S|V> <LIMIT> <BUSR>
           SET FG-ENT-OK-Y                 TO TRUE
           MOVE ARG-TOK6                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-ENTITY-ARGS
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF
           MOVE ARG-TOK4(1:1)              TO WS-SIGNING-POWER
           IF (WS-SIGNING-POWER NOT = "S" AND NOT = "V")
             OR ARG-TOK4(2:) NOT = SPACES
             DISPLAY "SIGNING POWER MUST BE S (SOLE) OR V (VIEW)"
             EXIT SECTION
           END-IF
           IF ARG-TOK5 = SPACES
             MOVE 0                        TO WS-SIGNING-LIMIT
           ELSE
             COMPUTE WS-SIGNING-LIMIT = FUNCTION NUMVAL(ARG-TOK5)
           END-IF

           PERFORM F-READ-ACTIVE-ENTITY
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF
           MOVE ARG-TOK3                   TO WS-PERSON-X
           PERFORM F-CHECK-PERSON
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF

      *    THE REPRESENTATIVE ACTS THROUGH THEIR OWN LOGIN.
           IF O-CUST-BANKUSERID (1) = 0
             DISPLAY "CUSTOMER " WS-PERSON-CUSTID
                     " HAS NO BANK USER TO ACT WITH"
             EXIT SECTION
           END-IF
           PERFORM F-CHECK-PERSON-NOT-MINOR
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF

           MOVE "R"                        TO WS-ROLE
           PERFORM F-READ-LINK
           MOVE WS-SIGNING-POWER           TO CR-SIGNING-POWER
           MOVE WS-SIGNING-LIMIT           TO CR-SIGNING-LIMIT
           MOVE 0                          TO CR-OWNERSHIP-PCT
           PERFORM F-SAVE-LINK

           MOVE CR-SIGNING-LIMIT           TO WS-AMOUNT-EDITED
           DISPLAY "CUSTOMER " CR-PERSON-CUSTID " REPRESENTS ENTITY "
                   CR-ENTITY-CUSTID " SIGNING " CR-SIGNING-POWER
                   " LIMIT " FUNCTION TRIM(WS-AMOUNT-EDITED)
           .
       F-LINK-REPRESENTATIVE-END.
           EXIT.
      ******************************************************************
       F-LINK-OWNER SECTION.
      *    OWNER <ENTITY> <PERSON> <PCT> <BUSR>
           SET FG-ENT-OK-Y                 TO TRUE
           MOVE ARG-TOK5                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-ENTITY-ARGS
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF
           COMPUTE WS-OWNERSHIP-PCT = FUNCTION NUMVAL(ARG-TOK4)
           IF WS-OWNERSHIP-PCT = 0 OR WS-OWNERSHIP-PCT > 100
             DISPLAY "OWNERSHIP PERCENTAGE MUST BE OVER 0 AND AT "
                     "MOST 100"
             EXIT SECTION
           END-IF

           PERFORM F-READ-ACTIVE-ENTITY
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF
           MOVE ARG-TOK3                   TO WS-PERSON-X
           PERFORM F-CHECK-PERSON
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF

      *    THE OWNERS ON FILE, LESS THIS PERSON'S OWN CURRENT SHARE
      *    (AN UPDATE REPLACES IT), PLUS THE NEW SHARE.
           PERFORM F-SUM-OWNERSHIP
           ADD WS-OWNERSHIP-PCT            TO WS-OWNERSHIP-TOTAL
           IF WS-OWNERSHIP-TOTAL > 100
             MOVE WS-OWNERSHIP-TOTAL       TO WS-TOTAL-EDITED
             DISPLAY "BENEFICIAL OWNERSHIP WOULD TOTAL "
                     FUNCTION TRIM(WS-TOTAL-EDITED) " PERCENT"
             EXIT SECTION
           END-IF

           MOVE "B"                        TO WS-ROLE
           PERFORM F-READ-LINK
           MOVE SPACES                     TO CR-SIGNING-POWER
           MOVE 0                          TO CR-SIGNING-LIMIT
           MOVE WS-OWNERSHIP-PCT           TO CR-OWNERSHIP-PCT
           PERFORM F-SAVE-LINK

           MOVE CR-OWNERSHIP-PCT           TO WS-PCT-EDITED
           DISPLAY "CUSTOMER " CR-PERSON-CUSTID " OWNS "
                   FUNCTION TRIM(WS-PCT-EDITED) " PERCENT OF ENTITY "
                   CR-ENTITY-CUSTID
           .
       F-LINK-OWNER-END.
           EXIT.
      ******************************************************************
       F-REMOVE-LINK SECTION.
      *    REMOVE <ENTITY> <R|B> <PERSON> <BUSR>
           SET FG-ENT-OK-Y                 TO TRUE
           MOVE ARG-TOK5                   TO WS-ACTOR-BUSR-X
           PERFORM F-CHECK-ENTITY-ARGS
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF
           IF (ARG-TOK3 NOT = "R" AND NOT = "B")
             DISPLAY "ROLE MUST BE R (REPRESENTATIVE) OR B (OWNER)"
             EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "PERSON MUST BE A NUMERIC CUSTOMER ID"
             EXIT SECTION
           END-IF

           MOVE WS-ENTITY-CUSTID           TO CR-ENTITY-CUSTID
           MOVE ARG-TOK3(1:1)              TO CR-ROLE
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO CR-PERSON-CUSTID
           READ CUST-RELATION-FILE
             INVALID KEY
               DISPLAY "NO SUCH LINK ON FILE"
               EXIT SECTION
           END-READ
           IF NOT CR-IS-ACTIVE
             DISPLAY "LINK ALREADY REMOVED ON " CR-REMOVED-DATE
             EXIT SECTION
           END-IF

           SET CR-IS-REMOVED               TO TRUE
           MOVE WS-TODAY-RAW               TO CR-REMOVED-DATE
           REWRITE CUST-RELATION-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           MOVE "CUSTREL"                  TO I-AUDIT-ENTITY
           PERFORM F-WRITE-AUDIT

           DISPLAY "LINK " CR-ROLE " OF CUSTOMER " CR-PERSON-CUSTID
                   " TO ENTITY " CR-ENTITY-CUSTID " REMOVED"
           .
       F-REMOVE-LINK-END.
           EXIT.
      ******************************************************************
       F-LIST-ENTITY SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "ENTITY MUST BE A NUMERIC CUSTOMER ID"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO CE-CUSTOMERID
           READ CUST-ENTITY-FILE
             INVALID KEY
               DISPLAY "CUSTOMER " ARG-TOK2 " IS NOT A LEGAL ENTITY"
               EXIT SECTION
           END-READ
           DISPLAY "ENTITY " CE-CUSTOMERID
                   " FORM=" CE-LEGAL-FORM
                   " REGNO=" FUNCTION TRIM(CE-REG-NUMBER)
                   " INCORPORATED=" CE-INCORP-DATE
                   " STATUS=" CE-STATUS

           MOVE CE-CUSTOMERID              TO CR-ENTITY-CUSTID
           MOVE LOW-VALUES                 TO CR-ROLE
           MOVE 0                          TO CR-PERSON-CUSTID
           START CUST-RELATION-FILE KEY IS NOT LESS THAN CR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CUST-RELATION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CR-ENTITY-CUSTID NOT = CE-CUSTOMERID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   ADD 1                   TO WS-LINKS-LISTED
                   PERFORM F-DISPLAY-LINK
                 END-IF
             END-READ
           END-PERFORM

           IF WS-LINKS-LISTED = 0
             DISPLAY "  NO REPRESENTATIVES OR OWNERS ON FILE"
           END-IF
           .
       F-LIST-ENTITY-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-LINK SECTION.
           IF CR-ROLE-REPRESENTATIVE
             MOVE CR-SIGNING-LIMIT         TO WS-AMOUNT-EDITED
             DISPLAY "  REP   CUST " CR-PERSON-CUSTID
                     " SIGNING=" CR-SIGNING-POWER
                     " LIMIT=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                     " STATUS=" CR-STATUS
                     " ADDED=" CR-ADDED-DATE
           ELSE
             MOVE CR-OWNERSHIP-PCT         TO WS-PCT-EDITED
             DISPLAY "  OWNER CUST " CR-PERSON-CUSTID
                     " PCT=" FUNCTION TRIM(WS-PCT-EDITED)
                     " STATUS=" CR-STATUS
                     " ADDED=" CR-ADDED-DATE
           END-IF
           .
       F-DISPLAY-LINK-END.
           EXIT.
      ******************************************************************
       F-CHECK-ENTITY-ARGS SECTION.
      *    COMMON TO EVERY CHANGE: ENTITY ID AND ACTING BANK USER
      *    NUMERIC, ACTOR IS STAFF.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             OR FUNCTION TEST-NUMVAL(WS-ACTOR-BUSR-X) NOT = 0
             DISPLAY "ENTITY AND BANK USER MUST BE NUMERIC"
             SET FG-ENT-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-ENTITY-CUSTID
           MOVE FUNCTION NUMVAL(WS-ACTOR-BUSR-X)
                                           TO WS-ACTOR-BUSR-ID

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-ENT-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-ENTITY-CUSTID           TO WS-CHECK-CUSTID
           PERFORM F-CHECK-CUSTOMER
           IF FG-ENT-OK-N
             DISPLAY "CUSTOMER " WS-ENTITY-CUSTID " NOT ON FILE"
           END-IF
           .
       F-CHECK-ENTITY-ARGS-END.
           EXIT.
      ******************************************************************
       F-READ-ACTIVE-ENTITY SECTION.
           MOVE WS-ENTITY-CUSTID           TO CE-CUSTOMERID
           READ CUST-ENTITY-FILE
             INVALID KEY
               DISPLAY "CUSTOMER " WS-ENTITY-CUSTID
                       " IS NOT A LEGAL ENTITY -- SET IT FIRST"
               SET FG-ENT-OK-N             TO TRUE
               EXIT SECTION
           END-READ
           IF NOT CE-IS-ACTIVE
             DISPLAY "LEGAL ENTITY " WS-ENTITY-CUSTID " IS DISSOLVED"
             SET FG-ENT-OK-N               TO TRUE
           END-IF
           .
       F-READ-ACTIVE-ENTITY-END.
           EXIT.
      ******************************************************************
       F-CHECK-PERSON SECTION.
      *    THE LINKED PARTY IS A NATURAL-PERSON CUSTOMER ON FILE --
      *    NOT THE ENTITY ITSELF AND NOT ANOTHER LEGAL ENTITY.
      *    LEAVES THE PERSON'S CUSTDB ROW IN CUSTDB-INTERFACE.
           IF FUNCTION TEST-NUMVAL(WS-PERSON-X) NOT = 0
             DISPLAY "PERSON MUST BE A NUMERIC CUSTOMER ID"
             SET FG-ENT-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(WS-PERSON-X)
                                           TO WS-PERSON-CUSTID
           IF WS-PERSON-CUSTID = WS-ENTITY-CUSTID
             DISPLAY "AN ENTITY CANNOT BE LINKED TO ITSELF"
             SET FG-ENT-OK-N               TO TRUE
             EXIT SECTION
           END-IF

           MOVE WS-PERSON-CUSTID           TO CE-CUSTOMERID
           READ CUST-ENTITY-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY "CUSTOMER " WS-PERSON-CUSTID
                       " IS A LEGAL ENTITY, NOT A NATURAL PERSON"
               SET FG-ENT-OK-N             TO TRUE
               EXIT SECTION
           END-READ

           MOVE WS-PERSON-CUSTID           TO WS-CHECK-CUSTID
           PERFORM F-CHECK-CUSTOMER
           IF FG-ENT-OK-N
             DISPLAY "CUSTOMER " WS-PERSON-CUSTID " NOT ON FILE"
           END-IF
           .
       F-CHECK-PERSON-END.
           EXIT.
      ******************************************************************
       F-CHECK-PERSON-NOT-MINOR SECTION.
      *    A MINOR (SEE CUSTPROFILERECORD) CANNOT SIGN FOR AN ENTITY.
           OPEN INPUT CUST-PROFILE-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-PERSON-CUSTID           TO CP-CUSTOMERID
           READ CUST-PROFILE-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CP-IS-MINOR
                 DISPLAY "CUSTOMER " WS-PERSON-CUSTID
                         " IS A MINOR AND CANNOT REPRESENT AN ENTITY"
                 SET FG-ENT-OK-N           TO TRUE
               END-IF
           END-READ
           CLOSE CUST-PROFILE-FILE
           .
       F-CHECK-PERSON-NOT-MINOR-END.
           EXIT.
      ******************************************************************
       F-CHECK-NOT-LINKED-PERSON SECTION.
      *    WALKS THE WHOLE LINK FILE -- A PERSON'S LINKS ARE KEYED
      *    UNDER THE ENTITY, NOT UNDER THE PERSON.
           MOVE LOW-VALUES                 TO CR-KEY
           START CUST-RELATION-FILE KEY IS NOT LESS THAN CR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CUST-RELATION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CR-PERSON-CUSTID = WS-ENTITY-CUSTID
                   AND CR-IS-ACTIVE
                   DISPLAY "CUSTOMER " WS-ENTITY-CUSTID
                           " IS LINKED TO ENTITY " CR-ENTITY-CUSTID
                           " AS A PERSON"
                   SET FG-ENT-OK-N         TO TRUE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-CHECK-NOT-LINKED-PERSON-END.
           EXIT.
      ******************************************************************
       F-SUM-OWNERSHIP SECTION.
      *    TOTAL OF THE ENTITY'S ACTIVE BENEFICIAL-OWNER ROWS, LEAVING
      *    OUT WS-PERSON-CUSTID'S OWN ROW.
           MOVE 0                          TO WS-OWNERSHIP-TOTAL
           MOVE WS-ENTITY-CUSTID           TO CR-ENTITY-CUSTID
           MOVE "B"                        TO CR-ROLE
           MOVE 0                          TO CR-PERSON-CUSTID
           START CUST-RELATION-FILE KEY IS NOT LESS THAN CR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CUST-RELATION-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF CR-ENTITY-CUSTID NOT = WS-ENTITY-CUSTID
                   OR NOT CR-ROLE-BENEFIC-OWNER
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF CR-IS-ACTIVE
                     AND CR-PERSON-CUSTID NOT = WS-PERSON-CUSTID
                     ADD CR-OWNERSHIP-PCT  TO WS-OWNERSHIP-TOTAL
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-SUM-OWNERSHIP-END.
           EXIT.
      ******************************************************************
       F-READ-LINK SECTION.
      *    POSITIONS ON (ENTITY, WS-ROLE, PERSON), STARTING A FRESH
      *    ROW WHEN THERE IS NONE. A REMOVED LINK IS REVIVED.
           MOVE WS-ENTITY-CUSTID           TO CR-ENTITY-CUSTID
           MOVE WS-ROLE                    TO CR-ROLE
           MOVE WS-PERSON-CUSTID           TO CR-PERSON-CUSTID
           SET FG-ROW-EXISTS-Y             TO TRUE
           READ CUST-RELATION-FILE
             INVALID KEY
               SET FG-ROW-EXISTS-N         TO TRUE
               INITIALIZE CUST-RELATION-RECORD
               MOVE WS-ENTITY-CUSTID       TO CR-ENTITY-CUSTID
               MOVE WS-ROLE                TO CR-ROLE
               MOVE WS-PERSON-CUSTID       TO CR-PERSON-CUSTID
           END-READ
           .
       F-READ-LINK-END.
           EXIT.
      ******************************************************************
       F-SAVE-LINK SECTION.
           SET CR-IS-ACTIVE                TO TRUE
           MOVE 0                          TO CR-REMOVED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO CR-ADDED-BY
           MOVE WS-TODAY-RAW               TO CR-ADDED-DATE

           INITIALIZE AUDIT-INTERFACE
           IF FG-ROW-EXISTS-Y
             REWRITE CUST-RELATION-RECORD
             SET I-AUDIT-ACT-UPDATE        TO TRUE
           ELSE
             WRITE CUST-RELATION-RECORD
             SET I-AUDIT-ACT-CREATE        TO TRUE
           END-IF
           MOVE "CUSTREL"                  TO I-AUDIT-ENTITY
           PERFORM F-WRITE-AUDIT
           .
       F-SAVE-LINK-END.
           EXIT.
      ******************************************************************
       F-CHECK-CUSTOMER SECTION.
      *    WS-CHECK-CUSTID ON CUSTDB -- LEAVES ITS ROW IN
      *    CUSTDB-INTERFACE.
           INITIALIZE CUSTDB-INTERFACE
           MOVE WS-CHECK-CUSTID            TO I-CUST-CUSTID
           SET I-CUST-OP-GET-ITEM          TO TRUE
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK OR O-CUST-COUNT = 0
             SET FG-ENT-OK-N               TO TRUE
           END-IF
           .
       F-CHECK-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    ENTITY PAPERS (REGISTER EXTRACT, SIGNATORY LIST, OWNERSHIP
      *    DECLARATION) ARE CHECKED AT THE BRANCH -- ANY TELLER OR
      *    ADMIN, NEVER A CLIENT.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-ENT-OK-N               TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY MAINTAIN A LEGAL "
                     "ENTITY"
             SET FG-ENT-OK-N               TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    AND ENTITY SET.
           MOVE WS-ENTITY-CUSTID           TO I-AUDIT-ENTITY-ID
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
