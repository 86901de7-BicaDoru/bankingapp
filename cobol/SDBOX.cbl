      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      SDBOX.
      ******************************************************************
      *  Safe deposit box register. Run standalone:
      *     SDBOX ADDBOX    001 00017 M 00003
      *     SDBOX SERVICE   001 00017 N 00003
      *     SDBOX RENT      001 00017 00001 00003
      *     SDBOX PARTY     001 00017 00042 K 00003
      *     SDBOX DROPPARTY 001 00017 00042 00003
      *     SDBOX ACCESS    001 00017 00042 00003
      *     SDBOX SURRENDER 001 00017 00003
      *     SDBOX DRILLED   001 00017 00003
      *     SDBOX LIST      001 [00017]
      *  ADDBOX puts a box (size S, M or L) into the inventory of an
      *  active branch (see BRANCHMAINT) on files/sdboxes.dat (see
      *  SDBOXRECORD); SERVICE N / Y takes an empty box out of
      *  service and back.
      *  RENT opens a rental agreement on an available box
      *  (files/sdbrentals.dat, see SDBRENTALRECORD) with the account
      *  the annual rent is debited from. The account holder becomes
      *  the first customer on the agreement and holds a key
      *  (files/sdbparties.dat, see SDBPARTYRECORD). The first year
      *  falls due at once and is billed by the next SDBRENT run.
      *  PARTY adds a further customer to the agreement, or changes
      *  one already on it -- K if the customer holds a key, N if
      *  not; DROPPARTY takes one off, as long as another key holder
      *  remains.
      *  ACCESS checks a customer in at the vault: only an active key
      *  holder on the current agreement, not marked deceased, while
      *  no rent is overdue. Every visit is logged on
      *  files/sdbaccess.dat (see SDBACCESSRECORD), refusals included.
      *  SURRENDER ends the agreement when the keys are handed back
      *  and returns the box to stock; overdue rent must be settled
      *  first. DRILLED records that a box ESCHEATCHK ordered drilled
      *  has been opened and emptied, and returns it to stock.
      *  LIST shows a branch's boxes, or one box with its agreement,
      *  customers and access log.
      *  Every change is a teller or admin action, recorded in
      *  AUDITLOG (entity "SDBOX-" and the branch id, id the box).
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT SDB-BOX-FILE ASSIGN TO "files/sdboxes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SB-FILE-STATUS.

           SELECT SDB-RENTAL-FILE ASSIGN TO "files/sdbrentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-KEY
           FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SDB-PARTY-FILE ASSIGN TO "files/sdbparties.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-FILE-STATUS.

           SELECT SDB-ACCESS-FILE ASSIGN TO "files/sdbaccess.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SA-KEY
           FILE STATUS IS WS-SA-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "files/branch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-ID
           FILE STATUS IS WS-BR-FILE-STATUS.

           SELECT DECEASED-FILE ASSIGN TO "files/deceased.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CUSTOMERID
           FILE STATUS IS WS-DEC-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  SDB-BOX-FILE.
       COPY SDBOXRECORD.

       FD  SDB-RENTAL-FILE.
       COPY SDBRENTALRECORD.

       FD  SDB-PARTY-FILE.
       COPY SDBPARTYRECORD.

       FD  SDB-ACCESS-FILE.
       COPY SDBACCESSRECORD.

       FD  BRANCH-FILE.
       COPY BRANCHRECORD.

       FD  DECEASED-FILE.
       COPY DECEASEDRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "SDBOX               ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(120).
         05 ARG-OPERATION               PIC X(10).
           88 ARG-OP-ADDBOX              VALUE "ADDBOX".
           88 ARG-OP-SERVICE             VALUE "SERVICE".
           88 ARG-OP-RENT                VALUE "RENT".
           88 ARG-OP-PARTY               VALUE "PARTY".
           88 ARG-OP-DROPPARTY           VALUE "DROPPARTY".
           88 ARG-OP-ACCESS              VALUE "ACCESS".
           88 ARG-OP-SURRENDER           VALUE "SURRENDER".
           88 ARG-OP-DRILLED             VALUE "DRILLED".
           88 ARG-OP-LIST                VALUE "LIST".
      *    TOK2 IS ALWAYS THE BRANCH, TOK3 THE BOX; THE REST DEPEND ON
      *    THE OPERATION (SEE THE HEADER).
         05 ARG-TOK2                    PIC X(12).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(12).
         05 ARG-TOK5                    PIC X(12).
         05 ARG-TOK6                    PIC X(12).

       01 INTERNAL-VARS.
         05 WS-SB-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DEC-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-BUSR-TEXT                PIC X(12).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-BRANCH-ID                PIC 9(03).
         05 WS-BOX-NO                   PIC 9(05).
         05 WS-ACCOUNTID                PIC 9(09).
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-NEXT-SEQ                 PIC 9(05).
         05 WS-KEY-HOLDERS              PIC 9(05).
         05 WS-REFUSE-REASON            PIC X(30).
         05 WS-STATUS-TEXT              PIC X(14).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
      *    NUMBER PARSING (F-PARSE-NUMBER) -- BRANCH, BOX, ACCOUNT,
      *    CUSTOMER AND BANK USER ARE KEYED AS UP TO NINE DIGITS,
      *    WITH OR WITHOUT LEADING ZEROES.
         05 WS-NUM-TEXT                 PIC X(12).
         05 WS-NUM-LEN                  PIC 9(03).
         05 WS-NUM                      PIC 9(09).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-SDB-OK                   PIC X VALUE 'Y'.
           88 FG-SDB-OK-Y               VALUE 'Y'.
           88 FG-SDB-OK-N               VALUE 'N'.
         05 FG-NUM-OK                   PIC X VALUE 'Y'.
           88 FG-NUM-OK-Y               VALUE 'Y'.
           88 FG-NUM-OK-N               VALUE 'N'.
         05 FG-ROW-EXISTS               PIC X VALUE 'N'.
           88 FG-ROW-EXISTS-Y           VALUE 'Y'.
           88 FG-ROW-EXISTS-N           VALUE 'N'.
         05 FG-RENTAL-FOUND             PIC X VALUE 'N'.
           88 FG-RENTAL-FOUND-Y         VALUE 'Y'.
           88 FG-RENTAL-FOUND-N         VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
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
             WHEN ARG-OP-ADDBOX
               PERFORM F-ADD-BOX
             WHEN ARG-OP-SERVICE
               PERFORM F-SET-SERVICE
             WHEN ARG-OP-RENT
               PERFORM F-RENT-BOX
             WHEN ARG-OP-PARTY
               PERFORM F-SET-PARTY
             WHEN ARG-OP-DROPPARTY
               PERFORM F-DROP-PARTY
             WHEN ARG-OP-ACCESS
               PERFORM F-LOG-ACCESS
             WHEN ARG-OP-SURRENDER
               PERFORM F-SURRENDER-BOX
             WHEN ARG-OP-DRILLED
               PERFORM F-RECORD-DRILLED
             WHEN ARG-OP-LIST
               PERFORM F-LIST
             WHEN OTHER
               DISPLAY "USAGE: SDBOX ADDBOX|SERVICE|RENT|PARTY|"
                       "DROPPARTY|ACCESS|SURRENDER|DRILLED|LIST "
                       "<BRANCH> <BOX> ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "SAFE DEPOSIT BOX MAINTENANCE STARTING"
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
           ACCEPT WS-TIME-RAW FROM TIME
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE SDB-BOX-FILE
           CLOSE SDB-RENTAL-FILE
           CLOSE SDB-PARTY-FILE
           CLOSE SDB-ACCESS-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "SAFE DEPOSIT BOX MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O SDB-BOX-FILE
           IF WS-SB-FILE-STATUS = "35"
             OPEN OUTPUT SDB-BOX-FILE
             CLOSE SDB-BOX-FILE
             OPEN I-O SDB-BOX-FILE
           END-IF

           OPEN I-O SDB-RENTAL-FILE
           IF WS-SR-FILE-STATUS = "35"
             OPEN OUTPUT SDB-RENTAL-FILE
             CLOSE SDB-RENTAL-FILE
             OPEN I-O SDB-RENTAL-FILE
           END-IF

           OPEN I-O SDB-PARTY-FILE
           IF WS-SP-FILE-STATUS = "35"
             OPEN OUTPUT SDB-PARTY-FILE
             CLOSE SDB-PARTY-FILE
             OPEN I-O SDB-PARTY-FILE
           END-IF

           OPEN I-O SDB-ACCESS-FILE
           IF WS-SA-FILE-STATUS = "35"
             OPEN OUTPUT SDB-ACCESS-FILE
             CLOSE SDB-ACCESS-FILE
             OPEN I-O SDB-ACCESS-FILE
           END-IF
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-ADD-BOX SECTION.
      *    ADDBOX <BRANCH> <BOX> <S|M|L> <BUSR>
           SET FG-SDB-OK-Y                 TO TRUE
           MOVE ARG-TOK5                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           IF ARG-TOK4(1:1) NOT = "S" AND NOT = "M" AND NOT = "L"
             OR ARG-TOK4(2:) NOT = SPACES
             DISPLAY "BOX SIZE MUST BE S, M OR L"
             EXIT SECTION
           END-IF

           MOVE SPACES                     TO BR-STATUS
           OPEN INPUT BRANCH-FILE
           IF WS-BR-FILE-STATUS = "00"
             MOVE WS-BRANCH-ID             TO BR-ID
             READ BRANCH-FILE
               INVALID KEY
                 MOVE SPACES               TO BR-STATUS
             END-READ
             CLOSE BRANCH-FILE
           END-IF
           IF NOT BR-IS-ACTIVE
             DISPLAY "BRANCH " WS-BRANCH-ID " IS NOT AN ACTIVE BRANCH"
             EXIT SECTION
           END-IF

           MOVE WS-BRANCH-ID               TO SB-BRANCH-ID
           MOVE WS-BOX-NO                  TO SB-BOX-NO
           READ SDB-BOX-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY "BOX " WS-BOX-NO " ALREADY ON FILE AT BRANCH "
                       WS-BRANCH-ID
               EXIT SECTION
           END-READ

           INITIALIZE SDB-BOX-RECORD
           MOVE WS-BRANCH-ID               TO SB-BRANCH-ID
           MOVE WS-BOX-NO                  TO SB-BOX-NO
           MOVE ARG-TOK4(1:1)              TO SB-SIZE
           SET SB-IS-AVAILABLE             TO TRUE
           MOVE 0                          TO SB-RENTAL-SEQ
           MOVE WS-TODAY-RAW               TO SB-ADDED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SB-ADDED-BY
           MOVE WS-TODAY-RAW               TO SB-UPDATED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SB-UPDATED-BY
           WRITE SDB-BOX-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "BRANCH " WS-BRANCH-ID " BOX " WS-BOX-NO
                   " SIZE " SB-SIZE " ADDED TO INVENTORY"
           .
       F-ADD-BOX-END.
           EXIT.
      ******************************************************************
       F-SET-SERVICE SECTION.
      *    SERVICE <BRANCH> <BOX> <Y|N> <BUSR>
           SET FG-SDB-OK-Y                 TO TRUE
           MOVE ARG-TOK5                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           IF ARG-TOK4 NOT = "Y" AND NOT = "N"
             DISPLAY "SERVICE TAKES Y (IN SERVICE) OR N (OUT)"
             EXIT SECTION
           END-IF
           PERFORM F-READ-BOX
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF

      *    ONLY AN EMPTY BOX CHANGES SERVICE STATE -- A RENTED OR
      *    DRILL-ORDERED ONE STILL HAS A CUSTOMER'S CONTENTS IN IT.
           IF ARG-TOK4 = "N"
             IF NOT SB-IS-AVAILABLE
               DISPLAY "ONLY AN AVAILABLE BOX CAN BE TAKEN OUT OF "
                       "SERVICE"
               EXIT SECTION
             END-IF
             SET SB-IS-OUT-OF-SERVICE      TO TRUE
           ELSE
             IF NOT SB-IS-OUT-OF-SERVICE
               DISPLAY "BOX " WS-BOX-NO " IS NOT OUT OF SERVICE"
               EXIT SECTION
             END-IF
             SET SB-IS-AVAILABLE           TO TRUE
           END-IF
           MOVE WS-TODAY-RAW               TO SB-UPDATED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SB-UPDATED-BY
           REWRITE SDB-BOX-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           IF SB-IS-AVAILABLE
             DISPLAY "BRANCH " WS-BRANCH-ID " BOX " WS-BOX-NO
                     " BACK IN SERVICE"
           ELSE
             DISPLAY "BRANCH " WS-BRANCH-ID " BOX " WS-BOX-NO
                     " OUT OF SERVICE"
           END-IF
           .
       F-SET-SERVICE-END.
           EXIT.
      ******************************************************************
       F-RENT-BOX SECTION.
      *    RENT <BRANCH> <BOX> <ACCOUNT> <BUSR>
           SET FG-SDB-OK-Y                 TO TRUE
           MOVE ARG-TOK5                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-READ-BOX
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           IF NOT SB-IS-AVAILABLE
             DISPLAY "BOX " WS-BOX-NO " IS NOT AVAILABLE FOR RENT"
             EXIT SECTION
           END-IF
           IF SB-RENTAL-SEQ = 999
             DISPLAY "BOX " WS-BOX-NO " HAS NO AGREEMENT NUMBERS LEFT"
             EXIT SECTION
           END-IF

           MOVE ARG-TOK4                   TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N
             DISPLAY "NOT AN ACCOUNT ID: " ARG-TOK4
             EXIT SECTION
           END-IF
           MOVE WS-NUM                     TO WS-ACCOUNTID

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-ACCOUNTID               TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             DISPLAY "ACCOUNT " WS-ACCOUNTID " NOT ON FILE"
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             DISPLAY "ACCOUNT " WS-ACCOUNTID " IS CLOSED"
             EXIT SECTION
           END-IF
           MOVE O-ACC-CUSTOMERID(1)        TO WS-CUSTOMERID

      *    THE FIRST RENTAL YEAR STARTS TODAY AND IS DUE AT ONCE.
           ADD 1                           TO SB-RENTAL-SEQ
           INITIALIZE SDB-RENTAL-RECORD
           MOVE WS-BRANCH-ID               TO SR-BRANCH-ID
           MOVE WS-BOX-NO                  TO SR-BOX-NO
           MOVE SB-RENTAL-SEQ              TO SR-SEQ
           MOVE WS-ACCOUNTID               TO SR-ACCOUNT-ID
           MOVE WS-TODAY-RAW               TO SR-START-DATE
           MOVE WS-TODAY-RAW               TO SR-NEXT-DUE-DATE
           SET SR-IS-ACTIVE                TO TRUE
           SET SR-NO-EXCEPTION             TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO SR-OPENED-BY
           WRITE SDB-RENTAL-RECORD
             INVALID KEY
               DISPLAY "AGREEMENT " SB-RENTAL-SEQ " ALREADY ON FILE "
                       "FOR BOX " WS-BOX-NO
               EXIT SECTION
           END-WRITE

           INITIALIZE SDB-PARTY-RECORD
           MOVE WS-BRANCH-ID               TO SP-BRANCH-ID
           MOVE WS-BOX-NO                  TO SP-BOX-NO
           MOVE SB-RENTAL-SEQ              TO SP-RENTAL-SEQ
           MOVE WS-CUSTOMERID              TO SP-CUSTOMERID
           SET SP-IS-ACTIVE                TO TRUE
           SET SP-HOLDS-KEY                TO TRUE
           MOVE WS-TODAY-RAW               TO SP-ADDED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SP-ADDED-BY
           WRITE SDB-PARTY-RECORD

           SET SB-IS-RENTED                TO TRUE
           MOVE WS-TODAY-RAW               TO SB-UPDATED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SB-UPDATED-BY
           REWRITE SDB-BOX-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "BRANCH " WS-BRANCH-ID " BOX " WS-BOX-NO
                   " RENTED TO CUSTOMER " WS-CUSTOMERID
                   " -- RENT FROM ACCOUNT " WS-ACCOUNTID
                   ", FIRST YEAR BILLED BY THE NEXT SDBRENT RUN"
           .
       F-RENT-BOX-END.
           EXIT.
      ******************************************************************
       F-SET-PARTY SECTION.
      *    PARTY <BRANCH> <BOX> <CUSTOMER> <K|N> <BUSR>
           SET FG-SDB-OK-Y                 TO TRUE
           MOVE ARG-TOK6                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           IF ARG-TOK5 NOT = "K" AND NOT = "N"
             DISPLAY "PARTY TAKES K (KEY HOLDER) OR N (NO KEY)"
             EXIT SECTION
           END-IF
           PERFORM F-READ-RENTED-BOX
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-PARSE-CUSTOMER
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF

           PERFORM F-READ-PARTY
           SET SP-IS-ACTIVE                TO TRUE
           IF ARG-TOK5 = "K"
             SET SP-HOLDS-KEY              TO TRUE
           ELSE
             MOVE "N"                      TO SP-KEY-HOLDER
           END-IF
           IF FG-ROW-EXISTS-Y
             MOVE 0                        TO SP-REMOVED-DATE
             MOVE 0                        TO SP-REMOVED-BY
             REWRITE SDB-PARTY-RECORD
           ELSE
             MOVE WS-TODAY-RAW             TO SP-ADDED-DATE
             MOVE WS-ACTOR-BUSR-ID         TO SP-ADDED-BY
             WRITE SDB-PARTY-RECORD
           END-IF

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           IF SP-HOLDS-KEY
             DISPLAY "CUSTOMER " WS-CUSTOMERID " ON BOX " WS-BOX-NO
                     " AS KEY HOLDER"
           ELSE
             DISPLAY "CUSTOMER " WS-CUSTOMERID " ON BOX " WS-BOX-NO
                     " WITHOUT A KEY"
           END-IF
           .
       F-SET-PARTY-END.
           EXIT.
      ******************************************************************
       F-DROP-PARTY SECTION.
      *    DROPPARTY <BRANCH> <BOX> <CUSTOMER> <BUSR>
           SET FG-SDB-OK-Y                 TO TRUE
           MOVE ARG-TOK5                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-READ-RENTED-BOX
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-PARSE-CUSTOMER
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF

      *    SOMEONE MUST STILL BE ABLE TO OPEN THE BOX AFTERWARDS.
           PERFORM F-COUNT-OTHER-KEY-HOLDERS
           IF WS-KEY-HOLDERS = 0
             DISPLAY "NO OTHER KEY HOLDER ON BOX " WS-BOX-NO
                     " -- SURRENDER THE BOX INSTEAD"
             EXIT SECTION
           END-IF

           PERFORM F-READ-PARTY
           IF FG-ROW-EXISTS-N OR NOT SP-IS-ACTIVE
             DISPLAY "CUSTOMER " WS-CUSTOMERID " IS NOT ON BOX "
                     WS-BOX-NO
             EXIT SECTION
           END-IF
           SET SP-IS-REMOVED               TO TRUE
           MOVE WS-TODAY-RAW               TO SP-REMOVED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SP-REMOVED-BY
           REWRITE SDB-PARTY-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "CUSTOMER " WS-CUSTOMERID " TAKEN OFF BOX "
                   WS-BOX-NO
           .
       F-DROP-PARTY-END.
           EXIT.
      ******************************************************************
       F-LOG-ACCESS SECTION.
      *    ACCESS <BRANCH> <BOX> <CUSTOMER> <BUSR>
           SET FG-SDB-OK-Y                 TO TRUE
           MOVE ARG-TOK5                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-READ-BOX
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-PARSE-CUSTOMER
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF

      *    FIRST REASON FOUND WINS; SPACES MEANS ADMITTED.
           MOVE SPACES                     TO WS-REFUSE-REASON
           IF NOT SB-IS-RENTED
             MOVE "BOX NOT RENTED"         TO WS-REFUSE-REASON
           END-IF

           IF WS-REFUSE-REASON = SPACES
             PERFORM F-READ-PARTY
             IF FG-ROW-EXISTS-N OR NOT SP-IS-ACTIVE
               OR NOT SP-HOLDS-KEY
               MOVE "NOT A KEY HOLDER ON THE BOX"
                                           TO WS-REFUSE-REASON
             END-IF
           END-IF

           IF WS-REFUSE-REASON = SPACES
             OPEN INPUT DECEASED-FILE
             IF WS-DEC-FILE-STATUS = "00"
               MOVE WS-CUSTOMERID          TO DC-CUSTOMERID
               READ DECEASED-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF DC-IS-DECEASED OR DC-RELEASE-PENDING
                     MOVE "CUSTOMER MARKED DECEASED"
                                           TO WS-REFUSE-REASON
                   END-IF
               END-READ
               CLOSE DECEASED-FILE
             END-IF
           END-IF

           IF WS-REFUSE-REASON = SPACES
             PERFORM F-READ-CURRENT-RENTAL
             IF FG-RENTAL-FOUND-Y AND SR-EXC-UNPAID
               MOVE "RENT OVERDUE"          TO WS-REFUSE-REASON
             END-IF
           END-IF

           PERFORM F-FIND-NEXT-ACCESS-SEQ
           INITIALIZE SDB-ACCESS-RECORD
           MOVE WS-BRANCH-ID               TO SA-BRANCH-ID
           MOVE WS-BOX-NO                  TO SA-BOX-NO
           MOVE WS-NEXT-SEQ                TO SA-SEQ
           MOVE SB-RENTAL-SEQ              TO SA-RENTAL-SEQ
           MOVE WS-CUSTOMERID              TO SA-CUSTOMERID
           MOVE WS-TODAY-RAW               TO SA-DATE
           MOVE WS-TIME-RAW(1:6)           TO SA-TIME
           MOVE WS-ACTOR-BUSR-ID           TO SA-TELLER-BUSR
           IF WS-REFUSE-REASON = SPACES
             SET SA-ADMITTED               TO TRUE
           ELSE
             SET SA-REFUSED                TO TRUE
             MOVE WS-REFUSE-REASON         TO SA-REFUSE-REASON
           END-IF
           WRITE SDB-ACCESS-RECORD

           IF SA-ADMITTED
             DISPLAY "CUSTOMER " WS-CUSTOMERID " ADMITTED TO BOX "
                     WS-BOX-NO
           ELSE
             DISPLAY "CUSTOMER " WS-CUSTOMERID " REFUSED ACCESS TO BOX "
                     WS-BOX-NO " -- " FUNCTION TRIM(WS-REFUSE-REASON)
           END-IF
           .
       F-LOG-ACCESS-END.
           EXIT.
      ******************************************************************
       F-SURRENDER-BOX SECTION.
      *    SURRENDER <BRANCH> <BOX> <BUSR>
           SET FG-SDB-OK-Y                 TO TRUE
           MOVE ARG-TOK4                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-READ-RENTED-BOX
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           IF SR-EXC-UNPAID
             DISPLAY "RENT ON BOX " WS-BOX-NO " OVERDUE SINCE "
                     SR-EXCEPTION-DATE " -- SETTLE IT BEFORE THE "
                     "BOX IS SURRENDERED"
             EXIT SECTION
           END-IF

           SET SR-IS-SURRENDERED           TO TRUE
           MOVE WS-TODAY-RAW               TO SR-ENDED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SR-ENDED-BY
           SET SR-NO-EXCEPTION             TO TRUE
           MOVE 0                          TO SR-EXCEPTION-DATE
           REWRITE SDB-RENTAL-RECORD

           SET SB-IS-AVAILABLE             TO TRUE
           MOVE WS-TODAY-RAW               TO SB-UPDATED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SB-UPDATED-BY
           REWRITE SDB-BOX-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "BRANCH " WS-BRANCH-ID " BOX " WS-BOX-NO
                   " SURRENDERED -- BACK IN STOCK"
           .
       F-SURRENDER-BOX-END.
           EXIT.
      ******************************************************************
       F-RECORD-DRILLED SECTION.
      *    DRILLED <BRANCH> <BOX> <BUSR>
           SET FG-SDB-OK-Y                 TO TRUE
           MOVE ARG-TOK4                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-READ-BOX
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           IF NOT SB-IS-DRILL-ORDERED
             DISPLAY "BOX " WS-BOX-NO " HAS NOT BEEN ORDERED DRILLED"
             EXIT SECTION
           END-IF

           SET SB-IS-AVAILABLE             TO TRUE
           MOVE WS-TODAY-RAW               TO SB-UPDATED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SB-UPDATED-BY
           REWRITE SDB-BOX-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "BRANCH " WS-BRANCH-ID " BOX " WS-BOX-NO
                   " DRILLED AND EMPTIED -- BACK IN STOCK"
           .
       F-RECORD-DRILLED-END.
           EXIT.
      ******************************************************************
       F-LIST SECTION.
      *    LIST <BRANCH> [<BOX>]
           MOVE ARG-TOK2                   TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N OR WS-NUM > 999
             DISPLAY "NOT A BRANCH ID: " ARG-TOK2
             EXIT SECTION
           END-IF
           MOVE WS-NUM                     TO WS-BRANCH-ID

           IF ARG-TOK3 = SPACES
             PERFORM F-LIST-BRANCH
           ELSE
             MOVE ARG-TOK3                 TO WS-NUM-TEXT
             PERFORM F-PARSE-NUMBER
             IF FG-NUM-OK-N OR WS-NUM > 99999
               DISPLAY "NOT A BOX NUMBER: " ARG-TOK3
               EXIT SECTION
             END-IF
             MOVE WS-NUM                   TO WS-BOX-NO
             PERFORM F-LIST-BOX
           END-IF
           .
       F-LIST-END.
           EXIT.
      ******************************************************************
       F-LIST-BRANCH SECTION.
           MOVE WS-BRANCH-ID               TO SB-BRANCH-ID
           MOVE 0                          TO SB-BOX-NO
           START SDB-BOX-FILE KEY IS NOT LESS THAN SB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SDB-BOX-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SB-BRANCH-ID NOT = WS-BRANCH-ID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   ADD 1                   TO WS-ROWS-LISTED
                   PERFORM F-DISPLAY-BOX
                 END-IF
             END-READ
           END-PERFORM
           IF WS-ROWS-LISTED = 0
             DISPLAY "NO SAFE DEPOSIT BOXES AT BRANCH " WS-BRANCH-ID
           END-IF
           .
       F-LIST-BRANCH-END.
           EXIT.
      ******************************************************************
       F-LIST-BOX SECTION.
           MOVE WS-BRANCH-ID               TO SB-BRANCH-ID
           MOVE WS-BOX-NO                  TO SB-BOX-NO
           READ SDB-BOX-FILE
             INVALID KEY
               DISPLAY "NO BOX " WS-BOX-NO " AT BRANCH " WS-BRANCH-ID
               EXIT SECTION
           END-READ
           PERFORM F-DISPLAY-BOX
           IF SB-RENTAL-SEQ = 0
             EXIT SECTION
           END-IF

      *    THE LATEST AGREEMENT -- CURRENT WHILE THE BOX IS RENTED.
           PERFORM F-READ-CURRENT-RENTAL
           IF FG-RENTAL-FOUND-N
             EXIT SECTION
           END-IF
           EVALUATE TRUE
             WHEN SR-IS-ACTIVE
               MOVE "ACTIVE"               TO WS-STATUS-TEXT
             WHEN SR-IS-SURRENDERED
               MOVE "SURRENDERED"          TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE "DRILL ORDERED"        TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SR-LAST-RENT-AMOUNT        TO WS-AMOUNT-EDITED
           DISPLAY "  AGREEMENT " SR-SEQ " " WS-STATUS-TEXT
                   " ACCOUNT=" SR-ACCOUNT-ID
                   " START=" SR-START-DATE
                   " NEXT DUE=" SR-NEXT-DUE-DATE
           DISPLAY "            LAST PAID=" SR-LAST-PAID-DATE
                   " AMT=" WS-AMOUNT-EDITED
           IF SR-EXC-UNPAID
             DISPLAY "            RENT UNPAID SINCE "
                     SR-EXCEPTION-DATE
           END-IF
           IF SR-EXC-ORPHANED
             DISPLAY "            NO LIVING RENTER SINCE "
                     SR-EXCEPTION-DATE
           END-IF
           IF NOT SR-IS-ACTIVE
             DISPLAY "            ENDED=" SR-ENDED-DATE
                     " BY " SR-ENDED-BY
           END-IF

           MOVE WS-BRANCH-ID               TO SP-BRANCH-ID
           MOVE WS-BOX-NO                  TO SP-BOX-NO
           MOVE SB-RENTAL-SEQ              TO SP-RENTAL-SEQ
           MOVE 0                          TO SP-CUSTOMERID
           START SDB-PARTY-FILE KEY IS NOT LESS THAN SP-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SDB-PARTY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SP-BRANCH-ID NOT = WS-BRANCH-ID
                   OR SP-BOX-NO NOT = WS-BOX-NO
                   OR SP-RENTAL-SEQ NOT = SB-RENTAL-SEQ
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF SP-IS-ACTIVE
                     DISPLAY "  CUSTOMER " SP-CUSTOMERID
                             " KEY=" SP-KEY-HOLDER
                             " ADDED=" SP-ADDED-DATE
                   ELSE
                     DISPLAY "  CUSTOMER " SP-CUSTOMERID
                             " REMOVED=" SP-REMOVED-DATE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           MOVE WS-BRANCH-ID               TO SA-BRANCH-ID
           MOVE WS-BOX-NO                  TO SA-BOX-NO
           MOVE 0                          TO SA-SEQ
           START SDB-ACCESS-FILE KEY IS NOT LESS THAN SA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SDB-ACCESS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SA-BRANCH-ID NOT = WS-BRANCH-ID
                   OR SA-BOX-NO NOT = WS-BOX-NO
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF SA-RENTAL-SEQ = SB-RENTAL-SEQ
                     IF SA-ADMITTED
                       DISPLAY "  ACCESS " SA-DATE " " SA-TIME
                               " CUSTOMER " SA-CUSTOMERID
                               " TELLER " SA-TELLER-BUSR
                     ELSE
                       DISPLAY "  REFUSED " SA-DATE " " SA-TIME
                               " CUSTOMER " SA-CUSTOMERID
                               " TELLER " SA-TELLER-BUSR " "
                               FUNCTION TRIM(SA-REFUSE-REASON)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-LIST-BOX-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-BOX SECTION.
           EVALUATE TRUE
             WHEN SB-IS-AVAILABLE
               MOVE "AVAILABLE"            TO WS-STATUS-TEXT
             WHEN SB-IS-RENTED
               MOVE "RENTED"               TO WS-STATUS-TEXT
             WHEN SB-IS-DRILL-ORDERED
               MOVE "DRILL ORDERED"        TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE "OUT OF SERVICE"       TO WS-STATUS-TEXT
           END-EVALUATE
           DISPLAY "BRANCH " SB-BRANCH-ID " BOX " SB-BOX-NO
                   " SIZE " SB-SIZE " " WS-STATUS-TEXT
                   " AGREEMENT " SB-RENTAL-SEQ
           .
       F-DISPLAY-BOX-END.
           EXIT.
      ******************************************************************
       F-CHECK-CHANGE-ARGS SECTION.
      *    COMMON TO EVERY CHANGE: BRANCH, BOX AND ACTING BANK USER
      *    NUMERIC (THE CALLER HAS PUT THE BANK USER'S TOKEN IN
      *    WS-BUSR-TEXT), ACTOR IS STAFF.
           MOVE ARG-TOK2                   TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N OR WS-NUM > 999
             DISPLAY "NOT A BRANCH ID: " ARG-TOK2
             SET FG-SDB-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           MOVE WS-NUM                     TO WS-BRANCH-ID

           MOVE ARG-TOK3                   TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N OR WS-NUM > 99999
             DISPLAY "NOT A BOX NUMBER: " ARG-TOK3
             SET FG-SDB-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           MOVE WS-NUM                     TO WS-BOX-NO

           MOVE WS-BUSR-TEXT               TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N
             DISPLAY "NOT A BANK USER ID: " WS-BUSR-TEXT
             SET FG-SDB-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           MOVE WS-NUM                     TO WS-ACTOR-BUSR-ID

           PERFORM F-CHECK-ACTOR-ROLE
           .
       F-CHECK-CHANGE-ARGS-END.
           EXIT.
      ******************************************************************
       F-PARSE-NUMBER SECTION.
      *    WS-NUM-TEXT -> WS-NUM: ONE TO NINE DIGITS, NOT ZERO. THE
      *    CALLER CHECKS THE UPPER BOUND FOR THE FIELD IT FILLS.
           SET FG-NUM-OK-Y                 TO TRUE
           MOVE 0                          TO WS-NUM
           MOVE 0                          TO WS-NUM-LEN
           INSPECT WS-NUM-TEXT TALLYING WS-NUM-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-NUM-LEN = 0 OR WS-NUM-LEN > 9
             SET FG-NUM-OK-N               TO TRUE
           ELSE
             IF WS-NUM-TEXT(1:WS-NUM-LEN) NOT NUMERIC
               SET FG-NUM-OK-N             TO TRUE
             ELSE
               COMPUTE WS-NUM =
                   FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-NUM-LEN))
               IF WS-NUM = 0
                 SET FG-NUM-OK-N           TO TRUE
               END-IF
             END-IF
           END-IF
           .
       F-PARSE-NUMBER-END.
           EXIT.
      ******************************************************************
       F-PARSE-CUSTOMER SECTION.
      *    TOK4 -> WS-CUSTOMERID, WHICH MUST BE ON CUSTDB.
           MOVE ARG-TOK4                   TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N
             DISPLAY "NOT A CUSTOMER ID: " ARG-TOK4
             SET FG-SDB-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           MOVE WS-NUM                     TO WS-CUSTOMERID

           INITIALIZE CUSTDB-INTERFACE
           MOVE WS-CUSTOMERID              TO I-CUST-CUSTID
           SET I-CUST-OP-GET-ITEM          TO TRUE
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK
             DISPLAY "NO SUCH CUSTOMER: " WS-CUSTOMERID
             SET FG-SDB-OK-N               TO TRUE
           END-IF
           .
       F-PARSE-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-READ-BOX SECTION.
           MOVE WS-BRANCH-ID               TO SB-BRANCH-ID
           MOVE WS-BOX-NO                  TO SB-BOX-NO
           READ SDB-BOX-FILE
             INVALID KEY
               DISPLAY "NO BOX " WS-BOX-NO " AT BRANCH " WS-BRANCH-ID
               SET FG-SDB-OK-N             TO TRUE
           END-READ
           .
       F-READ-BOX-END.
           EXIT.
      ******************************************************************
       F-READ-RENTED-BOX SECTION.
      *    THE BOX AND ITS CURRENT AGREEMENT, BOTH LEFT IN THEIR
      *    RECORD AREAS.
           PERFORM F-READ-BOX
           IF FG-SDB-OK-N
             EXIT SECTION
           END-IF
           IF NOT SB-IS-RENTED
             DISPLAY "BOX " WS-BOX-NO " IS NOT RENTED"
             SET FG-SDB-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           PERFORM F-READ-CURRENT-RENTAL
           IF FG-RENTAL-FOUND-N
             DISPLAY "NO AGREEMENT " SB-RENTAL-SEQ " ON FILE FOR BOX "
                     WS-BOX-NO
             SET FG-SDB-OK-N               TO TRUE
           END-IF
           .
       F-READ-RENTED-BOX-END.
           EXIT.
      ******************************************************************
       F-READ-CURRENT-RENTAL SECTION.
           SET FG-RENTAL-FOUND-Y           TO TRUE
           MOVE WS-BRANCH-ID               TO SR-BRANCH-ID
           MOVE WS-BOX-NO                  TO SR-BOX-NO
           MOVE SB-RENTAL-SEQ              TO SR-SEQ
           READ SDB-RENTAL-FILE
             INVALID KEY
               SET FG-RENTAL-FOUND-N       TO TRUE
           END-READ
           .
       F-READ-CURRENT-RENTAL-END.
           EXIT.
      ******************************************************************
       F-READ-PARTY SECTION.
      *    WS-CUSTOMERID'S ROW ON THE CURRENT AGREEMENT, STARTED FRESH
      *    WHEN THERE IS NONE YET.
           MOVE WS-BRANCH-ID               TO SP-BRANCH-ID
           MOVE WS-BOX-NO                  TO SP-BOX-NO
           MOVE SB-RENTAL-SEQ              TO SP-RENTAL-SEQ
           MOVE WS-CUSTOMERID              TO SP-CUSTOMERID
           SET FG-ROW-EXISTS-Y             TO TRUE
           READ SDB-PARTY-FILE
             INVALID KEY
               SET FG-ROW-EXISTS-N         TO TRUE
               INITIALIZE SDB-PARTY-RECORD
               MOVE WS-BRANCH-ID           TO SP-BRANCH-ID
               MOVE WS-BOX-NO              TO SP-BOX-NO
               MOVE SB-RENTAL-SEQ          TO SP-RENTAL-SEQ
               MOVE WS-CUSTOMERID          TO SP-CUSTOMERID
           END-READ
           .
       F-READ-PARTY-END.
           EXIT.
      ******************************************************************
       F-COUNT-OTHER-KEY-HOLDERS SECTION.
      *    ACTIVE KEY HOLDERS ON THE CURRENT AGREEMENT OTHER THAN
      *    WS-CUSTOMERID.
           MOVE 0                          TO WS-KEY-HOLDERS
           MOVE WS-BRANCH-ID               TO SP-BRANCH-ID
           MOVE WS-BOX-NO                  TO SP-BOX-NO
           MOVE SB-RENTAL-SEQ              TO SP-RENTAL-SEQ
           MOVE 0                          TO SP-CUSTOMERID
           START SDB-PARTY-FILE KEY IS NOT LESS THAN SP-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SDB-PARTY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SP-BRANCH-ID NOT = WS-BRANCH-ID
                   OR SP-BOX-NO NOT = WS-BOX-NO
                   OR SP-RENTAL-SEQ NOT = SB-RENTAL-SEQ
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF SP-IS-ACTIVE AND SP-HOLDS-KEY
                     AND SP-CUSTOMERID NOT = WS-CUSTOMERID
                     ADD 1                 TO WS-KEY-HOLDERS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-COUNT-OTHER-KEY-HOLDERS-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-ACCESS-SEQ SECTION.
      *    SAME WALK AS MAILHOLD'S F-FIND-NEXT-SEQ.
           MOVE 0                          TO WS-NEXT-SEQ
           MOVE WS-BRANCH-ID               TO SA-BRANCH-ID
           MOVE WS-BOX-NO                  TO SA-BOX-NO
           MOVE 0                          TO SA-SEQ
           START SDB-ACCESS-FILE KEY IS NOT LESS THAN SA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SDB-ACCESS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SA-BRANCH-ID NOT = WS-BRANCH-ID
                   OR SA-BOX-NO NOT = WS-BOX-NO
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   MOVE SA-SEQ             TO WS-NEXT-SEQ
                 END-IF
             END-READ
           END-PERFORM
           ADD 1                           TO WS-NEXT-SEQ
           .
       F-FIND-NEXT-ACCESS-SEQ-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    BOXES ARE RENTED OUT AND VISITORS SIGNED IN AT THE BRANCH
      *    -- ANY TELLER OR ADMIN, NEVER A CLIENT.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-SDB-OK-N               TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY MAINTAIN SAFE "
                     "DEPOSIT BOXES"
             SET FG-SDB-OK-N               TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET. BOX NUMBERS ARE ONLY UNIQUE WITHIN A BRANCH, SO THE
      *    BRANCH GOES INTO THE ENTITY NAME.
           STRING "SDBOX-"                 DELIMITED BY SIZE
                  WS-BRANCH-ID             DELIMITED BY SIZE
             INTO I-AUDIT-ENTITY
           END-STRING
           MOVE WS-BOX-NO                  TO I-AUDIT-ENTITY-ID
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
