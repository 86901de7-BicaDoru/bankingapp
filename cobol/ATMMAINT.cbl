      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ATMMAINT.
      ******************************************************************
      *  ATM terminal register. Run standalone:
      *     ATMMAINT ADD    10042 001 MAIN-LOBBY 00003
      *     ATMMAINT STATUS 10042 S 00003
      *     ATMMAINT LIST   [001]
      *  ADD registers a cash machine under the terminal id the card
      *  switch knows it by, at an active branch (see BRANCHMAINT),
      *  on files/atms.dat (see ATMRECORD). The location is one word
      *  (MAIN-LOBBY, DRIVE-THRU ...).
      *  STATUS A / S / C puts a machine back in service, suspends
      *  it, or closes it for good -- closing only once VAULTMAINT
      *  ATMUNLOAD has emptied the cassettes back into the vault.
      *  LIST shows every machine, or one branch's, with the book
      *  cash in its cassettes and the last load and settlement.
      *  Cassette cash itself is never keyed here: VAULTMAINT
      *  ATMLOAD/ATMUNLOAD move it to and from the branch vault, and
      *  the nightly ATMSETL settlement runs it down by what the
      *  terminal journal says was dispensed.
      *  Every change is a teller or admin action, recorded in
      *  AUDITLOG (entity "ATM", id the terminal id).
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ATM-FILE ASSIGN TO "files/atms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-ATM-ID
           FILE STATUS IS WS-AT-FILE-STATUS.

           SELECT BRANCH-FILE ASSIGN TO "files/branch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BR-ID
           FILE STATUS IS WS-BR-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  ATM-FILE.
       COPY ATMRECORD.

       FD  BRANCH-FILE.
       COPY BRANCHRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ATMMAINT            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(120).
         05 ARG-OPERATION               PIC X(10).
           88 ARG-OP-ADD                 VALUE "ADD".
           88 ARG-OP-STATUS              VALUE "STATUS".
           88 ARG-OP-LIST                VALUE "LIST".
      *    ADD:    TOK2=ATM TOK3=BRANCH TOK4=LOCATION TOK5=BUSR
      *    STATUS: TOK2=ATM TOK3=A|S|C TOK4=BUSR
      *    LIST:   TOK2=BRANCH (OPTIONAL)
         05 ARG-TOK2                    PIC X(12).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(30).
         05 ARG-TOK5                    PIC X(12).

       01 INTERNAL-VARS.
         05 WS-AT-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-BUSR-TEXT                PIC X(12).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-ATM-ID                   PIC 9(05).
         05 WS-BRANCH-ID                PIC 9(03).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.
         05 WS-STATUS-TEXT              PIC X(10).
         05 WS-AMOUNT-EDITED            PIC -ZZZZZZZZZ9.99.
      *    NUMBER PARSING (F-PARSE-NUMBER) -- TERMINAL, BRANCH AND
      *    BANK USER ARE KEYED AS UP TO NINE DIGITS, WITH OR WITHOUT
      *    LEADING ZEROES.
         05 WS-NUM-TEXT                 PIC X(12).
         05 WS-NUM-LEN                  PIC 9(03).
         05 WS-NUM                      PIC 9(09).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-ATM-OK                   PIC X VALUE 'Y'.
           88 FG-ATM-OK-Y               VALUE 'Y'.
           88 FG-ATM-OK-N               VALUE 'N'.
         05 FG-NUM-OK                   PIC X VALUE 'Y'.
           88 FG-NUM-OK-Y               VALUE 'Y'.
           88 FG-NUM-OK-N               VALUE 'N'.
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

           PERFORM F-OPEN-FILES

           EVALUATE TRUE
             WHEN ARG-OP-ADD
               PERFORM F-ADD-ATM
             WHEN ARG-OP-STATUS
               PERFORM F-SET-STATUS
             WHEN ARG-OP-LIST
               PERFORM F-LIST-ATMS
             WHEN OTHER
               DISPLAY "USAGE: ATMMAINT ADD|STATUS|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ATM REGISTER MAINTENANCE STARTING"
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
           CLOSE ATM-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ATM REGISTER MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O ATM-FILE
           IF WS-AT-FILE-STATUS = "35"
             OPEN OUTPUT ATM-FILE
             CLOSE ATM-FILE
             OPEN I-O ATM-FILE
           END-IF
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-ADD-ATM SECTION.
      *    ADD <ATM> <BRANCH> <LOCATION> <BUSR>
           SET FG-ATM-OK-Y                 TO TRUE
           MOVE ARG-TOK5                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-ATM-OK-N
             EXIT SECTION
           END-IF

           MOVE ARG-TOK3                   TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N OR WS-NUM > 999
             DISPLAY "NOT A BRANCH ID: " ARG-TOK3
             EXIT SECTION
           END-IF
           MOVE WS-NUM                     TO WS-BRANCH-ID
           IF ARG-TOK4 = SPACES
             DISPLAY "LOCATION IS REQUIRED"
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

           MOVE WS-ATM-ID                  TO AT-ATM-ID
           READ ATM-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY "ATM " WS-ATM-ID " ALREADY REGISTERED AT BRANCH "
                       AT-BRANCH-ID
               EXIT SECTION
           END-READ

           INITIALIZE ATM-RECORD
           MOVE WS-ATM-ID                  TO AT-ATM-ID
           MOVE WS-BRANCH-ID               TO AT-BRANCH-ID
           MOVE ARG-TOK4                   TO AT-LOCATION
           SET AT-IS-ACTIVE                TO TRUE
           MOVE 0                          TO AT-CASSETTE-CASH
      *    NOTHING BEFORE THE DAY IT WAS REGISTERED CAN BE SETTLED
      *    AGAINST IT.
           MOVE WS-TODAY-RAW               TO AT-LAST-SETTLED-DATE
           MOVE WS-TODAY-RAW               TO AT-ADDED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO AT-ADDED-BY
           MOVE WS-TODAY-RAW               TO AT-UPDATED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO AT-UPDATED-BY
           WRITE ATM-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "ATM " WS-ATM-ID " REGISTERED AT BRANCH "
                   WS-BRANCH-ID " (" FUNCTION TRIM(AT-LOCATION) ")"
           .
       F-ADD-ATM-END.
           EXIT.
      ******************************************************************
       F-SET-STATUS SECTION.
      *    STATUS <ATM> <A|S|C> <BUSR>
           SET FG-ATM-OK-Y                 TO TRUE
           MOVE ARG-TOK4                   TO WS-BUSR-TEXT
           PERFORM F-CHECK-CHANGE-ARGS
           IF FG-ATM-OK-N
             EXIT SECTION
           END-IF
           IF ARG-TOK3 NOT = "A" AND NOT = "S" AND NOT = "C"
             DISPLAY "STATUS TAKES A (IN SERVICE), S (SUSPENDED) OR "
                     "C (CLOSED)"
             EXIT SECTION
           END-IF

           MOVE WS-ATM-ID                  TO AT-ATM-ID
           READ ATM-FILE
             INVALID KEY
               DISPLAY "NO ATM " WS-ATM-ID " ON THE REGISTER"
               EXIT SECTION
           END-READ

           IF AT-IS-CLOSED
             DISPLAY "ATM " WS-ATM-ID " IS CLOSED"
             EXIT SECTION
           END-IF
           IF AT-STATUS = ARG-TOK3(1:1)
             DISPLAY "ATM " WS-ATM-ID " ALREADY HAS STATUS " AT-STATUS
             EXIT SECTION
           END-IF
      *    A MACHINE IS ONLY DECOMMISSIONED EMPTY -- WHATEVER IS STILL
      *    IN THE CASSETTES GOES BACK TO THE VAULT FIRST.
           IF ARG-TOK3 = "C"
             AND AT-CASSETTE-CASH NOT = 0
             MOVE AT-CASSETTE-CASH         TO WS-AMOUNT-EDITED
             DISPLAY "ATM " WS-ATM-ID " STILL HOLDS "
                     FUNCTION TRIM(WS-AMOUNT-EDITED)
                     " -- UNLOAD IT THROUGH VAULTMAINT ATMUNLOAD FIRST"
             EXIT SECTION
           END-IF

           MOVE ARG-TOK3(1:1)              TO AT-STATUS
           MOVE WS-TODAY-RAW               TO AT-UPDATED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO AT-UPDATED-BY
           REWRITE ATM-RECORD

           INITIALIZE AUDIT-INTERFACE
           IF AT-IS-CLOSED
             SET I-AUDIT-ACT-DELETE        TO TRUE
           ELSE
             SET I-AUDIT-ACT-UPDATE        TO TRUE
           END-IF
           PERFORM F-WRITE-AUDIT

           PERFORM F-SET-STATUS-TEXT
           DISPLAY "ATM " WS-ATM-ID " NOW " WS-STATUS-TEXT
           .
       F-SET-STATUS-END.
           EXIT.
      ******************************************************************
       F-LIST-ATMS SECTION.
      *    LIST [<BRANCH>]
           MOVE 0                          TO WS-BRANCH-ID
           IF ARG-TOK2 NOT = SPACES
             MOVE ARG-TOK2                 TO WS-NUM-TEXT
             PERFORM F-PARSE-NUMBER
             IF FG-NUM-OK-N OR WS-NUM > 999
               DISPLAY "NOT A BRANCH ID: " ARG-TOK2
               EXIT SECTION
             END-IF
             MOVE WS-NUM                   TO WS-BRANCH-ID
           END-IF

           MOVE LOW-VALUES                 TO AT-ATM-ID
           START ATM-FILE KEY IS NOT LESS THAN AT-ATM-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ ATM-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WS-BRANCH-ID = 0
                   OR AT-BRANCH-ID = WS-BRANCH-ID
                   ADD 1                   TO WS-ROWS-LISTED
                   PERFORM F-SET-STATUS-TEXT
                   MOVE AT-CASSETTE-CASH   TO WS-AMOUNT-EDITED
                   DISPLAY AT-ATM-ID " BRANCH " AT-BRANCH-ID " "
                           AT-LOCATION " " WS-STATUS-TEXT
                           " CASH=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                           " LOADED=" AT-LAST-LOAD-DATE
                           " SETTLED=" AT-LAST-SETTLED-DATE
                 END-IF
             END-READ
           END-PERFORM
           IF WS-ROWS-LISTED = 0
             DISPLAY "NO ATMS ON THE REGISTER"
           END-IF
           .
       F-LIST-ATMS-END.
           EXIT.
      ******************************************************************
       F-SET-STATUS-TEXT SECTION.
           EVALUATE TRUE
             WHEN AT-IS-ACTIVE
               MOVE "IN SERVICE"           TO WS-STATUS-TEXT
             WHEN AT-IS-SUSPENDED
               MOVE "SUSPENDED"            TO WS-STATUS-TEXT
             WHEN AT-IS-CLOSED
               MOVE "CLOSED"               TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE AT-STATUS              TO WS-STATUS-TEXT
           END-EVALUATE
           .
       F-SET-STATUS-TEXT-END.
           EXIT.
      ******************************************************************
       F-CHECK-CHANGE-ARGS SECTION.
      *    COMMON TO EVERY CHANGE: TERMINAL ID AND ACTING BANK USER
      *    NUMERIC (THE CALLER HAS PUT THE BANK USER'S TOKEN IN
      *    WS-BUSR-TEXT), ACTOR IS STAFF.
           MOVE ARG-TOK2                   TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N OR WS-NUM > 99999
             DISPLAY "NOT A TERMINAL ID: " ARG-TOK2
             SET FG-ATM-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           MOVE WS-NUM                     TO WS-ATM-ID

           MOVE WS-BUSR-TEXT               TO WS-NUM-TEXT
           PERFORM F-PARSE-NUMBER
           IF FG-NUM-OK-N
             DISPLAY "NOT A BANK USER ID: " WS-BUSR-TEXT
             SET FG-ATM-OK-N               TO TRUE
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
       F-CHECK-ACTOR-ROLE SECTION.
      *    MACHINES ARE REGISTERED AND TAKEN IN AND OUT OF SERVICE BY
      *    BRANCH STAFF -- ANY TELLER OR ADMIN, NEVER A CLIENT.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-ATM-OK-N               TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY MAINTAIN THE ATM "
                     "REGISTER"
             SET FG-ATM-OK-N               TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET.
           MOVE "ATM"                      TO I-AUDIT-ENTITY
           MOVE WS-ATM-ID                  TO I-AUDIT-ENTITY-ID
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
