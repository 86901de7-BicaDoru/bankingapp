      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      BRKGLASS.
      ******************************************************************
      *  Break-glass emergency access. Run standalone:
      *     BRKGLASS REQUEST 00042 4 ACC 123 WRONGLY FROZEN, NO ADMIN
      *     BRKGLASS END     00042
      *     BRKGLASS LIST
      *     BRKGLASS LIST    PENDING
      *     BRKGLASS SIGNOFF 00042 20251014093000 00001 ACCEPT NOTE
      *     BRKGLASS SIGNOFF 00042 20251014093000 00001 QUERY  NOTE
      *  REQUEST gives a teller (BaTe/BaTS) admin rights at once, for
      *  the hours asked (K-BG-MAX-HOURS at most, see
      *  BREAKGLASSCONFIG), on a stated reason -- the sanctioned way
      *  to act when no admin is there, instead of a shared admin
      *  password. DISPATCHER picks the grant up on the teller's
      *  next request (see BGCHECK); it runs out by itself, and END
      *  gives it up sooner. Every request served under it is logged
      *  and tagged (files/breakglass_use.log, LOGGER, and each
      *  AUDITLOG entry written while it is live).
      *  SIGNOFF is the after-the-fact review: an admin other than
      *  the teller accepts the use, or queries it for the teller's
      *  manager, once the grant is over. BGREVIEW lists what is
      *  still waiting. Every grant, end and sign-off is recorded in
      *  AUDITLOG under entity "BREAKGLASS".
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT BREAK-GLASS-FILE ASSIGN TO "files/breakglass.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BK-KEY
           FILE STATUS IS WS-BK-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  BREAK-GLASS-FILE.
       COPY BREAKGLASSRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "BRKGLASS            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BGCHECK              VALUE "BGCHECK             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(120).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-REQUEST             VALUE "REQUEST".
           88 ARG-OP-END                 VALUE "END".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-SIGNOFF             VALUE "SIGNOFF".
      *    REQUEST: TOK2=TELLER  TOK3=HOURS  REMAINDER=REASON
      *    END:     TOK2=TELLER
      *    LIST:    TOK2="PENDING" (OPTIONAL)
      *    SIGNOFF: TOK2=TELLER  TOK3=GRANT TIMESTAMP  TOK4=ADMIN
      *             TOK5=ACCEPT|QUERY  REMAINDER=NOTE
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(14).
         05 ARG-TOK4                    PIC X(09).
         05 ARG-TOK5                    PIC X(08).
         05 ARG-REMAINDER               PIC X(60).
         05 WS-PTR                      PIC 9(03).

       01 CONSTANTS.
         COPY BREAKGLASSCONFIG.

       01 INTERNAL-VARS.
         05 WS-BK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-TELLER-BUSR-ID           PIC 9(09).
         05 WS-CHECK-ROLE               PIC X(04).
         05 WS-HOURS                    PIC 9(02).
         05 WS-GRANT-TS                 PIC 9(14).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.

         05 WS-NOW-DATE-RAW             PIC 9(08).
         05 WS-NOW-TIME-RAW             PIC 9(08).
         05 WS-NOW-TIME-R REDEFINES WS-NOW-TIME-RAW.
           10 WS-NOW-HH                 PIC 9(02).
           10 WS-NOW-MM                 PIC 9(02).
           10 WS-NOW-SS                 PIC 9(02).
           10 WS-NOW-TT                 PIC 9(02).
         05 WS-NOW-MINUTES              PIC 9(10).
         05 WS-NOW-TS                   PIC 9(14).
         05 WS-EXP-MINUTES              PIC 9(10).
         05 WS-EXP-DAY-INT              PIC 9(07).
         05 WS-EXP-MIN-OF-DAY           PIC 9(04).
         05 WS-EXP-DATE                 PIC 9(08).
         05 WS-EXP-HH                   PIC 9(02).
         05 WS-EXP-MI                   PIC 9(02).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-BG-OK                    PIC X VALUE 'Y'.
           88 FG-BG-OK-Y                VALUE 'Y'.
           88 FG-BG-OK-N                VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSRINTERFACE.
       COPY BGCHECKINTERFACE.
       COPY AUDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT
           PERFORM F-PARSE-COMMAND
           PERFORM F-OPEN-FILE

           EVALUATE TRUE
             WHEN ARG-OP-REQUEST
               PERFORM F-REQUEST-GRANT
             WHEN ARG-OP-END
               PERFORM F-END-GRANT
             WHEN ARG-OP-LIST
               PERFORM F-LIST-GRANTS
             WHEN ARG-OP-SIGNOFF
               PERFORM F-SIGNOFF-GRANT
             WHEN OTHER
               DISPLAY "USAGE: BRKGLASS REQUEST|END|LIST|SIGNOFF ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "BREAK-GLASS MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START

      *    GRANTS RUN ON THE WALL CLOCK, NOT THE BUSINESS DATE -- AN
      *    EMERGENCY DOES NOT WAIT FOR THE NIGHTLY ROLL.
           ACCEPT WS-NOW-DATE-RAW         FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW         FROM TIME
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-RAW) * 1440
               + (WS-NOW-HH * 60) + WS-NOW-MM
           COMPUTE WS-NOW-TS = WS-NOW-DATE-RAW * 1000000
               + WS-NOW-HH * 10000 + WS-NOW-MM * 100 + WS-NOW-SS
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE BREAK-GLASS-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "BREAK-GLASS MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PARSE-COMMAND SECTION.
      *    THE FIXED TOKENS DIFFER BY OPERATION -- WHATEVER FOLLOWS
      *    THEM (THE REASON, THE SIGN-OFF NOTE) IS FREE TEXT, WHICH
      *    MAY ITSELF CONTAIN SPACES, SO IT IS NOT UNSTRUNG.
           MOVE 1                         TO WS-PTR
           MOVE SPACES                    TO ARG-OPERATION
                                              ARG-TOK2
                                              ARG-TOK3
                                              ARG-TOK4
                                              ARG-TOK5
                                              ARG-REMAINDER

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION
             WITH POINTER WS-PTR
           END-UNSTRING

           IF ARG-OP-SIGNOFF
             UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
               INTO ARG-TOK2, ARG-TOK3, ARG-TOK4, ARG-TOK5
               WITH POINTER WS-PTR
             END-UNSTRING
           ELSE
             UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
               INTO ARG-TOK2, ARG-TOK3
               WITH POINTER WS-PTR
             END-UNSTRING
           END-IF

           IF WS-PTR <= LENGTH OF ARG-COMMAND-STRING
             MOVE ARG-COMMAND-STRING(WS-PTR:) TO ARG-REMAINDER
             MOVE FUNCTION TRIM(ARG-REMAINDER) TO ARG-REMAINDER
           END-IF
           .
       F-PARSE-COMMAND-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O BREAK-GLASS-FILE
           IF WS-BK-FILE-STATUS = "35"
             OPEN OUTPUT BREAK-GLASS-FILE
             CLOSE BREAK-GLASS-FILE
             OPEN I-O BREAK-GLASS-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-REQUEST-GRANT SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "USAGE: BRKGLASS REQUEST <busr-id> <hours> "
                     "<reason>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-TELLER-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-HOURS
           IF WS-HOURS = 0
             MOVE K-BG-DEFAULT-HOURS       TO WS-HOURS
           END-IF
           IF WS-HOURS > K-BG-MAX-HOURS
             DISPLAY "A GRANT RUNS " K-BG-MAX-HOURS " HOURS AT MOST"
             EXIT SECTION
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(ARG-REMAINDER))
                                           < K-BG-MIN-REASON-LEN
             DISPLAY "STATE THE REASON FOR THE GRANT -- AT LEAST "
                     K-BG-MIN-REASON-LEN " CHARACTERS"
             EXIT SECTION
           END-IF

      *    ONLY A TELLER NEEDS IT -- AN ADMIN ALREADY HAS THE RIGHTS,
      *    A CLIENT NEVER GETS THEM.
           MOVE WS-TELLER-BUSR-ID          TO I-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-BG-OK-N
             DISPLAY "BANK USER NOT FOUND: " WS-TELLER-BUSR-ID
             EXIT SECTION
           END-IF
           IF WS-CHECK-ROLE NOT = "BaTe" AND WS-CHECK-ROLE NOT = "BaTS"
             DISPLAY "ONLY A TELLER MAY TAKE A BREAK-GLASS GRANT, "
                     "ROLE IS " WS-CHECK-ROLE
             EXIT SECTION
           END-IF

           INITIALIZE BGCHECK-INTERFACE
           SET I-BGC-OP-CHECK              TO TRUE
           MOVE WS-TELLER-BUSR-ID          TO I-BGC-BUSR-ID
           SET PGNAME-BGCHECK              TO TRUE
           CALL PROGNAME USING BGCHECK-INTERFACE
           IF BGCHECK-STATUS-ACTIVE
             DISPLAY "USER " WS-TELLER-BUSR-ID " ALREADY HOLDS GRANT "
                     O-BGC-START-TS " UNTIL " O-BGC-EXPIRES-TS
             EXIT SECTION
           END-IF

      *    EXPIRY ON THE MINUTE CLOCK, AND BACK INTO A TIMESTAMP FOR
      *    PEOPLE TO READ.
           COMPUTE WS-EXP-MINUTES = WS-NOW-MINUTES + WS-HOURS * 60
           DIVIDE WS-EXP-MINUTES BY 1440 GIVING WS-EXP-DAY-INT
             REMAINDER WS-EXP-MIN-OF-DAY
           END-DIVIDE
           MOVE FUNCTION DATE-OF-INTEGER(WS-EXP-DAY-INT)
                                           TO WS-EXP-DATE
           DIVIDE WS-EXP-MIN-OF-DAY BY 60 GIVING WS-EXP-HH
             REMAINDER WS-EXP-MI
           END-DIVIDE

           INITIALIZE BREAK-GLASS-RECORD
           MOVE WS-TELLER-BUSR-ID          TO BK-BUSR-ID
           MOVE WS-NOW-TS                  TO BK-START-TS
           MOVE WS-CHECK-ROLE              TO BK-ROLE
           MOVE WS-HOURS                   TO BK-HOURS
           MOVE WS-EXP-MINUTES             TO BK-EXPIRES-MIN
           COMPUTE BK-EXPIRES-TS = WS-EXP-DATE * 1000000
               + WS-EXP-HH * 10000 + WS-EXP-MI * 100 + WS-NOW-SS
           MOVE ARG-REMAINDER              TO BK-REASON
           SET BK-IS-ACTIVE                TO TRUE
           SET BK-REVIEW-PENDING           TO TRUE
           WRITE BREAK-GLASS-RECORD
             INVALID KEY
               DISPLAY "GRANT NOT RECORDED, STATUS " WS-BK-FILE-STATUS
               EXIT SECTION
           END-WRITE

           MOVE WS-TELLER-BUSR-ID          TO WS-ACTOR-BUSR-ID
           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "BREAK-GLASS GRANT " BK-START-TS " FOR USER "
                   BK-BUSR-ID " ACTIVE UNTIL " BK-EXPIRES-TS
           DISPLAY "EVERY REQUEST IS LOGGED AND MUST BE SIGNED OFF BY "
                   "AN ADMIN AFTERWARDS"
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING "BREAK-GLASS GRANT " BK-START-TS
                  " USER " BK-BUSR-ID " (" BK-ROLE ")"
                  " UNTIL " BK-EXPIRES-TS
                  " REASON: " FUNCTION TRIM(BK-REASON)
             DELIMITED BY SIZE INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-SINGLE-LINE
           .
       F-REQUEST-GRANT-END.
           EXIT.
      ******************************************************************
       F-END-GRANT SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "USAGE: BRKGLASS END <busr-id>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-TELLER-BUSR-ID

      *    BGCHECK RETIRES ANYTHING ALREADY RUN OUT, SO WHAT IS LEFT
      *    ACTIVE BELOW IS THE LIVE GRANT.
           INITIALIZE BGCHECK-INTERFACE
           SET I-BGC-OP-CHECK              TO TRUE
           MOVE WS-TELLER-BUSR-ID          TO I-BGC-BUSR-ID
           SET PGNAME-BGCHECK              TO TRUE
           CALL PROGNAME USING BGCHECK-INTERFACE
           IF NOT BGCHECK-STATUS-ACTIVE
             DISPLAY "USER " WS-TELLER-BUSR-ID
                     " HOLDS NO ACTIVE BREAK-GLASS GRANT"
             EXIT SECTION
           END-IF

           MOVE WS-TELLER-BUSR-ID          TO BK-BUSR-ID
           MOVE O-BGC-START-TS             TO BK-START-TS
           READ BREAK-GLASS-FILE
             INVALID KEY
               DISPLAY "GRANT " O-BGC-START-TS " NOT ON FILE"
               EXIT SECTION
           END-READ

           SET BK-IS-ENDED                 TO TRUE
           MOVE WS-NOW-TS                  TO BK-ENDED-TS
           REWRITE BREAK-GLASS-RECORD

           MOVE WS-TELLER-BUSR-ID          TO WS-ACTOR-BUSR-ID
           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "BREAK-GLASS GRANT " BK-START-TS " ENDED AFTER "
                   BK-USE-COUNT " REQUESTS"
           .
       F-END-GRANT-END.
           EXIT.
      ******************************************************************
       F-SIGNOFF-GRANT SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR ARG-TOK3 IS NOT NUMERIC
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
           OR (ARG-TOK5 NOT = "ACCEPT" AND ARG-TOK5 NOT = "QUERY")
             DISPLAY "USAGE: BRKGLASS SIGNOFF <busr-id> <grant-ts> "
                     "<admin-id> ACCEPT|QUERY [<note>]"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-TELLER-BUSR-ID
           MOVE ARG-TOK3                   TO WS-GRANT-TS
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-ACTOR-BUSR-ID

      *    THE REVIEW IS AN ADMIN'S, AND NEVER THE TELLER'S OWN.
           IF WS-ACTOR-BUSR-ID = WS-TELLER-BUSR-ID
             DISPLAY "A USER CANNOT SIGN OFF THEIR OWN BREAK-GLASS USE"
             EXIT SECTION
           END-IF
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-BG-OK-N
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             EXIT SECTION
           END-IF
           IF WS-CHECK-ROLE NOT = "BaAd"
             DISPLAY "ONLY AN ADMIN MAY SIGN OFF BREAK-GLASS USE"
             EXIT SECTION
           END-IF

      *    LET BGCHECK RETIRE THE GRANT IF IT HAS JUST RUN OUT.
           INITIALIZE BGCHECK-INTERFACE
           SET I-BGC-OP-CHECK              TO TRUE
           MOVE WS-TELLER-BUSR-ID          TO I-BGC-BUSR-ID
           SET PGNAME-BGCHECK              TO TRUE
           CALL PROGNAME USING BGCHECK-INTERFACE

           MOVE WS-TELLER-BUSR-ID          TO BK-BUSR-ID
           MOVE WS-GRANT-TS                TO BK-START-TS
           READ BREAK-GLASS-FILE
             INVALID KEY
               DISPLAY "NO GRANT " WS-GRANT-TS " FOR USER "
                       WS-TELLER-BUSR-ID
               EXIT SECTION
           END-READ

      *    AFTER THE FACT MEANS AFTER IT -- A LIVE GRANT CAN STILL
      *    BE USED.
           IF BK-IS-ACTIVE
             DISPLAY "GRANT " BK-START-TS " IS STILL ACTIVE UNTIL "
                     BK-EXPIRES-TS " -- END IT FIRST"
             EXIT SECTION
           END-IF
           IF NOT BK-REVIEW-PENDING
             DISPLAY "GRANT " BK-START-TS " ALREADY SIGNED OFF BY "
                     BK-REVIEWED-BY " ON " BK-REVIEW-DATE
             EXIT SECTION
           END-IF

           IF ARG-TOK5 = "ACCEPT"
             SET BK-REVIEW-ACCEPTED        TO TRUE
           ELSE
             SET BK-REVIEW-QUERIED         TO TRUE
           END-IF
           MOVE WS-ACTOR-BUSR-ID           TO BK-REVIEWED-BY
           MOVE WS-NOW-DATE-RAW            TO BK-REVIEW-DATE
           MOVE ARG-REMAINDER              TO BK-REVIEW-NOTE
           REWRITE BREAK-GLASS-RECORD

           INITIALIZE AUDIT-INTERFACE
      *    A QUERY LEAVES THE USE OPEN FOR THE TELLER'S MANAGER --
      *    ONLY AN ACCEPTANCE CERTIFIES IT.
           IF BK-REVIEW-ACCEPTED
             SET I-AUDIT-ACT-CERTIFY       TO TRUE
           ELSE
             SET I-AUDIT-ACT-UPDATE        TO TRUE
           END-IF
           PERFORM F-WRITE-AUDIT

           PERFORM F-DISPLAY-GRANT
           .
       F-SIGNOFF-GRANT-END.
           EXIT.
      ******************************************************************
       F-LIST-GRANTS SECTION.
           MOVE LOW-VALUES                 TO BK-KEY
           START BREAK-GLASS-FILE KEY IS NOT LESS THAN BK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BREAK-GLASS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF ARG-TOK2 NOT = "PENDING"
                   OR BK-REVIEW-PENDING
                   PERFORM F-DISPLAY-GRANT
                   ADD 1                   TO WS-ROWS-LISTED
                 END-IF
             END-READ
           END-PERFORM

           IF WS-ROWS-LISTED = 0
             DISPLAY "NO BREAK-GLASS GRANTS ON FILE"
           END-IF
           .
       F-LIST-GRANTS-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-GRANT SECTION.
           DISPLAY "BUSR " BK-BUSR-ID
                   " GRANT " BK-START-TS
                   " (" BK-ROLE ") " BK-HOURS "H"
                   " UNTIL " BK-EXPIRES-TS
                   " STATUS " BK-STATUS
                   " USES " BK-USE-COUNT
                   " REVIEW " BK-REVIEW-STATUS
                   " BY " BK-REVIEWED-BY
           DISPLAY "     REASON: " FUNCTION TRIM(BK-REASON)
           IF BK-REVIEW-NOTE NOT = SPACES
             DISPLAY "     REVIEW: " FUNCTION TRIM(BK-REVIEW-NOTE)
           END-IF
           .
       F-DISPLAY-GRANT-END.
           EXIT.
      ******************************************************************
       F-GET-ROLE SECTION.
      *    CALLER LEAVES THE BANK USER IN I-BUSR-ID; THE ROLE COMES
      *    BACK IN WS-CHECK-ROLE.
           SET FG-BG-OK-Y                  TO TRUE
           SET I-BUSR-OP-GETROLE           TO TRUE
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF BUSRDB-STATUS-OK
             MOVE O-BUSR-ROLE              TO WS-CHECK-ROLE
           ELSE
             MOVE SPACES                   TO WS-CHECK-ROLE
             SET FG-BG-OK-N                TO TRUE
           END-IF
           .
       F-GET-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET.
           MOVE "BREAKGLASS"               TO I-AUDIT-ENTITY
           MOVE BK-BUSR-ID                 TO I-AUDIT-ENTITY-ID
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
