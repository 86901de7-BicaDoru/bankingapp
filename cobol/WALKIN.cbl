      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      WALKIN.
      ******************************************************************
      *  Walk-in (occasional customer) register. Run standalone:
      *     WALKIN ADD     00007 PP C01X00T47 20310630 DE 19800214
      *                    ERIKA MUSTERMANN/HEIDESTR 17, 51147 KOELN
      *     WALKIN FIND    PP C01X00T47
      *     WALKIN SHOW    0000012
      *     WALKIN LIST
      *     WALKIN LINK    0000012 DRAFT   0000017 00007
      *     WALKIN LINK    0000012 DEPOSIT 000000042 15000.00 00007
      *     WALKIN RENEW   0000012 ID L01X00T47 20340101 00007
      *     WALKIN CLEAR   0000012 00001
      *  ADD registers the person at the counter -- identity
      *  document, nationality, date of birth, name and address (the
      *  last two separated by "/") -- when someone who is not our
      *  customer conducts a transaction at or above
      *  K-WALKIN-THRESHOLD (see WALKINCONFIG). Someone already on
      *  file under the same document is reused, never registered
      *  twice. Every new name is screened through SCREENCHK; a hit
      *  holds the person (no transaction is linked to them) and
      *  opens a fraud case for an analyst, as SCREENRUN does for
      *  customers.
      *  LINK ties a draft (DRAFT serial) or a cash deposit into a
      *  third party's account (account, amount -- today's DEPOSIT
      *  by that teller) to the person, through WALKINCHK; FXCASH
      *  links its own deals as it books them. LARGETXN names the
      *  linked person next to the item on the regulatory report.
      *  RENEW takes a new identity document (and, optionally, a new
      *  address after it). CLEAR releases a screening hold once the
      *  fraud case is cleared -- admins only. ADD, RENEW and CLEAR
      *  are recorded in AUDITLOG under entity "WALKIN".
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT WALKIN-FILE ASSIGN TO "files/walkin.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WI-ID
           FILE STATUS IS WS-WI-FILE-STATUS.

           SELECT WALKIN-LINK-FILE ASSIGN TO "files/walkinlink.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WL-KEY
           FILE STATUS IS WS-WL-FILE-STATUS.

           SELECT DRAFT-FILE ASSIGN TO "files/drafts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DR-SERIAL
           FILE STATUS IS WS-DRAFT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  WALKIN-FILE.
       COPY WALKINRECORD.

       FD  WALKIN-LINK-FILE.
       COPY WALKINLINKRECORD.

       FD  DRAFT-FILE.
       COPY DRAFTRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "WALKIN              ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-SCREENCHK            VALUE "SCREENCHK           ".
         88 PGNAME-FRAUDCHK             VALUE "FRAUDCHK            ".
         88 PGNAME-WALKINCHK            VALUE "WALKINCHK           ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-ADD                 VALUE "ADD".
           88 ARG-OP-FIND                VALUE "FIND".
           88 ARG-OP-SHOW                VALUE "SHOW".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-LINK                VALUE "LINK".
           88 ARG-OP-RENEW               VALUE "RENEW".
           88 ARG-OP-CLEAR               VALUE "CLEAR".
      *    ADD:   TOK2=TELLER TOK3=DOC TYPE TOK4=DOC NO TOK5=EXPIRY
      *           TOK6=NATIONALITY TOK7=BIRTH DATE
      *           REMAINDER=NAME/ADDRESS
      *    FIND:  TOK2=DOC TYPE TOK3=DOC NO
      *    SHOW:  TOK2=ID
      *    LINK:  TOK2=ID TOK3=DRAFT   TOK4=SERIAL  TOK5=TELLER
      *           TOK2=ID TOK3=DEPOSIT TOK4=ACCOUNT TOK5=AMOUNT
      *           TOK6=TELLER
      *    RENEW: TOK2=ID TOK3=DOC TYPE TOK4=DOC NO TOK5=EXPIRY
      *           TOK6=TELLER REMAINDER=NEW ADDRESS (OPTIONAL)
      *    CLEAR: TOK2=ID TOK3=ADMIN
         05 ARG-TOK2                    PIC X(20).
         05 ARG-TOK3                    PIC X(20).
         05 ARG-TOK4                    PIC X(20).
         05 ARG-TOK5                    PIC X(20).
         05 ARG-TOK6                    PIC X(20).
         05 ARG-TOK7                    PIC X(20).
         05 ARG-REMAINDER               PIC X(140).
         05 WS-PTR                      PIC 9(03).

       01 CONSTANTS.
         COPY WALKINCONFIG.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE.
         COPY PAGINGCONFIG.

       01 INTERNAL-VARS.
         05 WS-WI-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-WL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DRAFT-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CHECK-ROLE               PIC X(04).
         05 WS-WALKIN-ID                PIC 9(07).
         05 WS-NEXT-ID                  PIC 9(07).
         05 WS-DOC-TYPE                 PIC X(02).
         05 WS-DOC-NUMBER               PIC X(20).
         05 WS-DOC-EXPIRY               PIC 9(08).
         05 WS-BIRTH-DATE               PIC 9(08).
         05 WS-NATIONALITY              PIC X(02).
         05 WS-NAME                     PIC X(50).
         05 WS-ADDRESS                  PIC X(80).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-R REDEFINES WS-TODAY-RAW.
           10 WS-TODAY-YYYY             PIC X(04).
           10 WS-TODAY-MM               PIC X(02).
           10 WS-TODAY-DD               PIC X(02).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-ROWS-LISTED              PIC 9(05) VALUE 0.
         05 WS-LINKS-LISTED             PIC 9(05) VALUE 0.

      *    THE TRANSACTION BEING LINKED.
         05 WS-LINK-KIND                PIC X(01).
         05 WS-LINK-REF-ID              PIC 9(09).
         05 WS-LINK-TRANS-ID            PIC 9(09).
         05 WS-LINK-ACCOUNT-ID          PIC 9(09).
         05 WS-LINK-AMOUNT              PIC 9(10)V99.
         05 WS-LINK-CURRENCY            PIC X(03).
         05 WS-MEMO-PREFIX              PIC X(13).
         05 WS-SERIAL                   PIC 9(07).
         05 WS-PAGE-NUMBER              PIC 9(05).
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-PAGES               PIC X VALUE 'Y'.
           88 FG-MORE-PAGES-Y           VALUE 'Y'.
           88 FG-MORE-PAGES-N           VALUE 'N'.
         05 FG-WI-OK                    PIC X VALUE 'Y'.
           88 FG-WI-OK-Y                VALUE 'Y'.
           88 FG-WI-OK-N                VALUE 'N'.
         05 FG-FOUND                    PIC X VALUE 'N'.
           88 FG-FOUND-Y                VALUE 'Y'.
           88 FG-FOUND-N                VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSRINTERFACE.
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY SCREENINTERFACE.
       COPY FRAUDINTERFACE.
       COPY WALKINCHKINTERFACE.
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
             WHEN ARG-OP-ADD
               PERFORM F-ADD-WALKIN
             WHEN ARG-OP-FIND
               PERFORM F-FIND-WALKIN
             WHEN ARG-OP-SHOW
               PERFORM F-SHOW-WALKIN
             WHEN ARG-OP-LIST
               PERFORM F-LIST-WALKINS
             WHEN ARG-OP-LINK
               PERFORM F-LINK-TRANSACTION
             WHEN ARG-OP-RENEW
               PERFORM F-RENEW-DOCUMENT
             WHEN ARG-OP-CLEAR
               PERFORM F-CLEAR-HOLD
             WHEN OTHER
               DISPLAY "USAGE: WALKIN "
                       "ADD|FIND|SHOW|LIST|LINK|RENEW|CLEAR ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "WALK-IN REGISTER STARTING" TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START

           ACCEPT WS-TODAY-RAW            FROM DATE YYYYMMDD
           MOVE SPACES                    TO WS-TODAY-ISO
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
             DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE WALKIN-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "WALK-IN REGISTER FINISHED" TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PARSE-COMMAND SECTION.
      *    ONLY ADD AND RENEW CARRY FREE TEXT AFTER THEIR FIXED TOKENS
      *    (NAME/ADDRESS, NEW ADDRESS), SO ONLY THEY STOP SHORT OF IT.
           MOVE 1                         TO WS-PTR
           MOVE SPACES                    TO ARG-OPERATION
                                              ARG-TOK2
                                              ARG-TOK3
                                              ARG-TOK4
                                              ARG-TOK5
                                              ARG-TOK6
                                              ARG-TOK7
                                              ARG-REMAINDER

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION
             WITH POINTER WS-PTR
           END-UNSTRING

           EVALUATE TRUE
             WHEN ARG-OP-ADD
               UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
                 INTO ARG-TOK2, ARG-TOK3, ARG-TOK4, ARG-TOK5,
                      ARG-TOK6, ARG-TOK7
                 WITH POINTER WS-PTR
               END-UNSTRING
             WHEN ARG-OP-RENEW
               UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
                 INTO ARG-TOK2, ARG-TOK3, ARG-TOK4, ARG-TOK5,
                      ARG-TOK6
                 WITH POINTER WS-PTR
               END-UNSTRING
             WHEN OTHER
               UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
                 INTO ARG-TOK2, ARG-TOK3, ARG-TOK4, ARG-TOK5,
                      ARG-TOK6
                 WITH POINTER WS-PTR
               END-UNSTRING
           END-EVALUATE

           IF (ARG-OP-ADD OR ARG-OP-RENEW)
           AND WS-PTR <= LENGTH OF ARG-COMMAND-STRING
             MOVE ARG-COMMAND-STRING(WS-PTR:) TO ARG-REMAINDER
             MOVE FUNCTION TRIM(ARG-REMAINDER) TO ARG-REMAINDER
           END-IF
           .
       F-PARSE-COMMAND-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O WALKIN-FILE
           IF WS-WI-FILE-STATUS = "35"
             OPEN OUTPUT WALKIN-FILE
             CLOSE WALKIN-FILE
             OPEN I-O WALKIN-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-ADD-WALKIN SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK7) NOT = 0
             DISPLAY "USAGE: WALKIN ADD <busr-id> <PP|ID|RP> "
                     "<doc-no> <doc-expiry> <nationality> "
                     "<birth-date> <name>/<address>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-ACTOR-BUSR-ID
           MOVE FUNCTION UPPER-CASE(ARG-TOK3) TO WS-DOC-TYPE
           MOVE FUNCTION UPPER-CASE(ARG-TOK4) TO WS-DOC-NUMBER
           MOVE FUNCTION NUMVAL(ARG-TOK5)  TO WS-DOC-EXPIRY
           MOVE FUNCTION UPPER-CASE(ARG-TOK6) TO WS-NATIONALITY
           MOVE FUNCTION NUMVAL(ARG-TOK7)  TO WS-BIRTH-DATE
           MOVE SPACES                     TO WS-NAME
                                              WS-ADDRESS
           UNSTRING ARG-REMAINDER DELIMITED BY "/"
             INTO WS-NAME, WS-ADDRESS
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-NAME)     TO WS-NAME
           MOVE FUNCTION TRIM(WS-ADDRESS)  TO WS-ADDRESS

           PERFORM F-VALIDATE-DOCUMENT
           IF FG-WI-OK-N
             EXIT SECTION
           END-IF
           IF WS-NATIONALITY IS NOT ALPHABETIC
           OR WS-NATIONALITY(2:1) = SPACE
             DISPLAY "NATIONALITY MUST BE A TWO-LETTER COUNTRY CODE"
             EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BIRTH-DATE) NOT = 0
           OR WS-BIRTH-DATE >= WS-TODAY-RAW
             DISPLAY "BIRTH DATE " WS-BIRTH-DATE " IS NOT VALID"
             EXIT SECTION
           END-IF
           IF WS-NAME = SPACES OR WS-ADDRESS = SPACES
             DISPLAY "BOTH NAME AND ADDRESS ARE NEEDED, "
                     "SEPARATED BY ""/"""
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-STAFF-ACTOR
           IF FG-WI-OK-N
             EXIT SECTION
           END-IF

      *    THE SAME DOCUMENT IS THE SAME PERSON.
           PERFORM F-FIND-BY-DOCUMENT
           IF FG-FOUND-Y
             DISPLAY "ALREADY REGISTERED AS WALK-IN " WI-ID
                     " -- " FUNCTION TRIM(WI-NAME)
             EXIT SECTION
           END-IF

           PERFORM F-FIND-NEXT-ID

           INITIALIZE WALKIN-RECORD
           MOVE WS-NEXT-ID                 TO WI-ID
           MOVE WS-NAME                    TO WI-NAME
           MOVE WS-BIRTH-DATE              TO WI-BIRTH-DATE
           MOVE WS-NATIONALITY             TO WI-NATIONALITY
           MOVE WS-DOC-TYPE                TO WI-DOC-TYPE
           MOVE WS-DOC-NUMBER              TO WI-DOC-NUMBER
           MOVE WS-DOC-EXPIRY              TO WI-DOC-EXPIRY
           MOVE WS-ADDRESS                 TO WI-ADDRESS
           SET WI-IS-ACTIVE                TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO WI-CREATED-BY
           MOVE WS-TODAY-RAW               TO WI-CREATED-DATE

           PERFORM F-SCREEN-WALKIN

           WRITE WALKIN-RECORD
             INVALID KEY
               DISPLAY "WALK-IN NOT RECORDED, STATUS "
                       WS-WI-FILE-STATUS
               EXIT SECTION
           END-WRITE

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "WALK-IN " WI-ID " REGISTERED -- "
                   FUNCTION TRIM(WI-NAME)
           IF WI-IS-HELD
             DISPLAY "*** SCREENING HIT ON LIST ENTRY "
                     WI-SCREEN-MATCH-ID " -- DO NOT PROCEED; "
                     "CASE OPENED FOR COMPLIANCE"
           END-IF
           .
       F-ADD-WALKIN-END.
           EXIT.
      ******************************************************************
       F-VALIDATE-DOCUMENT SECTION.
      *    WS-DOC-TYPE, WS-DOC-NUMBER AND WS-DOC-EXPIRY LEFT SET BY
      *    THE CALLER.
           SET FG-WI-OK-Y                  TO TRUE
           MOVE WS-DOC-TYPE                TO WI-DOC-TYPE
           IF NOT WI-DOC-VALID-TYPE
             DISPLAY "DOCUMENT TYPE MUST BE PP (PASSPORT), ID "
                     "(NATIONAL ID CARD) OR RP (RESIDENCE PERMIT)"
             SET FG-WI-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           IF WS-DOC-NUMBER = SPACES
             DISPLAY "DOCUMENT NUMBER IS NEEDED"
             SET FG-WI-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DOC-EXPIRY) NOT = 0
             DISPLAY "DOCUMENT EXPIRY " WS-DOC-EXPIRY " IS NOT A DATE"
             SET FG-WI-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           IF WS-DOC-EXPIRY < WS-TODAY-RAW
             DISPLAY "DOCUMENT EXPIRED " WS-DOC-EXPIRY
                     " -- A CURRENT ONE IS NEEDED"
             SET FG-WI-OK-N                TO TRUE
           END-IF
           .
       F-VALIDATE-DOCUMENT-END.
           EXIT.
      ******************************************************************
       F-CHECK-STAFF-ACTOR SECTION.
      *    WALK-INS ARE SERVED AT THE COUNTER -- TELLER OR ADMIN.
           SET FG-WI-OK-Y                  TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           PERFORM F-GET-ROLE
           IF FG-WI-OK-N
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             EXIT SECTION
           END-IF
           IF WS-CHECK-ROLE NOT = "BaTe" AND WS-CHECK-ROLE NOT = "BaTS"
           AND WS-CHECK-ROLE NOT = "BaAd"
             DISPLAY "ONLY BANK STAFF MAY REGISTER OR LINK WALK-INS, "
                     "ROLE IS " WS-CHECK-ROLE
             SET FG-WI-OK-N                TO TRUE
           END-IF
           .
       F-CHECK-STAFF-ACTOR-END.
           EXIT.
      ******************************************************************
       F-SCREEN-WALKIN SECTION.
      *    SAME SCREEN AND SAME ANALYST WORKQUEUE AS SCREENRUN'S
      *    CUSTOMER RESCREEN. WALKIN-RECORD IS FILLED BY THE CALLER.
           MOVE WS-TODAY-RAW               TO WI-SCREEN-DATE
           MOVE 0                          TO WI-SCREEN-MATCH-ID

           INITIALIZE SCREEN-INTERFACE
           MOVE SPACES                     TO I-SCR-IBAN
           MOVE WI-NAME                    TO I-SCR-NAME
           SET PGNAME-SCREENCHK            TO TRUE
           CALL PROGNAME USING SCREEN-INTERFACE

           IF SCREEN-STATUS-HIT
             SET WI-IS-HELD                TO TRUE
             MOVE O-SCR-MATCH-ID           TO WI-SCREEN-MATCH-ID

             INITIALIZE FRAUD-INTERFACE
             MOVE "WALKIN"                 TO I-FRAUD-ENTITY
             MOVE WI-ID                    TO I-FRAUD-ENTITY-ID
             MOVE "SCREENING"              TO I-FRAUD-TRTYPE
             MOVE 0                        TO I-FRAUD-AMOUNT
             MOVE "SCREENING HIT ON WALK-IN CONDUCTOR"
                                           TO I-FRAUD-REASON
             MOVE WS-ACTOR-BUSR-ID         TO I-FRAUD-ACTOR-BUSR-ID
             SET PGNAME-FRAUDCHK           TO TRUE
             CALL PROGNAME USING FRAUD-INTERFACE
           END-IF
           .
       F-SCREEN-WALKIN-END.
           EXIT.
      ******************************************************************
       F-FIND-BY-DOCUMENT SECTION.
      *    WS-DOC-TYPE/WS-DOC-NUMBER IN; ON A HIT THE ROW IS LEFT IN
      *    WALKIN-RECORD.
           SET FG-FOUND-N                  TO TRUE
           MOVE LOW-VALUES                 TO WI-ID
           START WALKIN-FILE KEY IS NOT LESS THAN WI-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WALKIN-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WI-DOC-TYPE = WS-DOC-TYPE
                 AND WI-DOC-NUMBER = WS-DOC-NUMBER
                   SET FG-FOUND-Y          TO TRUE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-FIND-BY-DOCUMENT-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-ID SECTION.
           MOVE 0                          TO WS-NEXT-ID
           MOVE LOW-VALUES                 TO WI-ID
           START WALKIN-FILE KEY IS NOT LESS THAN WI-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WALKIN-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WI-ID > WS-NEXT-ID
                   MOVE WI-ID              TO WS-NEXT-ID
                 END-IF
             END-READ
           END-PERFORM

           ADD 1                           TO WS-NEXT-ID
           .
       F-FIND-NEXT-ID-END.
           EXIT.
      ******************************************************************
       F-FIND-WALKIN SECTION.
           MOVE FUNCTION UPPER-CASE(ARG-TOK2) TO WS-DOC-TYPE
           MOVE FUNCTION UPPER-CASE(ARG-TOK3) TO WS-DOC-NUMBER
           IF WS-DOC-TYPE = SPACES OR WS-DOC-NUMBER = SPACES
             DISPLAY "USAGE: WALKIN FIND <PP|ID|RP> <doc-no>"
             EXIT SECTION
           END-IF

           PERFORM F-FIND-BY-DOCUMENT
           IF FG-FOUND-N
             DISPLAY "NO WALK-IN REGISTERED UNDER " WS-DOC-TYPE " "
                     FUNCTION TRIM(WS-DOC-NUMBER)
             EXIT SECTION
           END-IF
           PERFORM F-DISPLAY-WALKIN
           .
       F-FIND-WALKIN-END.
           EXIT.
      ******************************************************************
       F-SHOW-WALKIN SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
             DISPLAY "USAGE: WALKIN SHOW <walkin-id>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WI-ID
           READ WALKIN-FILE
             INVALID KEY
               DISPLAY "NO SUCH WALK-IN: " WI-ID
               EXIT SECTION
           END-READ
           PERFORM F-DISPLAY-WALKIN

      *    EVERYTHING THEY CONDUCTED.
           OPEN INPUT WALKIN-LINK-FILE
           IF WS-WL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE LOW-VALUES                 TO WL-KEY
           START WALKIN-LINK-FILE KEY IS NOT LESS THAN WL-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WALKIN-LINK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WL-CONDUCTOR-ID = WI-ID
                   ADD 1                   TO WS-LINKS-LISTED
                   MOVE WL-AMOUNT          TO WS-AMOUNT-EDITED
                   EVALUATE TRUE
                     WHEN WL-KIND-DRAFT
                       DISPLAY "  " WL-TXN-DATE " DRAFT   "
                               WL-REF-ID(3:7) " ACC " WL-ACCOUNT-ID
                               " " FUNCTION TRIM(WS-AMOUNT-EDITED)
                               " " WL-CURRENCY
                     WHEN WL-KIND-FXCASH
                       DISPLAY "  " WL-TXN-DATE " FXCASH  "
                               WL-REF-ID(3:7) " "
                               FUNCTION TRIM(WS-AMOUNT-EDITED)
                               " " WL-CURRENCY
                     WHEN OTHER
                       DISPLAY "  " WL-TXN-DATE " DEPOSIT ACC "
                               WL-ACCOUNT-ID " TX " WL-TRANS-ID
                               " " FUNCTION TRIM(WS-AMOUNT-EDITED)
                               " " WL-CURRENCY
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE WALKIN-LINK-FILE
           DISPLAY "  " WS-LINKS-LISTED " TRANSACTIONS CONDUCTED"
           .
       F-SHOW-WALKIN-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-WALKIN SECTION.
           DISPLAY "WALK-IN " WI-ID " " FUNCTION TRIM(WI-NAME)
                   " STATUS " WI-STATUS
           DISPLAY "  DOCUMENT " WI-DOC-TYPE " "
                   FUNCTION TRIM(WI-DOC-NUMBER)
                   " EXPIRES " WI-DOC-EXPIRY
                   " NATIONALITY " WI-NATIONALITY
                   " BORN " WI-BIRTH-DATE
           DISPLAY "  ADDRESS " FUNCTION TRIM(WI-ADDRESS)
           DISPLAY "  REGISTERED " WI-CREATED-DATE " BY "
                   WI-CREATED-BY " LAST SCREENED " WI-SCREEN-DATE
                   " TRANSACTIONS " WI-TXN-COUNT
                   " LAST " WI-LAST-TXN-DATE
           IF WI-IS-HELD
             DISPLAY "  *** HELD -- SCREENING HIT ON LIST ENTRY "
                     WI-SCREEN-MATCH-ID
           END-IF
           .
       F-DISPLAY-WALKIN-END.
           EXIT.
      ******************************************************************
       F-LIST-WALKINS SECTION.
           MOVE LOW-VALUES                 TO WI-ID
           START WALKIN-FILE KEY IS NOT LESS THAN WI-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WALKIN-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-ROWS-LISTED
                 DISPLAY WI-ID " " WI-STATUS " " WI-DOC-TYPE " "
                         WI-DOC-NUMBER " " WI-NATIONALITY " "
                         WI-TXN-COUNT " " FUNCTION TRIM(WI-NAME)
             END-READ
           END-PERFORM
           DISPLAY WS-ROWS-LISTED " WALK-INS ON THE REGISTER"
           .
       F-LIST-WALKINS-END.
           EXIT.
      ******************************************************************
       F-LINK-TRANSACTION SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK4) NOT = 0
             DISPLAY "USAGE: WALKIN LINK <walkin-id> DRAFT <serial> "
                     "<busr-id>"
             DISPLAY "       WALKIN LINK <walkin-id> DEPOSIT <accid> "
                     "<amount> <busr-id>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-WALKIN-ID

           EVALUATE FUNCTION UPPER-CASE(ARG-TOK3)
             WHEN "DRAFT"
               IF FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
                 DISPLAY "USAGE: WALKIN LINK <walkin-id> DRAFT "
                         "<serial> <busr-id>"
                 EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(ARG-TOK5) TO WS-ACTOR-BUSR-ID
               PERFORM F-CHECK-STAFF-ACTOR
               IF FG-WI-OK-N
                 EXIT SECTION
               END-IF
               PERFORM F-RESOLVE-DRAFT
             WHEN "DEPOSIT"
               IF FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
               OR FUNCTION TEST-NUMVAL(ARG-TOK6) NOT = 0
                 DISPLAY "USAGE: WALKIN LINK <walkin-id> DEPOSIT "
                         "<accid> <amount> <busr-id>"
                 EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(ARG-TOK6) TO WS-ACTOR-BUSR-ID
               PERFORM F-CHECK-STAFF-ACTOR
               IF FG-WI-OK-N
                 EXIT SECTION
               END-IF
               PERFORM F-RESOLVE-DEPOSIT
             WHEN OTHER
               DISPLAY "ONLY A DRAFT OR A DEPOSIT IS LINKED HERE -- "
                       "FXCASH LINKS ITS OWN DEALS"
               EXIT SECTION
           END-EVALUATE
           IF FG-WI-OK-N
             EXIT SECTION
           END-IF

           IF WS-LINK-AMOUNT < K-WALKIN-THRESHOLD
             MOVE K-WALKIN-THRESHOLD       TO WS-AMOUNT-EDITED
             DISPLAY "BELOW THE " FUNCTION TRIM(WS-AMOUNT-EDITED)
                     " WALK-IN THRESHOLD -- NOTHING TO CAPTURE"
             EXIT SECTION
           END-IF

      *    WALKINCHK HAS THE REGISTER OPEN ITSELF.
           CLOSE WALKIN-FILE
           INITIALIZE WALKINCHK-INTERFACE
           SET I-WIC-OP-LINK               TO TRUE
           MOVE WS-WALKIN-ID               TO I-WIC-CONDUCTOR-ID
           MOVE WS-LINK-KIND               TO I-WIC-KIND
           MOVE WS-LINK-REF-ID             TO I-WIC-REF-ID
           MOVE WS-LINK-TRANS-ID           TO I-WIC-TRANS-ID
           MOVE WS-LINK-ACCOUNT-ID         TO I-WIC-ACCOUNT-ID
           MOVE WS-LINK-AMOUNT             TO I-WIC-AMOUNT
           MOVE WS-LINK-CURRENCY           TO I-WIC-CURRENCY
           MOVE WS-ACTOR-BUSR-ID           TO I-WIC-BUSR-ID
           SET PGNAME-WALKINCHK            TO TRUE
           CALL PROGNAME USING WALKINCHK-INTERFACE
           PERFORM F-OPEN-FILE

           EVALUATE TRUE
             WHEN WALKINCHK-STATUS-OK
               DISPLAY "LINKED TO WALK-IN " WS-WALKIN-ID " -- "
                       FUNCTION TRIM(O-WIC-NAME)
             WHEN WALKINCHK-STATUS-NOT-FOUND
               DISPLAY "NO SUCH WALK-IN: " WS-WALKIN-ID
             WHEN WALKINCHK-STATUS-HELD
               DISPLAY "WALK-IN " WS-WALKIN-ID " IS HELD ON A "
                       "SCREENING HIT -- REFER TO COMPLIANCE"
             WHEN WALKINCHK-STATUS-DOC-EXPIRED
               DISPLAY "WALK-IN " WS-WALKIN-ID "'S DOCUMENT HAS RUN "
                       "OUT -- RENEW IT FIRST"
             WHEN WALKINCHK-STATUS-DUPLICATE
               DISPLAY "THAT TRANSACTION IS ALREADY LINKED TO A "
                       "WALK-IN"
           END-EVALUATE
           .
       F-LINK-TRANSACTION-END.
           EXIT.
      ******************************************************************
       F-RESOLVE-DRAFT SECTION.
      *    THE DRAFT, AND THE FACE-AMOUNT POSTING DRAFT MADE FOR IT
      *    (MEMO "DRAFT <serial> <payee>") SO LARGETXN CAN MATCH IT.
           SET FG-WI-OK-Y                  TO TRUE
           MOVE "D"                        TO WS-LINK-KIND
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-SERIAL

           OPEN INPUT DRAFT-FILE
           IF WS-DRAFT-FILE-STATUS NOT = "00"
             DISPLAY "NO DRAFTS ON FILE"
             SET FG-WI-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           MOVE WS-SERIAL                  TO DR-SERIAL
           READ DRAFT-FILE
             INVALID KEY
               DISPLAY "NO SUCH DRAFT: " WS-SERIAL
               SET FG-WI-OK-N              TO TRUE
           END-READ
           CLOSE DRAFT-FILE
           IF FG-WI-OK-N
             EXIT SECTION
           END-IF

           MOVE DR-SERIAL                  TO WS-LINK-REF-ID
           MOVE DR-ACCOUNT-ID              TO WS-LINK-ACCOUNT-ID
           MOVE DR-AMOUNT                  TO WS-LINK-AMOUNT
           PERFORM F-GET-ACCOUNT-CURRENCY

           MOVE SPACES                     TO WS-MEMO-PREFIX
           STRING "DRAFT " WS-SERIAL
             DELIMITED BY SIZE INTO WS-MEMO-PREFIX
           END-STRING
           MOVE 0                          TO WS-LINK-TRANS-ID
           SET FG-MORE-PAGES-Y             TO TRUE
           MOVE 1                          TO WS-PAGE-NUMBER
           PERFORM UNTIL FG-MORE-PAGES-N
             PERFORM F-READ-TRANS-PAGE
             PERFORM VARYING IND-1 FROM 1 BY 1
                     UNTIL IND-1 > O-TRANSDB-COUNT
               IF O-TRANS-TRANS-TYPE(IND-1) = "WITHDRAW"
               AND O-TRANS-MEMO(IND-1)(1:13) = WS-MEMO-PREFIX
                 MOVE O-TRANS-ID(IND-1)    TO WS-LINK-TRANS-ID
                 SET FG-MORE-PAGES-N       TO TRUE
               END-IF
             END-PERFORM
           END-PERFORM
           .
       F-RESOLVE-DRAFT-END.
           EXIT.
      ******************************************************************
       F-RESOLVE-DEPOSIT SECTION.
      *    TODAY'S DEPOSIT OF THAT AMOUNT INTO THAT ACCOUNT, KEYED BY
      *    THIS TELLER -- THE LATEST, IF THEY KEYED MORE THAN ONE.
           SET FG-WI-OK-Y                  TO TRUE
           MOVE "C"                        TO WS-LINK-KIND
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-LINK-ACCOUNT-ID
                                              WS-LINK-REF-ID
           COMPUTE WS-LINK-AMOUNT = FUNCTION NUMVAL(ARG-TOK5)

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-LINK-ACCOUNT-ID         TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             DISPLAY "NO SUCH ACCOUNT: " WS-LINK-ACCOUNT-ID
             SET FG-WI-OK-N                TO TRUE
             EXIT SECTION
           END-IF
           PERFORM F-GET-ACCOUNT-CURRENCY

           MOVE 0                          TO WS-LINK-TRANS-ID
           SET FG-MORE-PAGES-Y             TO TRUE
           MOVE 1                          TO WS-PAGE-NUMBER
           PERFORM UNTIL FG-MORE-PAGES-N
             PERFORM F-READ-TRANS-PAGE
             PERFORM VARYING IND-1 FROM 1 BY 1
                     UNTIL IND-1 > O-TRANSDB-COUNT
               IF O-TRANS-TRANS-TYPE(IND-1) = "DEPOSIT"
               AND O-TRANS-AMMOUNT(IND-1) = WS-LINK-AMOUNT
               AND O-TRANS-ACTOR-BUSR-ID(IND-1) = WS-ACTOR-BUSR-ID
               AND O-TRANS-TIMESTAMP(IND-1)(1:10) = WS-TODAY-ISO
               AND O-TRANS-ID(IND-1) > WS-LINK-TRANS-ID
                 MOVE O-TRANS-ID(IND-1)    TO WS-LINK-TRANS-ID
               END-IF
             END-PERFORM
           END-PERFORM

           IF WS-LINK-TRANS-ID = 0
             MOVE WS-LINK-AMOUNT           TO WS-AMOUNT-EDITED
             DISPLAY "NO DEPOSIT OF " FUNCTION TRIM(WS-AMOUNT-EDITED)
                     " INTO ACCOUNT " WS-LINK-ACCOUNT-ID
                     " KEYED BY " WS-ACTOR-BUSR-ID " TODAY"
             SET FG-WI-OK-N                TO TRUE
           END-IF
           .
       F-RESOLVE-DEPOSIT-END.
           EXIT.
      ******************************************************************
       F-GET-ACCOUNT-CURRENCY SECTION.
           MOVE "EUR"                      TO WS-LINK-CURRENCY
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-LINK-ACCOUNT-ID         TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF ACCDB-STATUS-OK
             MOVE O-ACC-CURRENCY(1)        TO WS-LINK-CURRENCY
           END-IF
           .
       F-GET-ACCOUNT-CURRENCY-END.
           EXIT.
      ******************************************************************
       F-READ-TRANS-PAGE SECTION.
      *    ONE PAGE OF WS-LINK-ACCOUNT-ID'S HISTORY; CLEARS
      *    FG-MORE-PAGES ON THE LAST ONE.
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-GET-LIST         TO TRUE
           MOVE WS-LINK-ACCOUNT-ID         TO I-TRANS-ACCOUNTID
           MOVE WS-PAGE-NUMBER             TO I-TRANS-PAGE-NUMBER
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             MOVE 0                        TO O-TRANSDB-COUNT
           END-IF
           IF O-TRANSDB-COUNT < K-PAGE-SIZE
             SET FG-MORE-PAGES-N           TO TRUE
           ELSE
             ADD 1                         TO WS-PAGE-NUMBER
           END-IF
           .
       F-READ-TRANS-PAGE-END.
           EXIT.
      ******************************************************************
       F-RENEW-DOCUMENT SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK5) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK6) NOT = 0
             DISPLAY "USAGE: WALKIN RENEW <walkin-id> <PP|ID|RP> "
                     "<doc-no> <doc-expiry> <busr-id> [new address]"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-WALKIN-ID
           MOVE FUNCTION UPPER-CASE(ARG-TOK3) TO WS-DOC-TYPE
           MOVE FUNCTION UPPER-CASE(ARG-TOK4) TO WS-DOC-NUMBER
           MOVE FUNCTION NUMVAL(ARG-TOK5)  TO WS-DOC-EXPIRY
           MOVE FUNCTION NUMVAL(ARG-TOK6)  TO WS-ACTOR-BUSR-ID

           PERFORM F-VALIDATE-DOCUMENT
           IF FG-WI-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-CHECK-STAFF-ACTOR
           IF FG-WI-OK-N
             EXIT SECTION
           END-IF

      *    A DOCUMENT ALREADY ON SOMEBODY ELSE'S ROW IS A DIFFERENT
      *    PERSON, OR A MISTAKE -- EITHER WAY NOT THIS ONE'S.
           PERFORM F-FIND-BY-DOCUMENT
           IF FG-FOUND-Y AND WI-ID NOT = WS-WALKIN-ID
             DISPLAY "DOCUMENT ALREADY REGISTERED TO WALK-IN " WI-ID
             EXIT SECTION
           END-IF

           MOVE WS-WALKIN-ID               TO WI-ID
           READ WALKIN-FILE
             INVALID KEY
               DISPLAY "NO SUCH WALK-IN: " WS-WALKIN-ID
               EXIT SECTION
           END-READ
           MOVE WS-DOC-TYPE                TO WI-DOC-TYPE
           MOVE WS-DOC-NUMBER              TO WI-DOC-NUMBER
           MOVE WS-DOC-EXPIRY              TO WI-DOC-EXPIRY
           IF ARG-REMAINDER NOT = SPACES
             MOVE ARG-REMAINDER            TO WI-ADDRESS
           END-IF
           REWRITE WALKIN-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "WALK-IN " WI-ID " NOW SHOWS " WI-DOC-TYPE " "
                   FUNCTION TRIM(WI-DOC-NUMBER) " EXPIRING "
                   WI-DOC-EXPIRY
           .
       F-RENEW-DOCUMENT-END.
           EXIT.
      ******************************************************************
       F-CLEAR-HOLD SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "USAGE: WALKIN CLEAR <walkin-id> <admin-busr-id>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-WALKIN-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-ACTOR-BUSR-ID

           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           PERFORM F-GET-ROLE
           IF WS-CHECK-ROLE NOT = "BaAd"
             DISPLAY "ONLY AN ADMIN MAY CLEAR A SCREENING HOLD"
             EXIT SECTION
           END-IF

           MOVE WS-WALKIN-ID               TO WI-ID
           READ WALKIN-FILE
             INVALID KEY
               DISPLAY "NO SUCH WALK-IN: " WS-WALKIN-ID
               EXIT SECTION
           END-READ
           IF NOT WI-IS-HELD
             DISPLAY "WALK-IN " WI-ID " IS NOT HELD"
             EXIT SECTION
           END-IF

           SET WI-IS-ACTIVE                TO TRUE
           REWRITE WALKIN-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "SCREENING HOLD ON WALK-IN " WI-ID " CLEARED"
           .
       F-CLEAR-HOLD-END.
           EXIT.
      ******************************************************************
       F-GET-ROLE SECTION.
      *    CALLER LEAVES THE BANK USER IN I-BUSR-ID; THE ROLE COMES
      *    BACK IN WS-CHECK-ROLE.
           SET FG-WI-OK-Y                  TO TRUE
           SET I-BUSR-OP-GETROLE           TO TRUE
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF BUSRDB-STATUS-OK
             MOVE O-BUSR-ROLE              TO WS-CHECK-ROLE
           ELSE
             MOVE SPACES                   TO WS-CHECK-ROLE
             SET FG-WI-OK-N                TO TRUE
           END-IF
           .
       F-GET-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET.
           MOVE "WALKIN"                   TO I-AUDIT-ENTITY
           MOVE WI-ID                      TO I-AUDIT-ENTITY-ID
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
