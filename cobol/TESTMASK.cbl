      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      TESTMASK.
      ******************************************************************
      *  Masked test-data set from a BACKUPRUN snapshot. Run with the
      *  timestamp tag of the snapshot, and optionally a masking key:
      *     TESTMASK 20260808_143022
      *     TESTMASK 20260808_143022 <key>
      *  Reads the snapshot's dump files (see BACKUPRUN) from
      *  files/backup/ and writes the same set, file for file and
      *  row for row, to files/testdata/ with every personal value
      *  replaced by a pseudonym:
      *   - BUSR: user name becomes "TU" + 8 digits, the password
      *     hash becomes K-MASK-TEST-PASSWORD (see MASKCONFIG) so
      *     test users can log in once RESTORERUN has loaded it.
      *   - CUSTOMERS: name and address become made-up ones.
      *   - ACCOUNTS and TRANSFERS: every IBAN keeps its country code
      *     and shape, gets new BBAN digits, and valid MOD-97 check
      *     digits, so IBAN validation still passes in test.
      *  Every pseudonym is worked out from the original value and
      *  the key alone, never looked up -- the same IBAN gives the
      *  same pseudonym on an ACCOUNTS row and on every TRANSFERS
      *  row naming it, so the cross-file links still join. Ids,
      *  roles, currencies, balances, amounts, statuses and
      *  timestamps are carried over untouched, and TRANSACTIONS
      *  (no personal fields) is copied as it stands.
      *  The masked set comes with its own BACKUP_MANIFEST (row
      *  counts and checksums recomputed), naming the files where
      *  they are loaded from -- copy files/testdata/ into the test
      *  environment's files/backup/ and run BACKUPVRFY and
      *  RESTORERUN there with the same timestamp.
      *  Proof: every distinct original value masked is held in
      *  ORIGINALS-TABLE and, once the set is written, each masked
      *  file is read back and searched for every one of them. The
      *  result -- PASS, FAIL with the file and line of each
      *  survivor (never the value itself), or INCOMPLETE if more
      *  values turned up than the table holds -- is written to
      *  files/testdata/MASK_MANIFEST_<ts>.txt.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-INPUT ASSIGN TO DYNAMIC WS-SRC-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

           SELECT DUMP-INPUT ASSIGN TO DYNAMIC WS-SRC-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-STATUS.

           SELECT DUMP-OUTPUT ASSIGN TO DYNAMIC WS-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT MANIFEST-OUTPUT ASSIGN TO DYNAMIC WS-OUT-MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-STATUS.

           SELECT PROOF-OUTPUT ASSIGN TO DYNAMIC WS-PROOF-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROOF-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  MANIFEST-INPUT.
       01  MANIFEST-IN-LINE             PIC X(200).

       FD  DUMP-INPUT.
       01  DUMP-IN-LINE                 PIC X(200).

       FD  DUMP-OUTPUT.
       01  DUMP-OUT-LINE                PIC X(200).

       FD  MANIFEST-OUTPUT.
       01  MANIFEST-OUT-LINE            PIC X(200).

       FD  PROOF-OUTPUT.
       01  PROOF-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "TESTMASK            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(80).
         05 ARG-TS                      PIC X(15).
         05 ARG-KEY                     PIC X(40).

       01 CONSTANTS.
         COPY MASKCONFIG.

       01 INTERNAL-VARS.
         05 WS-IN-STATUS                PIC XX VALUE SPACES.
         05 WS-OUT-STATUS               PIC XX VALUE SPACES.
         05 WS-PROOF-STATUS             PIC XX VALUE SPACES.
         05 WS-SRC-MANIFEST-NAME        PIC X(256).
         05 WS-OUT-MANIFEST-NAME        PIC X(256).
         05 WS-PROOF-NAME               PIC X(256).
         05 WS-SRC-NAME                 PIC X(256).
         05 WS-OUT-NAME                 PIC X(256).
         05 WS-LOAD-NAME                PIC X(256).
         05 WS-SRC-MODE                 PIC X(12) VALUE SPACES.
         05 WS-KEY-SOURCE               PIC X(08).

      *    THE ENTITY BEING MASKED -- FILE NAME PART AND MANIFEST TAG.
         05 WS-ENTITY                   PIC X(12).
         05 WS-ROWS                     PIC 9(07).
         05 WS-ROWS-MASKED              PIC 9(07).
         05 WS-LINE-NO                  PIC 9(07).

      *    ROWS AND CHECKSUM OF EACH MASKED FILE, FOR ITS MANIFEST.
         05 WS-BUSR-ROWS                PIC 9(07) VALUE 0.
         05 WS-CUST-ROWS                PIC 9(07) VALUE 0.
         05 WS-ACC-ROWS                 PIC 9(07) VALUE 0.
         05 WS-TRANS-ROWS               PIC 9(07) VALUE 0.
         05 WS-TRANSFER-ROWS            PIC 9(07) VALUE 0.
         05 WS-BUSR-CHECKSUM            PIC 9(16) VALUE 0.
         05 WS-CUST-CHECKSUM            PIC 9(16) VALUE 0.
         05 WS-ACC-CHECKSUM             PIC 9(16) VALUE 0.
         05 WS-TRANS-CHECKSUM           PIC 9(16) VALUE 0.
         05 WS-TRANSFER-CHECKSUM        PIC 9(16) VALUE 0.
         05 WS-ENTITY-CHECKSUM          PIC 9(16).

         05 WS-IBANS-MASKED             PIC 9(07) VALUE 0.
         05 WS-NAMES-MASKED             PIC 9(07) VALUE 0.
         05 WS-ADDRESSES-MASKED         PIC 9(07) VALUE 0.
         05 WS-USERS-MASKED             PIC 9(07) VALUE 0.
         05 WS-LINES-SEARCHED           PIC 9(09) VALUE 0.
         05 WS-SURVIVORS                PIC 9(07) VALUE 0.
         05 WS-TALLY                    PIC 9(05).

      *    ONE DUMP ROW, SPLIT ON "|" -- THE WIDEST ENTITY HAS SIX
      *    COLUMNS (ACCOUNTS).
       01 ROW-FIELDS.
         05 RF-COL                      PIC X(60) OCCURS 6 TIMES.

      *    PSEUDONYM WORK AREA.
       01 MASK-VARS.
         05 WS-MK-SEED                  PIC 9(16).
         05 WS-MK-HASH                  PIC 9(16).
         05 WS-MK-HASH-2                PIC 9(16).
         05 WS-MK-DIGITS.
           10 WS-MK-DIGITS-1            PIC 9(16).
           10 WS-MK-DIGITS-2            PIC 9(16).
         05 WS-MK-VALUE                 PIC X(60).
         05 WS-MK-LEN                   PIC 9(03).
         05 WS-MK-IDX                   PIC 9(03).
         05 WS-MK-CHAR-VAL              PIC 9(03).
         05 WS-MK-KIND                  PIC X(08).
         05 WS-MK-RESULT                PIC X(60).
         05 WS-MK-QUOT                  PIC 9(16).
         05 WS-MK-FIRST-IX              PIC 9(02).
         05 WS-MK-LAST-IX               PIC 9(02).
         05 WS-MK-STREET-IX             PIC 9(02).
         05 WS-MK-CITY-IX               PIC 9(02).
         05 WS-MK-HOUSE-NO              PIC 9(03).
         05 WS-MK-HOUSE-ED              PIC ZZ9.
         05 WS-MK-USER-NO               PIC 9(08).

      *    IBAN WORK AREA -- SAME MOD-97-10 STEPS AS ACCBO'S
      *    F-COMPUTE-IBAN-CHECK-DIGITS.
       01 IBAN-VARS.
         05 WS-IB-IN                    PIC X(30).
         05 WS-IB-OUT                   PIC X(30).
         05 WS-IB-LEN                   PIC 9(02).
         05 WS-IB-POS                   PIC 9(02).
         05 WS-IB-REARR                 PIC X(34).
         05 WS-IB-REARR-LEN             PIC 9(02).
         05 WS-IB-NUMERIC               PIC X(70).
         05 WS-IB-NUM-LEN               PIC 9(02).
         05 WS-IB-CHAR                  PIC X(01).
         05 WS-IB-ALPHA                 PIC 9(02).
         05 WS-IB-DIGIT                 PIC 9(01).
         05 WS-IB-REMAINDER             PIC 9(04).
         05 WS-IB-CHECK                 PIC 9(02).

       01 CHECKSUM-VARS.
         05 WS-CS-LINE                  PIC X(200).
         05 WS-CS-LINE-LEN              PIC 9(03).
         05 WS-CS-IDX                   PIC 9(03).
         05 WS-CS-CHAR-VAL              PIC 9(03).
         05 WS-CS-LINE-HASH             PIC 9(16).

      *    MADE-UP NAMES AND PLACES THE PSEUDONYMS ARE BUILT FROM.
       01 FIRST-NAME-TABLE.
         05 FILLER             PIC X(10) VALUE "ANNA".
         05 FILLER             PIC X(10) VALUE "BEN".
         05 FILLER             PIC X(10) VALUE "CLARA".
         05 FILLER             PIC X(10) VALUE "DAVID".
         05 FILLER             PIC X(10) VALUE "EMMA".
         05 FILLER             PIC X(10) VALUE "FELIX".
         05 FILLER             PIC X(10) VALUE "GRETA".
         05 FILLER             PIC X(10) VALUE "HUGO".
         05 FILLER             PIC X(10) VALUE "IDA".
         05 FILLER             PIC X(10) VALUE "JONAS".
         05 FILLER             PIC X(10) VALUE "KLARA".
         05 FILLER             PIC X(10) VALUE "LEON".
         05 FILLER             PIC X(10) VALUE "MARIA".
         05 FILLER             PIC X(10) VALUE "NOAH".
         05 FILLER             PIC X(10) VALUE "OLIVIA".
         05 FILLER             PIC X(10) VALUE "PAUL".
         05 FILLER             PIC X(10) VALUE "ROSA".
         05 FILLER             PIC X(10) VALUE "SIMON".
         05 FILLER             PIC X(10) VALUE "TILDA".
         05 FILLER             PIC X(10) VALUE "VIKTOR".
       01 FIRST-NAME-TABLE-R REDEFINES FIRST-NAME-TABLE.
         05 FIRST-NAME                  PIC X(10) OCCURS 20 TIMES.

       01 LAST-NAME-TABLE.
         05 FILLER             PIC X(12) VALUE "ADLER".
         05 FILLER             PIC X(12) VALUE "BRANDT".
         05 FILLER             PIC X(12) VALUE "CORDES".
         05 FILLER             PIC X(12) VALUE "DORN".
         05 FILLER             PIC X(12) VALUE "EBERT".
         05 FILLER             PIC X(12) VALUE "FINK".
         05 FILLER             PIC X(12) VALUE "GRAF".
         05 FILLER             PIC X(12) VALUE "HAHN".
         05 FILLER             PIC X(12) VALUE "ILSE".
         05 FILLER             PIC X(12) VALUE "JANSEN".
         05 FILLER             PIC X(12) VALUE "KELLER".
         05 FILLER             PIC X(12) VALUE "LANGE".
         05 FILLER             PIC X(12) VALUE "MOSER".
         05 FILLER             PIC X(12) VALUE "NOLTE".
         05 FILLER             PIC X(12) VALUE "OTTEN".
         05 FILLER             PIC X(12) VALUE "PETERS".
         05 FILLER             PIC X(12) VALUE "RIEDEL".
         05 FILLER             PIC X(12) VALUE "SEIDEL".
         05 FILLER             PIC X(12) VALUE "THIEL".
         05 FILLER             PIC X(12) VALUE "VOGT".
       01 LAST-NAME-TABLE-R REDEFINES LAST-NAME-TABLE.
         05 LAST-NAME                   PIC X(12) OCCURS 20 TIMES.

       01 STREET-TABLE.
         05 FILLER             PIC X(16) VALUE "AHORNWEG".
         05 FILLER             PIC X(16) VALUE "BIRKENALLEE".
         05 FILLER             PIC X(16) VALUE "BRUNNENSTRASSE".
         05 FILLER             PIC X(16) VALUE "EICHENRING".
         05 FILLER             PIC X(16) VALUE "FELDWEG".
         05 FILLER             PIC X(16) VALUE "GARTENSTRASSE".
         05 FILLER             PIC X(16) VALUE "HAUPTSTRASSE".
         05 FILLER             PIC X(16) VALUE "KIRCHPLATZ".
         05 FILLER             PIC X(16) VALUE "LINDENSTRASSE".
         05 FILLER             PIC X(16) VALUE "MARKTPLATZ".
         05 FILLER             PIC X(16) VALUE "MUEHLENWEG".
         05 FILLER             PIC X(16) VALUE "PARKSTRASSE".
         05 FILLER             PIC X(16) VALUE "ROSENWEG".
         05 FILLER             PIC X(16) VALUE "SCHULSTRASSE".
         05 FILLER             PIC X(16) VALUE "WIESENGRUND".
       01 STREET-TABLE-R REDEFINES STREET-TABLE.
         05 STREET-NAME                 PIC X(16) OCCURS 15 TIMES.

       01 CITY-TABLE.
         05 FILLER             PIC X(12) VALUE "NORDHEIM".
         05 FILLER             PIC X(12) VALUE "SUEDDORF".
         05 FILLER             PIC X(12) VALUE "OSTBURG".
         05 FILLER             PIC X(12) VALUE "WESTHAUSEN".
         05 FILLER             PIC X(12) VALUE "BERGSTADT".
         05 FILLER             PIC X(12) VALUE "TALHEIM".
         05 FILLER             PIC X(12) VALUE "SEEDORF".
         05 FILLER             PIC X(12) VALUE "WALDBURG".
         05 FILLER             PIC X(12) VALUE "FLUSSAU".
         05 FILLER             PIC X(12) VALUE "HEIDEFELD".
       01 CITY-TABLE-R REDEFINES CITY-TABLE.
         05 CITY-NAME                   PIC X(12) OCCURS 10 TIMES.

      *    EVERY DISTINCT ORIGINAL VALUE MASKED THIS RUN, FOR THE
      *    SURVIVOR CHECK. HELD ONLY IN MEMORY -- NEVER WRITTEN OUT.
       01 ORIGINALS-TABLE.
         05 OT-COUNT                    PIC 9(05) VALUE 0.
         05 OT-ENTRY OCCURS 5000 TIMES.
           10 OT-VALUE                  PIC X(60).
           10 OT-LEN                    PIC 9(03).
           10 OT-KIND                   PIC X(08).

       01 FLAGS.
         05 FG-ABORT                    PIC X VALUE 'N'.
           88 FG-ABORT-Y                VALUE 'Y'.
           88 FG-ABORT-N                VALUE 'N'.
         05 FG-MORE-LINES               PIC X VALUE 'Y'.
           88 FG-MORE-LINES-Y           VALUE 'Y'.
           88 FG-MORE-LINES-N           VALUE 'N'.
         05 FG-ORIGINALS-FULL           PIC X VALUE 'N'.
           88 FG-ORIGINALS-FULL-Y       VALUE 'Y'.
           88 FG-ORIGINALS-FULL-N       VALUE 'N'.
         05 FG-ORIGINAL-FOUND           PIC X VALUE 'N'.
           88 FG-ORIGINAL-FOUND-Y       VALUE 'Y'.
           88 FG-ORIGINAL-FOUND-N       VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(05).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-TS, ARG-KEY
           END-UNSTRING

           PERFORM F-INIT

           IF FG-ABORT-N
             MOVE "BUSR"                   TO WS-ENTITY
             PERFORM F-MASK-ENTITY
             MOVE WS-ROWS                  TO WS-BUSR-ROWS
             MOVE WS-ENTITY-CHECKSUM       TO WS-BUSR-CHECKSUM

             MOVE "CUSTOMERS"              TO WS-ENTITY
             PERFORM F-MASK-ENTITY
             MOVE WS-ROWS                  TO WS-CUST-ROWS
             MOVE WS-ENTITY-CHECKSUM       TO WS-CUST-CHECKSUM

             MOVE "ACCOUNTS"               TO WS-ENTITY
             PERFORM F-MASK-ENTITY
             MOVE WS-ROWS                  TO WS-ACC-ROWS
             MOVE WS-ENTITY-CHECKSUM       TO WS-ACC-CHECKSUM

             MOVE "TRANSACTIONS"           TO WS-ENTITY
             PERFORM F-MASK-ENTITY
             MOVE WS-ROWS                  TO WS-TRANS-ROWS
             MOVE WS-ENTITY-CHECKSUM       TO WS-TRANS-CHECKSUM

             MOVE "TRANSFERS"              TO WS-ENTITY
             PERFORM F-MASK-ENTITY
             MOVE WS-ROWS                  TO WS-TRANSFER-ROWS
             MOVE WS-ENTITY-CHECKSUM       TO WS-TRANSFER-CHECKSUM

             PERFORM F-WRITE-MANIFEST
             PERFORM F-PROVE-MASKING
           END-IF

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "TEST-DATA MASKING STARTING" TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           IF ARG-TS = SPACES
             DISPLAY "TESTMASK: usage: TESTMASK <backup-timestamp> "
                     "[key]"
             SET FG-ABORT-Y               TO TRUE
             EXIT SECTION
           END-IF

           STRING "files/backup/BACKUP_MANIFEST_" DELIMITED BY SIZE
                  FUNCTION TRIM(ARG-TS)            DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
             INTO WS-SRC-MANIFEST-NAME
           END-STRING
           STRING "files/testdata/BACKUP_MANIFEST_" DELIMITED BY SIZE
                  FUNCTION TRIM(ARG-TS)              DELIMITED BY SIZE
                  ".txt"                             DELIMITED BY SIZE
             INTO WS-OUT-MANIFEST-NAME
           END-STRING
           STRING "files/testdata/MASK_MANIFEST_"   DELIMITED BY SIZE
                  FUNCTION TRIM(ARG-TS)              DELIMITED BY SIZE
                  ".txt"                             DELIMITED BY SIZE
             INTO WS-PROOF-NAME
           END-STRING

      *    THE SNAPSHOT MUST EXIST -- AND ITS MODE GOES ON THE MASKED
      *    SET'S OWN MANIFEST, SINCE AN INCREMENTAL DUMP ONLY HOLDS
      *    THE NEWER HISTORY ROWS.
           OPEN INPUT MANIFEST-INPUT
           IF WS-IN-STATUS NOT = "00"
             DISPLAY "TESTMASK: no backup found for timestamp '"
                     FUNCTION TRIM(ARG-TS) "'"
             SET FG-ABORT-Y               TO TRUE
             EXIT SECTION
           END-IF
           SET FG-MORE-LINES-Y            TO TRUE
           PERFORM UNTIL FG-MORE-LINES-N
             READ MANIFEST-INPUT
               AT END
                 SET FG-MORE-LINES-N      TO TRUE
               NOT AT END
                 IF MANIFEST-IN-LINE(1:5) = "MODE|"
                   MOVE MANIFEST-IN-LINE(6:) TO WS-SRC-MODE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MANIFEST-INPUT
           IF WS-SRC-MODE = SPACES
             MOVE "FULL"                  TO WS-SRC-MODE
           END-IF
           IF WS-SRC-MODE NOT = "FULL"
             DISPLAY "TESTMASK: snapshot " FUNCTION TRIM(ARG-TS)
                     " is " FUNCTION TRIM(WS-SRC-MODE)
                     " -- its history holds only the newer rows"
           END-IF

      *    THE KEY ITSELF IS NEVER WRITTEN ANYWHERE; THE PROOF ONLY
      *    SAYS WHETHER THE DEFAULT WAS USED.
           IF ARG-KEY = SPACES
             MOVE K-MASK-DEFAULT-KEY      TO WS-MK-VALUE
             MOVE "DEFAULT"               TO WS-KEY-SOURCE
           ELSE
             MOVE ARG-KEY                 TO WS-MK-VALUE
             MOVE "SUPPLIED"              TO WS-KEY-SOURCE
           END-IF
           MOVE 0                         TO WS-MK-HASH
           PERFORM UT-MASK-HASH
           MOVE WS-MK-HASH                TO WS-MK-SEED
           MOVE SPACES                    TO ARG-KEY
                                             WS-MK-VALUE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           IF FG-ABORT-Y
             MOVE "TEST-DATA MASKING ABANDONED" TO U-LOG-LINE
           ELSE
             STRING "MASKED ", FUNCTION TRIM(ARG-TS),
                    " -- IBANS: ", FUNCTION TRIM(WS-IBANS-MASKED),
                    " NAMES: ", FUNCTION TRIM(WS-NAMES-MASKED),
                    " ADDRESSES: ", FUNCTION TRIM(WS-ADDRESSES-MASKED),
                    " USERS: ", FUNCTION TRIM(WS-USERS-MASKED),
                    " SURVIVORS: ", FUNCTION TRIM(WS-SURVIVORS)
               INTO U-LOG-LINE
             END-STRING
           END-IF
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-MASK-ENTITY SECTION.
      *    ONE DUMP FILE, IN TO OUT. THE HEADER LINE IS COPIED AS IT
      *    IS AND, AS IN BACKUPRUN, LEFT OUT OF THE COUNT AND THE
      *    CHECKSUM.
           MOVE 0                          TO WS-ROWS
                                              WS-ENTITY-CHECKSUM
           MOVE SPACES                     TO WS-SRC-NAME
                                              WS-OUT-NAME
           STRING "files/backup/BACKUP_"   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENTITY) DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  FUNCTION TRIM(ARG-TS)    DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-SRC-NAME
           END-STRING
           STRING "files/testdata/BACKUP_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENTITY) DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  FUNCTION TRIM(ARG-TS)    DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-OUT-NAME
           END-STRING

           OPEN INPUT DUMP-INPUT
           IF WS-IN-STATUS NOT = "00"
             DISPLAY "TESTMASK: " FUNCTION TRIM(WS-SRC-NAME)
                     " missing -- masked set has no "
                     FUNCTION TRIM(WS-ENTITY)
             EXIT SECTION
           END-IF
           OPEN OUTPUT DUMP-OUTPUT

           READ DUMP-INPUT
             AT END
               SET FG-MORE-LINES-N         TO TRUE
             NOT AT END
               SET FG-MORE-LINES-Y         TO TRUE
               MOVE DUMP-IN-LINE           TO DUMP-OUT-LINE
               WRITE DUMP-OUT-LINE
           END-READ

           PERFORM UNTIL FG-MORE-LINES-N
             READ DUMP-INPUT
               AT END
                 SET FG-MORE-LINES-N       TO TRUE
               NOT AT END
                 IF DUMP-IN-LINE NOT = SPACES
                   PERFORM F-MASK-ROW
                   WRITE DUMP-OUT-LINE
                   ADD 1                   TO WS-ROWS
                   MOVE DUMP-OUT-LINE      TO WS-CS-LINE
                   PERFORM UT-COMPUTE-LINE-CHECKSUM
                   COMPUTE WS-ENTITY-CHECKSUM =
                     FUNCTION MOD(WS-ENTITY-CHECKSUM + WS-CS-LINE-HASH,
                                  9999999999999999)
                 END-IF
             END-READ
           END-PERFORM

           CLOSE DUMP-INPUT
           CLOSE DUMP-OUTPUT
           .
       F-MASK-ENTITY-END.
           EXIT.
      ******************************************************************
       F-MASK-ROW SECTION.
      *    COLUMN LAYOUTS AS BACKUPRUN WRITES THEM (AND RESTORERUN
      *    READS THEM BACK).
           MOVE SPACES                     TO ROW-FIELDS
           UNSTRING DUMP-IN-LINE DELIMITED BY "|"
             INTO RF-COL(1), RF-COL(2), RF-COL(3), RF-COL(4),
                  RF-COL(5), RF-COL(6)
           END-UNSTRING
           MOVE SPACES                     TO DUMP-OUT-LINE

           EVALUATE WS-ENTITY
      *      ID|USERNAME|PASSWORD|ROLE
             WHEN "BUSR"
               MOVE RF-COL(2)              TO WS-MK-VALUE
               MOVE "USERNAME"             TO WS-MK-KIND
               PERFORM F-REMEMBER-ORIGINAL
               PERFORM F-PSEUDO-USERNAME
               MOVE WS-MK-RESULT           TO RF-COL(2)
               MOVE RF-COL(3)              TO WS-MK-VALUE
               MOVE "PASSWORD"             TO WS-MK-KIND
               PERFORM F-REMEMBER-ORIGINAL
               MOVE K-MASK-TEST-PASSWORD   TO RF-COL(3)
               ADD 1                       TO WS-USERS-MASKED
               STRING FUNCTION TRIM(RF-COL(1)) "|"
                      FUNCTION TRIM(RF-COL(2)) "|"
                      FUNCTION TRIM(RF-COL(3)) "|"
                      FUNCTION TRIM(RF-COL(4))
                 DELIMITED BY SIZE INTO DUMP-OUT-LINE
               END-STRING
      *      ID|USERNAME|ADDRESS|BANKUSERID
             WHEN "CUSTOMERS"
               MOVE RF-COL(2)              TO WS-MK-VALUE
               MOVE "NAME"                 TO WS-MK-KIND
               PERFORM F-REMEMBER-ORIGINAL
               PERFORM F-PSEUDO-NAME
               MOVE WS-MK-RESULT           TO RF-COL(2)
               MOVE RF-COL(3)              TO WS-MK-VALUE
               MOVE "ADDRESS"              TO WS-MK-KIND
               PERFORM F-REMEMBER-ORIGINAL
               PERFORM F-PSEUDO-ADDRESS
               MOVE WS-MK-RESULT           TO RF-COL(3)
               STRING FUNCTION TRIM(RF-COL(1)) "|"
                      FUNCTION TRIM(RF-COL(2)) "|"
                      FUNCTION TRIM(RF-COL(3)) "|"
                      FUNCTION TRIM(RF-COL(4))
                 DELIMITED BY SIZE INTO DUMP-OUT-LINE
               END-STRING
      *      ID|CUSTOMERID|IBAN|CURRENCY|BALANCE|STATUS
             WHEN "ACCOUNTS"
               MOVE RF-COL(3)              TO WS-IB-IN
               PERFORM F-PSEUDO-IBAN
               MOVE WS-IB-OUT              TO RF-COL(3)
               STRING FUNCTION TRIM(RF-COL(1)) "|"
                      FUNCTION TRIM(RF-COL(2)) "|"
                      FUNCTION TRIM(RF-COL(3)) "|"
                      FUNCTION TRIM(RF-COL(4)) "|"
                      FUNCTION TRIM(RF-COL(5)) "|"
                      RF-COL(6)(1:1)
                 DELIMITED BY SIZE INTO DUMP-OUT-LINE
               END-STRING
      *      SRCIBAN|DESTIBAN|AMOUNT|CURRENCY|TIMESTAMP -- THE IBANS
      *      KEEP BACKUPRUN'S FIXED 30-CHARACTER WIDTH.
             WHEN "TRANSFERS"
               MOVE RF-COL(1)              TO WS-IB-IN
               PERFORM F-PSEUDO-IBAN
               MOVE WS-IB-OUT              TO RF-COL(1)
               MOVE RF-COL(2)              TO WS-IB-IN
               PERFORM F-PSEUDO-IBAN
               MOVE WS-IB-OUT              TO RF-COL(2)
               STRING RF-COL(1)(1:30) "|"
                      RF-COL(2)(1:30) "|"
                      FUNCTION TRIM(RF-COL(3)) "|"
                      FUNCTION TRIM(RF-COL(4)) "|"
                      RF-COL(5)(1:22)
                 DELIMITED BY SIZE INTO DUMP-OUT-LINE
               END-STRING
      *      ACCOUNTID|TRANSTYPE|AMOUNT|TIMESTAMP|ACCBALANCE -- NO
      *      PERSONAL FIELD, CARRIED OVER AS IT IS.
             WHEN OTHER
               MOVE DUMP-IN-LINE           TO DUMP-OUT-LINE
           END-EVALUATE
           .
       F-MASK-ROW-END.
           EXIT.
      ******************************************************************
       F-PSEUDO-USERNAME SECTION.
      *    "TU" + 8 DIGITS OF THE KEYED HASH -- UNIQUE FOR EVERY
      *    PRACTICAL NUMBER OF USERS, AND THE SAME EVERY TIME FOR THE
      *    SAME USER NAME AND KEY.
           MOVE WS-MK-SEED                 TO WS-MK-HASH
           PERFORM UT-MASK-HASH
           MOVE FUNCTION MOD(WS-MK-HASH, 100000000) TO WS-MK-USER-NO
           MOVE SPACES                     TO WS-MK-RESULT
           STRING "TU" WS-MK-USER-NO
             DELIMITED BY SIZE INTO WS-MK-RESULT
           END-STRING
           .
       F-PSEUDO-USERNAME-END.
           EXIT.
      ******************************************************************
       F-PSEUDO-NAME SECTION.
           IF WS-MK-VALUE = SPACES
             MOVE SPACES                   TO WS-MK-RESULT
             EXIT SECTION
           END-IF
           MOVE WS-MK-SEED                 TO WS-MK-HASH
           PERFORM UT-MASK-HASH
           DIVIDE WS-MK-HASH BY 20 GIVING WS-MK-QUOT
             REMAINDER WS-MK-FIRST-IX
           END-DIVIDE
           ADD 1                           TO WS-MK-FIRST-IX
           MOVE FUNCTION MOD(WS-MK-QUOT, 20) TO WS-MK-LAST-IX
           ADD 1                           TO WS-MK-LAST-IX
           MOVE SPACES                     TO WS-MK-RESULT
           STRING FUNCTION TRIM(FIRST-NAME(WS-MK-FIRST-IX)) " "
                  FUNCTION TRIM(LAST-NAME(WS-MK-LAST-IX))
             DELIMITED BY SIZE INTO WS-MK-RESULT
           END-STRING
           ADD 1                           TO WS-NAMES-MASKED
           .
       F-PSEUDO-NAME-END.
           EXIT.
      ******************************************************************
       F-PSEUDO-ADDRESS SECTION.
           IF WS-MK-VALUE = SPACES
             MOVE SPACES                   TO WS-MK-RESULT
             EXIT SECTION
           END-IF
           MOVE WS-MK-SEED                 TO WS-MK-HASH
           PERFORM UT-MASK-HASH
           COMPUTE WS-MK-HOUSE-NO = FUNCTION MOD(WS-MK-HASH, 199) + 1
           DIVIDE WS-MK-HASH BY 199 GIVING WS-MK-QUOT
           END-DIVIDE
           COMPUTE WS-MK-STREET-IX = FUNCTION MOD(WS-MK-QUOT, 15) + 1
           DIVIDE WS-MK-QUOT BY 15 GIVING WS-MK-QUOT
           END-DIVIDE
           COMPUTE WS-MK-CITY-IX = FUNCTION MOD(WS-MK-QUOT, 10) + 1
           MOVE WS-MK-HOUSE-NO             TO WS-MK-HOUSE-ED
           MOVE SPACES                     TO WS-MK-RESULT
           STRING FUNCTION TRIM(STREET-NAME(WS-MK-STREET-IX)) " "
                  FUNCTION TRIM(WS-MK-HOUSE-ED) ", "
                  FUNCTION TRIM(CITY-NAME(WS-MK-CITY-IX))
             DELIMITED BY SIZE INTO WS-MK-RESULT
           END-STRING
           ADD 1                           TO WS-ADDRESSES-MASKED
           .
       F-PSEUDO-ADDRESS-END.
           EXIT.
      ******************************************************************
       F-PSEUDO-IBAN SECTION.
      *    COUNTRY CODE, LENGTH AND ANY LETTERS OF THE BBAN STAY AS
      *    THEY WERE; EVERY BBAN DIGIT IS REPLACED FROM THE KEYED
      *    HASH OF THE WHOLE IBAN, AND THE CHECK DIGITS ARE WORKED
      *    OUT AFRESH SO THE PSEUDONYM PASSES UT-VALIDATE-IBAN.
           MOVE FUNCTION UPPER-CASE(WS-IB-IN) TO WS-IB-IN
           MOVE WS-IB-IN                   TO WS-IB-OUT
           IF WS-IB-IN = SPACES
             EXIT SECTION
           END-IF
           COMPUTE WS-IB-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-IB-IN))
           IF WS-IB-LEN < 5
             EXIT SECTION
           END-IF

           MOVE WS-IB-IN                   TO WS-MK-VALUE
           MOVE "IBAN"                     TO WS-MK-KIND
           PERFORM F-REMEMBER-ORIGINAL

           MOVE WS-MK-SEED                 TO WS-MK-HASH
           PERFORM UT-MASK-HASH
           MOVE WS-MK-HASH                 TO WS-MK-DIGITS-1
           PERFORM UT-MASK-HASH
           MOVE WS-MK-HASH                 TO WS-MK-DIGITS-2

           PERFORM VARYING WS-IB-POS FROM 5 BY 1
                   UNTIL WS-IB-POS > WS-IB-LEN
             IF WS-IB-IN(WS-IB-POS:1) IS NUMERIC
               MOVE WS-MK-DIGITS(WS-IB-POS - 4:1)
                                           TO WS-IB-OUT(WS-IB-POS:1)
             END-IF
           END-PERFORM

      *    REARRANGE AS BBAN + COUNTRY + "00", EXPAND LETTERS TO
      *    A=10..Z=35, CHECK DIGITS = 98 - REMAINDER MOD 97.
           MOVE SPACES                     TO WS-IB-REARR
           STRING WS-IB-OUT(5:WS-IB-LEN - 4)
                  WS-IB-OUT(1:2)
                  "00"
             DELIMITED BY SIZE INTO WS-IB-REARR
           END-STRING
           MOVE WS-IB-LEN                  TO WS-IB-REARR-LEN

           MOVE SPACES                     TO WS-IB-NUMERIC
           MOVE 0                          TO WS-IB-NUM-LEN
           PERFORM VARYING WS-IB-POS FROM 1 BY 1
                   UNTIL WS-IB-POS > WS-IB-REARR-LEN
             MOVE WS-IB-REARR(WS-IB-POS:1) TO WS-IB-CHAR
             IF WS-IB-CHAR >= "A" AND WS-IB-CHAR <= "Z"
               COMPUTE WS-IB-ALPHA = FUNCTION ORD(WS-IB-CHAR)
                                   - FUNCTION ORD("A") + 10
               MOVE WS-IB-ALPHA            TO WS-IB-NUMERIC
                                              (WS-IB-NUM-LEN + 1:2)
               ADD 2                       TO WS-IB-NUM-LEN
             ELSE
               ADD 1                       TO WS-IB-NUM-LEN
               MOVE WS-IB-CHAR             TO WS-IB-NUMERIC
                                              (WS-IB-NUM-LEN:1)
             END-IF
           END-PERFORM

           MOVE 0                          TO WS-IB-REMAINDER
           PERFORM VARYING WS-IB-POS FROM 1 BY 1
                   UNTIL WS-IB-POS > WS-IB-NUM-LEN
             MOVE WS-IB-NUMERIC(WS-IB-POS:1) TO WS-IB-DIGIT
             COMPUTE WS-IB-REMAINDER =
                 FUNCTION MOD((WS-IB-REMAINDER * 10)
                              + WS-IB-DIGIT, 97)
           END-PERFORM
           COMPUTE WS-IB-CHECK = 98 - WS-IB-REMAINDER
           MOVE WS-IB-CHECK                TO WS-IB-OUT(3:2)

           ADD 1                           TO WS-IBANS-MASKED
           .
       F-PSEUDO-IBAN-END.
           EXIT.
      ******************************************************************
       F-REMEMBER-ORIGINAL SECTION.
      *    WS-MK-VALUE INTO ORIGINALS-TABLE, ONCE. TOO SHORT TO PROVE
      *    ANYTHING, OR NO ROOM LEFT, AND IT IS SKIPPED -- THE LATTER
      *    MAKES THE PROOF INCOMPLETE.
           COMPUTE WS-MK-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MK-VALUE))
           IF WS-MK-VALUE = SPACES
             OR WS-MK-LEN < K-MASK-MIN-CHECK-LEN
             EXIT SECTION
           END-IF

           SET FG-ORIGINAL-FOUND-N         TO TRUE
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > OT-COUNT OR FG-ORIGINAL-FOUND-Y
             IF OT-VALUE(IND-1) = WS-MK-VALUE
               SET FG-ORIGINAL-FOUND-Y     TO TRUE
             END-IF
           END-PERFORM
           IF FG-ORIGINAL-FOUND-Y
             EXIT SECTION
           END-IF

           IF OT-COUNT >= K-MASK-MAX-ORIGINALS
             SET FG-ORIGINALS-FULL-Y       TO TRUE
             EXIT SECTION
           END-IF
           ADD 1                           TO OT-COUNT
           MOVE FUNCTION TRIM(WS-MK-VALUE) TO OT-VALUE(OT-COUNT)
           MOVE WS-MK-LEN                  TO OT-LEN(OT-COUNT)
           MOVE WS-MK-KIND                 TO OT-KIND(OT-COUNT)
           .
       F-REMEMBER-ORIGINAL-END.
           EXIT.
      ******************************************************************
       F-WRITE-MANIFEST SECTION.
      *    SAME LAYOUT AS BACKUPRUN'S, NAMING THE FILES WHERE THE
      *    TEST ENVIRONMENT LOADS THEM FROM, SO BACKUPVRFY AND
      *    RESTORERUN TAKE THE MASKED SET AS THEY WOULD A SNAPSHOT.
           OPEN OUTPUT MANIFEST-OUTPUT
           MOVE SPACES                     TO MANIFEST-OUT-LINE
           STRING "MODE|" FUNCTION TRIM(WS-SRC-MODE)
             DELIMITED BY SIZE INTO MANIFEST-OUT-LINE
           END-STRING
           WRITE MANIFEST-OUT-LINE
           MOVE SPACES                     TO MANIFEST-OUT-LINE
           STRING "TIMESTAMP|" FUNCTION TRIM(ARG-TS)
             DELIMITED BY SIZE INTO MANIFEST-OUT-LINE
           END-STRING
           WRITE MANIFEST-OUT-LINE

           MOVE "CUSTOMERS"                TO WS-ENTITY
           MOVE WS-CUST-ROWS               TO WS-ROWS
           MOVE WS-CUST-CHECKSUM           TO WS-ENTITY-CHECKSUM
           PERFORM F-WRITE-MANIFEST-ENTRY
           MOVE "BUSR"                     TO WS-ENTITY
           MOVE WS-BUSR-ROWS               TO WS-ROWS
           MOVE WS-BUSR-CHECKSUM           TO WS-ENTITY-CHECKSUM
           PERFORM F-WRITE-MANIFEST-ENTRY
           MOVE "ACCOUNTS"                 TO WS-ENTITY
           MOVE WS-ACC-ROWS                TO WS-ROWS
           MOVE WS-ACC-CHECKSUM            TO WS-ENTITY-CHECKSUM
           PERFORM F-WRITE-MANIFEST-ENTRY
           MOVE "TRANSACTIONS"             TO WS-ENTITY
           MOVE WS-TRANS-ROWS              TO WS-ROWS
           MOVE WS-TRANS-CHECKSUM          TO WS-ENTITY-CHECKSUM
           PERFORM F-WRITE-MANIFEST-ENTRY
           MOVE "TRANSFERS"                TO WS-ENTITY
           MOVE WS-TRANSFER-ROWS           TO WS-ROWS
           MOVE WS-TRANSFER-CHECKSUM       TO WS-ENTITY-CHECKSUM
           PERFORM F-WRITE-MANIFEST-ENTRY

           CLOSE MANIFEST-OUTPUT
           .
       F-WRITE-MANIFEST-END.
           EXIT.
      ******************************************************************
       F-WRITE-MANIFEST-ENTRY SECTION.
           MOVE SPACES                     TO WS-LOAD-NAME
           STRING "files/backup/BACKUP_"   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENTITY) DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  FUNCTION TRIM(ARG-TS)    DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-LOAD-NAME
           END-STRING
           MOVE SPACES                     TO MANIFEST-OUT-LINE
           STRING FUNCTION TRIM(WS-ENTITY) "|"
                  FUNCTION TRIM(WS-LOAD-NAME)
                  "|" FUNCTION TRIM(WS-ROWS)
                  "|" FUNCTION TRIM(WS-ENTITY-CHECKSUM)
             DELIMITED BY SIZE INTO MANIFEST-OUT-LINE
           END-STRING
           WRITE MANIFEST-OUT-LINE
           .
       F-WRITE-MANIFEST-ENTRY-END.
           EXIT.
      ******************************************************************
       F-PROVE-MASKING SECTION.
           OPEN OUTPUT PROOF-OUTPUT
           MOVE SPACES                     TO PROOF-LINE
           STRING "SOURCE|" FUNCTION TRIM(ARG-TS)
                  "|" FUNCTION TRIM(WS-SRC-MODE)
             DELIMITED BY SIZE INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           MOVE SPACES                     TO PROOF-LINE
           STRING "KEY|" FUNCTION TRIM(WS-KEY-SOURCE)
             DELIMITED BY SIZE INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           MOVE SPACES                     TO PROOF-LINE
           STRING "MASKED|BUSR|" FUNCTION TRIM(WS-BUSR-ROWS)
                  "|USERNAME,PASSWORD"
             DELIMITED BY SIZE INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           MOVE SPACES                     TO PROOF-LINE
           STRING "MASKED|CUSTOMERS|" FUNCTION TRIM(WS-CUST-ROWS)
                  "|USERNAME,ADDRESS"
             DELIMITED BY SIZE INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           MOVE SPACES                     TO PROOF-LINE
           STRING "MASKED|ACCOUNTS|" FUNCTION TRIM(WS-ACC-ROWS)
                  "|IBAN"
             DELIMITED BY SIZE INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           MOVE SPACES                     TO PROOF-LINE
           STRING "MASKED|TRANSFERS|" FUNCTION TRIM(WS-TRANSFER-ROWS)
                  "|SRCIBAN,DESTIBAN"
             DELIMITED BY SIZE INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE
           MOVE SPACES                     TO PROOF-LINE
           STRING "COPIED|TRANSACTIONS|" FUNCTION TRIM(WS-TRANS-ROWS)
                  "|NO PERSONAL FIELDS"
             DELIMITED BY SIZE INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE

      *    READ EVERY MASKED FILE THAT CARRIED A PERSONAL FIELD BACK
      *    AND LOOK FOR EVERY ORIGINAL VALUE IN EVERY LINE.
           MOVE "BUSR"                     TO WS-ENTITY
           PERFORM F-SEARCH-ENTITY
           MOVE "CUSTOMERS"                TO WS-ENTITY
           PERFORM F-SEARCH-ENTITY
           MOVE "ACCOUNTS"                 TO WS-ENTITY
           PERFORM F-SEARCH-ENTITY
           MOVE "TRANSFERS"                TO WS-ENTITY
           PERFORM F-SEARCH-ENTITY

           MOVE SPACES                     TO PROOF-LINE
           STRING "CHECKED|" FUNCTION TRIM(OT-COUNT)
                  " ORIGINAL VALUES|" FUNCTION TRIM(WS-LINES-SEARCHED)
                  " LINES|" FUNCTION TRIM(WS-SURVIVORS) " SURVIVORS"
             DELIMITED BY SIZE INTO PROOF-LINE
           END-STRING
           WRITE PROOF-LINE

           MOVE SPACES                     TO PROOF-LINE
           EVALUATE TRUE
             WHEN WS-SURVIVORS > 0
               MOVE "RESULT|FAIL"          TO PROOF-LINE
             WHEN FG-ORIGINALS-FULL-Y
               STRING "RESULT|INCOMPLETE|MORE THAN "
                      K-MASK-MAX-ORIGINALS " DISTINCT VALUES"
                 DELIMITED BY SIZE INTO PROOF-LINE
               END-STRING
             WHEN OTHER
               MOVE "RESULT|PASS"          TO PROOF-LINE
           END-EVALUATE
           WRITE PROOF-LINE
           DISPLAY "TESTMASK: " FUNCTION TRIM(PROOF-LINE)
           CLOSE PROOF-OUTPUT
           .
       F-PROVE-MASKING-END.
           EXIT.
      ******************************************************************
       F-SEARCH-ENTITY SECTION.
           MOVE SPACES                     TO WS-OUT-NAME
           STRING "files/testdata/BACKUP_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ENTITY) DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  FUNCTION TRIM(ARG-TS)    DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-OUT-NAME
           END-STRING
           OPEN INPUT DUMP-OUTPUT
           IF WS-OUT-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE 0                          TO WS-LINE-NO
           SET FG-MORE-LINES-Y             TO TRUE
           PERFORM UNTIL FG-MORE-LINES-N
             READ DUMP-OUTPUT
               AT END
                 SET FG-MORE-LINES-N       TO TRUE
               NOT AT END
                 ADD 1                     TO WS-LINE-NO
                                              WS-LINES-SEARCHED
                 PERFORM F-SEARCH-LINE
             END-READ
           END-PERFORM
           CLOSE DUMP-OUTPUT
           .
       F-SEARCH-ENTITY-END.
           EXIT.
      ******************************************************************
       F-SEARCH-LINE SECTION.
      *    A HIT NAMES THE FILE, LINE AND KIND OF VALUE -- NEVER THE
      *    VALUE, WHICH WOULD PUT IT BACK ON DISK.
           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > OT-COUNT
             MOVE 0                        TO WS-TALLY
             INSPECT DUMP-OUT-LINE TALLYING WS-TALLY
               FOR ALL OT-VALUE(IND-1)(1:OT-LEN(IND-1))
             IF WS-TALLY > 0
               ADD 1                       TO WS-SURVIVORS
               MOVE SPACES                 TO PROOF-LINE
               STRING "SURVIVOR|" FUNCTION TRIM(WS-ENTITY)
                      "|LINE " FUNCTION TRIM(WS-LINE-NO)
                      "|" FUNCTION TRIM(OT-KIND(IND-1))
                 DELIMITED BY SIZE INTO PROOF-LINE
               END-STRING
               WRITE PROOF-LINE
             END-IF
           END-PERFORM
           .
       F-SEARCH-LINE-END.
           EXIT.
      ******************************************************************
       UT-MASK-HASH SECTION.
      *    KEYED ROLLING HASH OF WS-MK-VALUE (TRIMMED), CONTINUING
      *    FROM WHATEVER IS IN WS-MK-HASH -- SAME ACCUMULATION STEP
      *    AS UT-COMPUTE-LINE-CHECKSUM. CALLED AGAIN ON ITS OWN
      *    RESULT FOR A FURTHER 16 DIGITS.
           COMPUTE WS-MK-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MK-VALUE))
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
                   UNTIL WS-MK-IDX > WS-MK-LEN
             MOVE FUNCTION ORD(WS-MK-VALUE(WS-MK-IDX:1))
                                             TO WS-MK-CHAR-VAL
             COMPUTE WS-MK-HASH =
               FUNCTION MOD((WS-MK-HASH * 131 + WS-MK-CHAR-VAL),
                            9999999999999999)
           END-PERFORM
           .
       UT-MASK-HASH-END.
           EXIT.
      ******************************************************************
       UT-COMPUTE-LINE-CHECKSUM SECTION.
      *    ROLLING MULTIPLICATIVE HASH OVER WS-CS-LINE (TRIMMED),
      *    RESULT IN WS-CS-LINE-HASH -- THE SAME STEP BACKUPRUN USES,
      *    SO BACKUPVRFY ACCEPTS THE MASKED SET'S MANIFEST.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CS-LINE))
                                             TO WS-CS-LINE-LEN
           MOVE 0                           TO WS-CS-LINE-HASH
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CS-LINE-LEN
             MOVE FUNCTION ORD(WS-CS-LINE(WS-CS-IDX:1))
                                             TO WS-CS-CHAR-VAL
             COMPUTE WS-CS-LINE-HASH =
               FUNCTION MOD((WS-CS-LINE-HASH * 131 + WS-CS-CHAR-VAL),
                            9999999999999999)
           END-PERFORM
           .
       UT-COMPUTE-LINE-CHECKSUM-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
