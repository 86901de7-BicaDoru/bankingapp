      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ACCSWITCH.
      ******************************************************************
      *  Current account switching -- a customer moving their main
      *  account to us from another bank. Run standalone:
      *     ACCSWITCH REQUEST 00012 00034 BANKDEFFXXX
      *               DE89370400440532013000 20261101 00003 OLD BANK AG
      *     ACCSWITCH IMPORT  00005 00003
      *     ACCSWITCH DROP    00005 00041 00003
      *     ACCSWITCH CONFIRM 00005 00003
      *     ACCSWITCH CANCEL  00005 00003
      *     ACCSWITCH LIST    [00005]
      *  REQUEST opens a switch on files/acctswitch.dat (see
      *  ACCSWITCHRECORD): the customer, our account the switch lands
      *  on (open, theirs), the old bank's BIC, the old IBAN (not one
      *  of ours), the switch date (at least K-SW-MIN-LEAD-DAYS ahead)
      *  and the old bank's name (rest of the line).
      *  IMPORT reads the old bank's list files/switch_in_<id>.txt
      *  (see ACCSWITCHINRECORD). Each standing order is staged on
      *  files/standord.dat as PENDING, paying from the new account,
      *  first running on its old schedule's first date on or after
      *  the switch date; each recurring payer is kept on the switch.
      *  DROP cancels a staged order the customer does not want
      *  carried over. CONFIRM is the customer's go-ahead: the staged
      *  orders go live and a redirection notice per payer is written
      *  to files/reports/SWITCH_NOTICES_<id>.txt. CANCEL abandons a
      *  switch not yet at its switch date, with the orders it made.
      *  On the switch date SWITCHRUN asks the old bank for the
      *  closing balance and completes the switch when it arrives.
      *  Bank staff (teller or admin) key every step; each is written
      *  to the audit trail.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT SWITCH-FILE ASSIGN TO "files/acctswitch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SW-ID
           FILE STATUS IS WS-SW-FILE-STATUS.

           SELECT STANDING-ORDERS-FILE ASSIGN TO "files/standord.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-ID
           FILE STATUS IS WS-SO-FILE-STATUS.

           SELECT SWITCH-IN-FILE ASSIGN TO DYNAMIC WS-IN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT NOTICE-OUTPUT ASSIGN TO DYNAMIC WS-NOTICE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTICE-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  SWITCH-FILE.
       COPY ACCSWITCHRECORD.

       FD  STANDING-ORDERS-FILE.
       COPY STANDORDRECORD.

       FD  SWITCH-IN-FILE.
       COPY ACCSWITCHINRECORD.

       FD  NOTICE-OUTPUT.
       01  NOTICE-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ACCSWITCH           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-SCHEDDATE            VALUE "SCHEDDATE           ".

       01 CONSTANTS.
      *    SHORTEST NOTICE BETWEEN OPENING A SWITCH AND ITS DATE.
         COPY ACCSWITCHCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-REQUEST             VALUE "REQUEST".
           88 ARG-OP-IMPORT              VALUE "IMPORT".
           88 ARG-OP-DROP                VALUE "DROP".
           88 ARG-OP-CONFIRM             VALUE "CONFIRM".
           88 ARG-OP-CANCEL              VALUE "CANCEL".
           88 ARG-OP-LIST                VALUE "LIST".
      *    REQUEST: TOK2=CUSTOMER  TOK3=OUR ACCOUNT  TOK4=OLD BANK BIC
      *             TOK5=OLD IBAN  TOK6=SWITCH DATE  TOK7=BANK USER
      *             REST OF LINE=OLD BANK NAME
      *    IMPORT, CONFIRM, CANCEL:  TOK2=SWITCH ID  TOK3=BANK USER
      *    DROP:    TOK2=SWITCH ID  TOK3=STANDING ORDER ID
      *             TOK4=BANK USER
      *    LIST:    TOK2=SWITCH ID (OPTIONAL)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
         05 ARG-TOK4                    PIC X(30).
         05 ARG-TOK5                    PIC X(30).
         05 ARG-TOK6                    PIC X(08).
         05 ARG-TOK7                    PIC X(09).
         05 WS-PTR                      PIC 9(03).

       01 INTERNAL-VARS.
         05 WS-SW-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SO-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-IN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-NOTICE-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-IN-FILENAME              PIC X(256).
         05 WS-NOTICE-FILENAME          PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-SWITCH-ID                PIC 9(05).
         05 WS-NEXT-ID                  PIC 9(05) VALUE 0.
         05 WS-NEXT-SO-ID               PIC 9(05) VALUE 0.
         05 WS-DROP-SO-ID               PIC 9(05).
         05 WS-IDX                      PIC 9(02).
         05 WS-LEAD-DAYS                PIC S9(07).
         05 WS-FIRST-DAY                PIC 9(07).
         05 WS-SWITCH-DAY               PIC 9(07).
         05 WS-STRIDES                  PIC 9(07).
         05 WS-CUSTOMER-NAME            PIC X(50).
         05 WS-SKIP-REASON              PIC X(40).
         05 WS-LINES-READ               PIC 9(05) VALUE 0.
         05 WS-ORDERS-STAGED            PIC 9(05) VALUE 0.
         05 WS-PAYERS-KEPT              PIC 9(05) VALUE 0.
         05 WS-LINES-SKIPPED            PIC 9(05) VALUE 0.
         05 WS-ORDERS-CHANGED           PIC 9(05) VALUE 0.
         05 WS-SWITCHES-LISTED          PIC 9(05) VALUE 0.
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.
      *    FREQUENCY OF THE LINE BEING STAGED -- SAME SYNTAX AND
      *    PARSE AS STANDORD.F-PARSE-FREQUENCY.
         05 WS-FREQ-TEXT                PIC X(05).
         05 WS-FREQ-RULE                PIC X(01).
           88 WS-FREQ-DAYS              VALUE "D".
         05 WS-FREQ-INTERVAL            PIC 9(03).
         05 WS-FREQ-DAY                 PIC 9(02).
         05 WS-NOMINAL-DATE             PIC 9(08).

       01 LOCK-VARS.
         05 WS-LOCK-NAME                PIC X(20)
                                        VALUE "STANDORD".
         05 FG-LOCK-HELD                PIC X VALUE 'N'.
           88 FG-LOCK-HELD-Y            VALUE 'Y'.
           88 FG-LOCK-HELD-N            VALUE 'N'.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-LINES               PIC X VALUE 'Y'.
           88 FG-MORE-LINES-Y           VALUE 'Y'.
           88 FG-MORE-LINES-N           VALUE 'N'.
         05 FG-SWITCH-OK                PIC X VALUE 'Y'.
           88 FG-SWITCH-OK-Y            VALUE 'Y'.
           88 FG-SWITCH-OK-N            VALUE 'N'.
         05 FG-FREQ-OK                  PIC X VALUE 'Y'.
           88 FG-FREQ-OK-Y              VALUE 'Y'.
           88 FG-FREQ-OK-N              VALUE 'N'.
         05 FG-ON-SWITCH                PIC X VALUE 'N'.
           88 FG-ON-SWITCH-Y            VALUE 'Y'.
           88 FG-ON-SWITCH-N            VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
       COPY BUSRINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY AUDITINTERFACE.
       COPY FILELOCKINTERFACE.
       COPY SCHEDDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

      *    THE SWITCH STAGES AND RELEASES STANDING ORDERS -- SAME
      *    WRITER LOCK AS STANDORD AND STANDRUN.
           PERFORM F-ACQUIRE-FILE-LOCK
           IF FG-LOCK-HELD-Y

             MOVE 1                        TO WS-PTR
             UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
               INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4,
                    ARG-TOK5, ARG-TOK6, ARG-TOK7
               WITH POINTER WS-PTR
             END-UNSTRING

             PERFORM F-OPEN-FILES

             EVALUATE TRUE
               WHEN ARG-OP-REQUEST
                 PERFORM F-REQUEST-SWITCH
               WHEN ARG-OP-IMPORT
                 PERFORM F-IMPORT-LISTS
               WHEN ARG-OP-DROP
                 PERFORM F-DROP-ORDER
               WHEN ARG-OP-CONFIRM
                 PERFORM F-CONFIRM-SWITCH
               WHEN ARG-OP-CANCEL
                 PERFORM F-CANCEL-SWITCH
               WHEN ARG-OP-LIST
                 PERFORM F-LIST-SWITCHES
               WHEN OTHER
                 DISPLAY "USAGE: ACCSWITCH REQUEST|IMPORT|DROP|CONFIRM"
                         "|CANCEL|LIST ..."
             END-EVALUATE

             PERFORM F-FINISH
             PERFORM F-RELEASE-FILE-LOCK
           END-IF
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ACCOUNT SWITCHING STARTING"
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
           CLOSE SWITCH-FILE
           CLOSE STANDING-ORDERS-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ACCOUNT SWITCHING FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O SWITCH-FILE
           IF WS-SW-FILE-STATUS = "35"
             OPEN OUTPUT SWITCH-FILE
             CLOSE SWITCH-FILE
             OPEN I-O SWITCH-FILE
           END-IF

           OPEN I-O STANDING-ORDERS-FILE
           IF WS-SO-FILE-STATUS = "35"
             OPEN OUTPUT STANDING-ORDERS-FILE
             CLOSE STANDING-ORDERS-FILE
             OPEN I-O STANDING-ORDERS-FILE
           END-IF
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-REQUEST-SWITCH SECTION.
           SET FG-SWITCH-OK-Y              TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK7) NOT = 0
             DISPLAY "CUSTOMER, ACCOUNT AND BANK USER MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           IF ARG-TOK4 = SPACES OR ARG-TOK5 = SPACES
             DISPLAY "A SWITCH NEEDS THE OLD BANK'S BIC AND THE OLD "
                     "IBAN"
             EXIT SECTION
           END-IF
           IF WS-PTR < 2 OR WS-PTR > 200
           OR ARG-COMMAND-STRING(WS-PTR:) = SPACES
             DISPLAY "A SWITCH NEEDS THE OLD BANK'S NAME"
             EXIT SECTION
           END-IF
           IF ARG-TOK6 NOT NUMERIC
             DISPLAY "SWITCH DATE MUST BE YYYYMMDD"
             EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(ARG-TOK6))
              NOT = 0
             DISPLAY "SWITCH DATE " ARG-TOK6 " IS NOT A VALID DATE"
             EXIT SECTION
           END-IF

      *    TIME FOR THE OLD BANK'S LISTS, THE CUSTOMER'S GO-AHEAD AND
      *    THE PAYERS TO ACT ON THEIR NOTICES.
           COMPUTE WS-LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(ARG-TOK6))
                 - FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)
           IF WS-LEAD-DAYS < K-SW-MIN-LEAD-DAYS
             DISPLAY "SWITCH DATE " ARG-TOK6 " IS LESS THAN "
                     K-SW-MIN-LEAD-DAYS " DAYS AWAY"
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(ARG-TOK7)  TO WS-ACTOR-BUSR-ID
           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF

      *    AN ACCOUNT ALREADY HELD HERE IS A TRANSFER, NOT A SWITCH.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE ARG-TOK5                   TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF ACCDB-STATUS-OK
             DISPLAY "OLD ACCOUNT IS HELD AT THIS BANK -- NOTHING TO "
                     "SWITCH"
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-SWITCH-ID
           PERFORM F-CHECK-OPEN-SWITCH
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF
           PERFORM F-FIND-NEXT-ID

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-SWITCH-ID               TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             DISPLAY "ACCOUNT " ARG-TOK3 " NOT ON FILE"
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             DISPLAY "ACCOUNT " ARG-TOK3 " IS CLOSED"
             EXIT SECTION
           END-IF
           IF O-ACC-CUSTOMERID(1) NOT = FUNCTION NUMVAL(ARG-TOK2)
             DISPLAY "ACCOUNT " ARG-TOK3 " DOES NOT BELONG TO "
                     "CUSTOMER " ARG-TOK2
             EXIT SECTION
           END-IF

           INITIALIZE ACC-SWITCH-RECORD
           MOVE WS-NEXT-ID                 TO SW-ID
           MOVE O-ACC-CUSTOMERID(1)        TO SW-CUSTOMER-ID
           MOVE WS-SWITCH-ID               TO SW-ACCOUNT-ID
           MOVE O-ACC-IBAN(1)              TO SW-NEW-IBAN
           MOVE O-ACC-CURRENCY(1)          TO SW-CURRENCY
           MOVE ARG-TOK4                   TO SW-OLD-BANK-BIC
           MOVE ARG-COMMAND-STRING(WS-PTR:) TO SW-OLD-BANK-NAME
           MOVE ARG-TOK5                   TO SW-OLD-IBAN
           MOVE FUNCTION NUMVAL(ARG-TOK6)  TO SW-SWITCH-DATE
           SET SW-IS-REQUESTED             TO TRUE
           MOVE WS-TODAY-RAW               TO SW-REQUESTED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SW-REQUESTED-BY

           WRITE ACC-SWITCH-RECORD
             INVALID KEY
               DISPLAY "COULD NOT OPEN SWITCH " SW-ID
                       " -- STATUS " WS-SW-FILE-STATUS
               EXIT SECTION
           END-WRITE

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-CREATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "SWITCH " SW-ID " OPENED -- "
                   FUNCTION TRIM(SW-OLD-BANK-NAME) " "
                   FUNCTION TRIM(SW-OLD-IBAN) " TO ACCOUNT "
                   SW-ACCOUNT-ID " ON " SW-SWITCH-DATE
           DISPLAY "EXPECTING THE OLD BANK'S LISTS AS "
                   "files/switch_in_" SW-ID ".txt"
           .
       F-REQUEST-SWITCH-END.
           EXIT.
      ******************************************************************
       F-CHECK-OPEN-SWITCH SECTION.
      *    ONE SWITCH IN PROGRESS PER ACCOUNT (WS-SWITCH-ID) AT A
      *    TIME.
           MOVE LOW-VALUES                 TO SW-ID
           START SWITCH-FILE KEY IS NOT LESS THAN SW-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SWITCH-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SW-ACCOUNT-ID = WS-SWITCH-ID
                 AND SW-IS-IN-PROGRESS
                   DISPLAY "ACCOUNT " WS-SWITCH-ID
                           " ALREADY HAS SWITCH " SW-ID
                           " IN PROGRESS"
                   SET FG-SWITCH-OK-N      TO TRUE
                   SET FG-MORE-RECORDS-N   TO TRUE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-CHECK-OPEN-SWITCH-END.
           EXIT.
      ******************************************************************
       F-IMPORT-LISTS SECTION.
           PERFORM F-READ-SWITCH
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF
           IF NOT SW-IS-REQUESTED
             DISPLAY "SWITCH " SW-ID " IS NOT WAITING FOR ITS LISTS "
                     "(STATUS " SW-STATUS ")"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF

           MOVE SPACES                     TO WS-IN-FILENAME
           STRING "files/switch_in_"       DELIMITED BY SIZE
                  SW-ID                    DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-IN-FILENAME
           END-STRING
           OPEN INPUT SWITCH-IN-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
             DISPLAY "NO LIST FROM THE OLD BANK: "
                     FUNCTION TRIM(WS-IN-FILENAME)
             EXIT SECTION
           END-IF

           PERFORM F-FIND-NEXT-SO-ID

           SET FG-MORE-LINES-Y             TO TRUE
           PERFORM UNTIL FG-MORE-LINES-N
             READ SWITCH-IN-FILE
               AT END
                 SET FG-MORE-LINES-N       TO TRUE
               NOT AT END
                 ADD 1                     TO WS-LINES-READ
                 EVALUATE TRUE
                   WHEN SWI-IS-STANDING-ORDER
                     PERFORM F-STAGE-ORDER
                   WHEN SWI-IS-PAYER
                     PERFORM F-KEEP-PAYER
                   WHEN OTHER
                     ADD 1                 TO WS-LINES-SKIPPED
                     DISPLAY "LINE " WS-LINES-READ
                             " SKIPPED -- UNKNOWN TYPE " SWI-TYPE
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE SWITCH-IN-FILE

           SET SW-IS-IMPORTED              TO TRUE
           REWRITE ACC-SWITCH-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "SWITCH " SW-ID " IMPORTED -- " WS-ORDERS-STAGED
                   " ORDER(S) STAGED, " WS-PAYERS-KEPT " PAYER(S), "
                   WS-LINES-SKIPPED " LINE(S) SKIPPED"
           DISPLAY "REVIEW WITH THE CUSTOMER, DROP ANY ORDER NOT "
                   "WANTED, THEN CONFIRM"
           .
       F-IMPORT-LISTS-END.
           EXIT.
      ******************************************************************
       F-STAGE-ORDER SECTION.
           MOVE SPACES                     TO WS-SKIP-REASON
           MOVE SWI-SO-FREQUENCY           TO WS-FREQ-TEXT
           PERFORM F-PARSE-FREQUENCY

           EVALUATE TRUE
             WHEN SW-SO-COUNT >= 20
               MOVE "MORE ORDERS THAN A SWITCH CARRIES"
                                           TO WS-SKIP-REASON
             WHEN SWI-SO-DEST-IBAN = SPACES
               MOVE "NO PAYEE IBAN"        TO WS-SKIP-REASON
             WHEN SWI-SO-DEST-IBAN = SW-NEW-IBAN
             OR SWI-SO-DEST-IBAN = SW-OLD-IBAN
               MOVE "PAYS THE SWITCHING ACCOUNT ITSELF"
                                           TO WS-SKIP-REASON
             WHEN SWI-SO-AMOUNT NOT NUMERIC
             OR SWI-SO-AMOUNT = 0
               MOVE "AMOUNT MISSING OR NOT POSITIVE"
                                           TO WS-SKIP-REASON
             WHEN SWI-SO-CURRENCY NOT = SW-CURRENCY
               MOVE "CURRENCY DIFFERS FROM THE NEW ACCOUNT"
                                           TO WS-SKIP-REASON
             WHEN FG-FREQ-OK-N
               MOVE "FREQUENCY NOT RECOGNISED"
                                           TO WS-SKIP-REASON
             WHEN SWI-SO-NEXT-DATE NOT NUMERIC
               MOVE "NEXT PAYMENT DATE NOT YYYYMMDD"
                                           TO WS-SKIP-REASON
             WHEN FUNCTION TEST-DATE-YYYYMMDD(SWI-SO-NEXT-DATE)
                  NOT = 0
               MOVE "NEXT PAYMENT DATE NOT VALID"
                                           TO WS-SKIP-REASON
           END-EVALUATE
           IF WS-SKIP-REASON NOT = SPACES
             PERFORM F-SKIP-LINE
             EXIT SECTION
           END-IF

           INITIALIZE STANDING-ORDER-RECORD
           MOVE WS-NEXT-SO-ID              TO SO-ID
           MOVE SW-NEW-IBAN                TO SO-SRC-IBAN
           MOVE SWI-SO-DEST-IBAN           TO SO-DEST-IBAN
           MOVE SWI-SO-AMOUNT              TO SO-AMOUNT
           MOVE SWI-SO-CURRENCY            TO SO-CURRENCY
           SET SO-IS-PENDING               TO TRUE

      *    THE OLD BANK KEEPS PAYING UNTIL THE SWITCH DATE -- OURS
      *    TAKES OVER AT THE OLD SCHEDULE'S FIRST DATE FROM THEN ON.
           IF WS-FREQ-DAYS
             MOVE FUNCTION NUMVAL(WS-FREQ-TEXT)
                                           TO SO-FREQUENCY-DAYS
             MOVE SWI-SO-NEXT-DATE         TO SO-NEXT-RUN-DATE
             IF SO-NEXT-RUN-DATE < SW-SWITCH-DATE
               COMPUTE WS-FIRST-DAY =
                       FUNCTION INTEGER-OF-DATE(SO-NEXT-RUN-DATE)
               COMPUTE WS-SWITCH-DAY =
                       FUNCTION INTEGER-OF-DATE(SW-SWITCH-DATE)
               COMPUTE WS-STRIDES =
                       (WS-SWITCH-DAY - WS-FIRST-DAY
                        + SO-FREQUENCY-DAYS - 1) / SO-FREQUENCY-DAYS
               COMPUTE SO-NEXT-RUN-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY
                         + WS-STRIDES * SO-FREQUENCY-DAYS)
             END-IF
           ELSE
             INITIALIZE SCHEDDATE-INTERFACE
             SET I-SD-OP-FIRST             TO TRUE
             MOVE WS-FREQ-RULE             TO I-SD-RULE
             MOVE WS-FREQ-INTERVAL         TO I-SD-INTERVAL
             MOVE WS-FREQ-DAY              TO I-SD-DAY
             MOVE SWI-SO-NEXT-DATE         TO I-SD-DATE
             SET PGNAME-SCHEDDATE          TO TRUE
             CALL PROGNAME USING SCHEDDATE-INTERFACE
      *      THE OLD BANK'S NEXT DATE ANCHORS THE RULE (A QUARTERLY OR
      *      YEARLY ORDER KEEPS ITS MONTHS); STEP IT PAST THE SWITCH.
             PERFORM UNTIL NOT SCHEDDATE-STATUS-OK
                     OR O-SD-DATE >= SW-SWITCH-DATE
               MOVE O-SD-DAY               TO I-SD-DAY
               MOVE O-SD-NOMINAL-DATE      TO I-SD-DATE
               SET I-SD-OP-NEXT            TO TRUE
               CALL PROGNAME USING SCHEDDATE-INTERFACE
             END-PERFORM
             IF NOT SCHEDDATE-STATUS-OK
               MOVE "FREQUENCY NOT RECOGNISED"
                                           TO WS-SKIP-REASON
               PERFORM F-SKIP-LINE
               EXIT SECTION
             END-IF
             MOVE O-SD-DATE                TO SO-NEXT-RUN-DATE
             MOVE O-SD-NOMINAL-DATE        TO WS-NOMINAL-DATE
             MOVE O-SD-DAY                 TO WS-FREQ-DAY
             COMPUTE SO-FREQUENCY-DAYS =
                     WS-FREQ-INTERVAL * 365 / 12
           END-IF

           WRITE STANDING-ORDER-RECORD
             INVALID KEY
               MOVE "COULD NOT BE STAGED"  TO WS-SKIP-REASON
               PERFORM F-SKIP-LINE
               EXIT SECTION
           END-WRITE

           IF NOT WS-FREQ-DAYS
             INITIALIZE SCHEDDATE-INTERFACE
             SET I-SD-OP-PUT               TO TRUE
             SET I-SD-ENTITY-SO            TO TRUE
             MOVE SO-ID                    TO I-SD-ENTITY-ID
             MOVE WS-FREQ-RULE             TO I-SD-RULE
             MOVE WS-FREQ-INTERVAL         TO I-SD-INTERVAL
             MOVE WS-FREQ-DAY              TO I-SD-DAY
             MOVE WS-NOMINAL-DATE          TO I-SD-DATE
             SET PGNAME-SCHEDDATE          TO TRUE
             CALL PROGNAME USING SCHEDDATE-INTERFACE
             IF NOT SCHEDDATE-STATUS-OK
               DISPLAY "WARNING: CALENDAR RULE NOT SAVED FOR ORDER "
                       SO-ID " -- IT RUNS EVERY "
                       SO-FREQUENCY-DAYS " DAYS"
             END-IF
           END-IF

           ADD 1                           TO SW-SO-COUNT
           MOVE SO-ID                      TO SW-SO-ID(SW-SO-COUNT)
           ADD 1                           TO WS-NEXT-SO-ID
           ADD 1                           TO WS-ORDERS-STAGED

           MOVE SO-AMOUNT                  TO WS-AMOUNT-EDITED
           DISPLAY "STAGED ORDER " SO-ID " TO "
                   FUNCTION TRIM(SWI-SO-PAYEE) " "
                   FUNCTION TRIM(SO-DEST-IBAN) " "
                   FUNCTION TRIM(WS-AMOUNT-EDITED) " " SO-CURRENCY
                   " " FUNCTION TRIM(WS-FREQ-TEXT)
                   " FIRST " SO-NEXT-RUN-DATE
           .
       F-STAGE-ORDER-END.
           EXIT.
      ******************************************************************
       F-KEEP-PAYER SECTION.
           MOVE SPACES                     TO WS-SKIP-REASON
           EVALUATE TRUE
             WHEN SW-PAYER-COUNT >= 20
               MOVE "MORE PAYERS THAN A SWITCH CARRIES"
                                           TO WS-SKIP-REASON
             WHEN SWI-PY-NAME = SPACES
               MOVE "NO PAYER NAME"        TO WS-SKIP-REASON
           END-EVALUATE
           IF WS-SKIP-REASON NOT = SPACES
             PERFORM F-SKIP-LINE
             EXIT SECTION
           END-IF

           ADD 1                           TO SW-PAYER-COUNT
           MOVE SWI-PY-NAME       TO SW-PAYER-NAME(SW-PAYER-COUNT)
           MOVE SWI-PY-IBAN       TO SW-PAYER-IBAN(SW-PAYER-COUNT)
           IF SWI-PY-AMOUNT NUMERIC
             MOVE SWI-PY-AMOUNT   TO SW-PAYER-AMOUNT(SW-PAYER-COUNT)
           END-IF
           MOVE SWI-PY-REFERENCE
                              TO SW-PAYER-REFERENCE(SW-PAYER-COUNT)
           ADD 1                           TO WS-PAYERS-KEPT
           DISPLAY "PAYER " FUNCTION TRIM(SWI-PY-NAME) " KEPT FOR "
                   "REDIRECTION"
           .
       F-KEEP-PAYER-END.
           EXIT.
      ******************************************************************
       F-SKIP-LINE SECTION.
           ADD 1                           TO WS-LINES-SKIPPED
           DISPLAY "LINE " WS-LINES-READ " SKIPPED -- "
                   FUNCTION TRIM(WS-SKIP-REASON)
           .
       F-SKIP-LINE-END.
           EXIT.
      ******************************************************************
       F-DROP-ORDER SECTION.
           PERFORM F-READ-SWITCH
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "STANDING ORDER ID MUST BE NUMERIC"
             EXIT SECTION
           END-IF
           IF NOT SW-IS-IMPORTED
             DISPLAY "SWITCH " SW-ID " IS NOT AWAITING CONFIRMATION "
                     "(STATUS " SW-STATUS ")"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-DROP-SO-ID

           SET FG-ON-SWITCH-N              TO TRUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SW-SO-COUNT
             IF SW-SO-ID(WS-IDX) = WS-DROP-SO-ID
               SET FG-ON-SWITCH-Y          TO TRUE
             END-IF
           END-PERFORM
           IF FG-ON-SWITCH-N
             DISPLAY "ORDER " WS-DROP-SO-ID " WAS NOT STAGED BY SWITCH "
                     SW-ID
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF

           MOVE WS-DROP-SO-ID              TO SO-ID
           READ STANDING-ORDERS-FILE
             INVALID KEY
               DISPLAY "NO SUCH STANDING ORDER: " WS-DROP-SO-ID
               EXIT SECTION
           END-READ
           IF NOT SO-IS-PENDING
             DISPLAY "ORDER " SO-ID " IS NOT PENDING (STATUS "
                     SO-STATUS ")"
             EXIT SECTION
           END-IF
           SET SO-IS-CANCELLED             TO TRUE
           REWRITE STANDING-ORDER-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "ORDER " SO-ID " DROPPED FROM SWITCH " SW-ID
           .
       F-DROP-ORDER-END.
           EXIT.
      ******************************************************************
       F-CONFIRM-SWITCH SECTION.
           PERFORM F-READ-SWITCH
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF
           IF NOT SW-IS-IMPORTED
             DISPLAY "SWITCH " SW-ID " IS NOT AWAITING CONFIRMATION "
                     "(STATUS " SW-STATUS ")"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF

      *    THE ORDERS STILL PENDING GO LIVE -- THEIR FIRST RUN WAS
      *    SET ON OR AFTER THE SWITCH DATE AT IMPORT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SW-SO-COUNT
             MOVE SW-SO-ID(WS-IDX)         TO SO-ID
             READ STANDING-ORDERS-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF SO-IS-PENDING
                   SET SO-IS-ACTIVE        TO TRUE
                   REWRITE STANDING-ORDER-RECORD
                   ADD 1                   TO WS-ORDERS-CHANGED
                 END-IF
             END-READ
           END-PERFORM

           PERFORM F-WRITE-NOTICES

           SET SW-IS-CONFIRMED             TO TRUE
           MOVE WS-TODAY-RAW               TO SW-CONFIRMED-DATE
           MOVE WS-ACTOR-BUSR-ID           TO SW-CONFIRMED-BY
           REWRITE ACC-SWITCH-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-UPDATE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "SWITCH " SW-ID " CONFIRMED -- " WS-ORDERS-CHANGED
                   " ORDER(S) LIVE FROM " SW-SWITCH-DATE ", "
                   SW-PAYER-COUNT " REDIRECTION NOTICE(S)"
           .
       F-CONFIRM-SWITCH-END.
           EXIT.
      ******************************************************************
       F-WRITE-NOTICES SECTION.
      *    ONE NOTICE PER RECURRING PAYER -- EMPLOYER, BENEFITS
      *    OFFICE, TENANT -- FOR THE DESK TO SEND OUT.
           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE SW-CUSTOMER-ID             TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF CUST-STATUS-OK
             MOVE O-CUST-USERNAME(1)       TO WS-CUSTOMER-NAME
           ELSE
             MOVE SPACES                   TO WS-CUSTOMER-NAME
             STRING "CUSTOMER " SW-CUSTOMER-ID
               DELIMITED BY SIZE INTO WS-CUSTOMER-NAME
             END-STRING
           END-IF

           MOVE SPACES                     TO WS-NOTICE-FILENAME
           STRING "files/reports/SWITCH_NOTICES_" DELIMITED BY SIZE
                  SW-ID                    DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-NOTICE-FILENAME
           END-STRING
           OPEN OUTPUT NOTICE-OUTPUT
           IF WS-NOTICE-FILE-STATUS NOT = "00"
             DISPLAY "COULD NOT WRITE "
                     FUNCTION TRIM(WS-NOTICE-FILENAME)
             EXIT SECTION
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SW-PAYER-COUNT
             PERFORM F-WRITE-NOTICE
           END-PERFORM
           CLOSE NOTICE-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-NOTICE-FILENAME        TO U-RPTREG-PATH
           MOVE SW-PAYER-COUNT            TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER
           .
       F-WRITE-NOTICES-END.
           EXIT.
      ******************************************************************
       F-WRITE-NOTICE SECTION.
           MOVE "===== NOTICE OF CHANGE OF BANK ACCOUNT ====="
                                           TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES                     TO NOTICE-LINE
           STRING "To       : " SW-PAYER-NAME(WS-IDX)
             DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES                     TO NOTICE-LINE
           STRING "Date     : " WS-TODAY-RAW
             DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES                     TO NOTICE-LINE
           STRING "Payee    : " FUNCTION TRIM(WS-CUSTOMER-NAME)
             DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES                     TO NOTICE-LINE
           IF SW-PAYER-AMOUNT(WS-IDX) > 0
             MOVE SW-PAYER-AMOUNT(WS-IDX)  TO WS-AMOUNT-EDITED
             STRING "Payment  : " FUNCTION TRIM(WS-AMOUNT-EDITED)
                    " " SW-CURRENCY " REF "
                    SW-PAYER-REFERENCE(WS-IDX)
               DELIMITED BY SIZE INTO NOTICE-LINE
             END-STRING
           ELSE
             STRING "Payment  : REF " SW-PAYER-REFERENCE(WS-IDX)
               DELIMITED BY SIZE INTO NOTICE-LINE
             END-STRING
           END-IF
           WRITE NOTICE-LINE
           MOVE SPACES                     TO NOTICE-LINE
           STRING "Old acct : " FUNCTION TRIM(SW-OLD-IBAN) " AT "
                  FUNCTION TRIM(SW-OLD-BANK-NAME) " ("
                  FUNCTION TRIM(SW-OLD-BANK-BIC) ")"
             DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES                     TO NOTICE-LINE
           STRING "New acct : " FUNCTION TRIM(SW-NEW-IBAN)
             DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES                     TO NOTICE-LINE
           STRING "Please make every payment due on or after "
                  SW-SWITCH-DATE " to the new account. The old "
                  "account is being closed."
             DELIMITED BY SIZE INTO NOTICE-LINE
           END-STRING
           WRITE NOTICE-LINE
           MOVE SPACES                     TO NOTICE-LINE
           WRITE NOTICE-LINE
           .
       F-WRITE-NOTICE-END.
           EXIT.
      ******************************************************************
       F-CANCEL-SWITCH SECTION.
           PERFORM F-READ-SWITCH
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF
      *    ONCE THE CLOSING BALANCE HAS BEEN ASKED FOR THE OLD
      *    ACCOUNT IS GOING -- THE SWITCH CAN ONLY RUN ITS COURSE.
           IF NOT SW-IS-REQUESTED AND NOT SW-IS-IMPORTED
           AND NOT SW-IS-CONFIRMED
             DISPLAY "SWITCH " SW-ID " CAN NO LONGER BE CANCELLED "
                     "(STATUS " SW-STATUS ")"
             EXIT SECTION
           END-IF

           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-SWITCH-OK-N
             EXIT SECTION
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SW-SO-COUNT
             MOVE SW-SO-ID(WS-IDX)         TO SO-ID
             READ STANDING-ORDERS-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF SO-IS-PENDING OR SO-IS-ACTIVE
                   SET SO-IS-CANCELLED     TO TRUE
                   REWRITE STANDING-ORDER-RECORD
                   ADD 1                   TO WS-ORDERS-CHANGED
                 END-IF
             END-READ
           END-PERFORM

           SET SW-IS-CANCELLED             TO TRUE
           MOVE WS-TODAY-RAW               TO SW-CLOSED-DATE
           REWRITE ACC-SWITCH-RECORD

           INITIALIZE AUDIT-INTERFACE
           SET I-AUDIT-ACT-DELETE          TO TRUE
           PERFORM F-WRITE-AUDIT

           DISPLAY "SWITCH " SW-ID " CANCELLED -- " WS-ORDERS-CHANGED
                   " ORDER(S) IT SET UP CANCELLED"
           .
       F-CANCEL-SWITCH-END.
           EXIT.
      ******************************************************************
       F-LIST-SWITCHES SECTION.
           IF ARG-TOK2 NOT = SPACES
             IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
               DISPLAY "SWITCH ID MUST BE NUMERIC"
               EXIT SECTION
             END-IF
             MOVE FUNCTION NUMVAL(ARG-TOK2) TO SW-ID
             READ SWITCH-FILE
               INVALID KEY
                 DISPLAY "NO SUCH SWITCH: " ARG-TOK2
                 EXIT SECTION
             END-READ
             PERFORM F-DISPLAY-SWITCH
             PERFORM F-DISPLAY-SWITCH-DETAIL
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO SW-ID
           START SWITCH-FILE KEY IS NOT LESS THAN SW-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SWITCH-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-DISPLAY-SWITCH
                 ADD 1                     TO WS-SWITCHES-LISTED
             END-READ
           END-PERFORM

           IF WS-SWITCHES-LISTED = 0
             DISPLAY "NO ACCOUNT SWITCHES ON FILE"
           END-IF
           .
       F-LIST-SWITCHES-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-SWITCH SECTION.
           DISPLAY "SWITCH " SW-ID " STATUS=" SW-STATUS
                   " CUST=" SW-CUSTOMER-ID
                   " ACC=" SW-ACCOUNT-ID
                   " DATE=" SW-SWITCH-DATE
                   " FROM=" FUNCTION TRIM(SW-OLD-BANK-NAME)
                   " " FUNCTION TRIM(SW-OLD-IBAN)
           .
       F-DISPLAY-SWITCH-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-SWITCH-DETAIL SECTION.
           MOVE SW-BAL-AMOUNT              TO WS-AMOUNT-EDITED
           DISPLAY "      REQUESTED=" SW-REQUESTED-DATE
                   " CONFIRMED=" SW-CONFIRMED-DATE
                   " BALANCE ASKED=" SW-BAL-REQUESTED-DATE
                   " REF=" FUNCTION TRIM(SW-BAL-REF)
                   " RECEIVED=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                   " CLOSED=" SW-CLOSED-DATE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SW-SO-COUNT
             MOVE SW-SO-ID(WS-IDX)         TO SO-ID
             READ STANDING-ORDERS-FILE
               INVALID KEY
                 DISPLAY "      ORDER " SW-SO-ID(WS-IDX) " NOT ON FILE"
               NOT INVALID KEY
                 MOVE SO-AMOUNT            TO WS-AMOUNT-EDITED
                 DISPLAY "      ORDER " SO-ID " STATUS=" SO-STATUS
                         " TO " FUNCTION TRIM(SO-DEST-IBAN)
                         " " FUNCTION TRIM(WS-AMOUNT-EDITED)
                         " " SO-CURRENCY " NEXT " SO-NEXT-RUN-DATE
             END-READ
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > SW-PAYER-COUNT
             DISPLAY "      PAYER " FUNCTION TRIM(SW-PAYER-NAME(WS-IDX))
                     " " FUNCTION TRIM(SW-PAYER-IBAN(WS-IDX))
                     " REF " SW-PAYER-REFERENCE(WS-IDX)
           END-PERFORM
           .
       F-DISPLAY-SWITCH-DETAIL-END.
           EXIT.
      ******************************************************************
       F-READ-SWITCH SECTION.
      *    THE SWITCH IS ALWAYS TOK2; THE BANK USER IS TOK3, OR TOK4
      *    AFTER DROP'S ORDER ID.
           SET FG-SWITCH-OK-Y              TO TRUE
           IF ARG-OP-DROP
             MOVE ARG-TOK4(1:9)            TO ARG-TOK7
           ELSE
             MOVE ARG-TOK3                 TO ARG-TOK7
           END-IF
           IF FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK7) NOT = 0
             DISPLAY "SWITCH ID AND BANK USER MUST BE NUMERIC"
             SET FG-SWITCH-OK-N            TO TRUE
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK7)  TO WS-ACTOR-BUSR-ID
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO SW-ID
           READ SWITCH-FILE
             INVALID KEY
               DISPLAY "NO SUCH SWITCH: " ARG-TOK2
               SET FG-SWITCH-OK-N          TO TRUE
           END-READ
           .
       F-READ-SWITCH-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-ID SECTION.
           MOVE 0                          TO WS-NEXT-ID
           MOVE LOW-VALUES                 TO SW-ID
           START SWITCH-FILE KEY IS NOT LESS THAN SW-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SWITCH-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SW-ID > WS-NEXT-ID
                   MOVE SW-ID              TO WS-NEXT-ID
                 END-IF
             END-READ
           END-PERFORM

           ADD 1                           TO WS-NEXT-ID
           .
       F-FIND-NEXT-ID-END.
           EXIT.
      ******************************************************************
       F-FIND-NEXT-SO-ID SECTION.
      *    SAME NUMBERING AS STANDORD.F-FIND-NEXT-ID.
           MOVE 0                          TO WS-NEXT-SO-ID
           MOVE LOW-VALUES                 TO SO-ID
           START STANDING-ORDERS-FILE KEY IS NOT LESS THAN SO-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ STANDING-ORDERS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SO-ID > WS-NEXT-SO-ID
                   MOVE SO-ID              TO WS-NEXT-SO-ID
                 END-IF
             END-READ
           END-PERFORM

           ADD 1                           TO WS-NEXT-SO-ID
           .
       F-FIND-NEXT-SO-ID-END.
           EXIT.
      ******************************************************************
       F-PARSE-FREQUENCY SECTION.
      *    A NUMBER IS A DAY STRIDE. OTHERWISE A LETTER FOR THE PERIOD
      *    AND AN OPTIONAL TWO-DIGIT DAY OF THE MONTH (SEE STANDORD).
           SET FG-FREQ-OK-Y                TO TRUE
           MOVE 0                          TO WS-FREQ-DAY
           MOVE 0                          TO WS-FREQ-INTERVAL
           MOVE "M"                        TO WS-FREQ-RULE

           IF WS-FREQ-TEXT = SPACES
             SET FG-FREQ-OK-N              TO TRUE
             EXIT SECTION
           END-IF
           IF FUNCTION TRIM(WS-FREQ-TEXT) IS NUMERIC
             SET WS-FREQ-DAYS              TO TRUE
             IF FUNCTION NUMVAL(WS-FREQ-TEXT) = 0
               SET FG-FREQ-OK-N            TO TRUE
             END-IF
             EXIT SECTION
           END-IF

           EVALUATE WS-FREQ-TEXT(1:1)
             WHEN "M"
               MOVE 1                      TO WS-FREQ-INTERVAL
             WHEN "Q"
               MOVE 3                      TO WS-FREQ-INTERVAL
             WHEN "H"
               MOVE 6                      TO WS-FREQ-INTERVAL
             WHEN "A"
               MOVE 12                     TO WS-FREQ-INTERVAL
             WHEN "L"
               MOVE "L"                    TO WS-FREQ-RULE
               MOVE 1                      TO WS-FREQ-INTERVAL
             WHEN OTHER
               SET FG-FREQ-OK-N            TO TRUE
               EXIT SECTION
           END-EVALUATE

           IF WS-FREQ-TEXT(2:4) = SPACES
             EXIT SECTION
           END-IF
           IF WS-FREQ-TEXT(1:1) = "L"
           OR WS-FREQ-TEXT(2:2) NOT NUMERIC
           OR WS-FREQ-TEXT(4:2) NOT = SPACES
             SET FG-FREQ-OK-N              TO TRUE
             EXIT SECTION
           END-IF
           MOVE WS-FREQ-TEXT(2:2)          TO WS-FREQ-DAY
           IF WS-FREQ-DAY < 1 OR WS-FREQ-DAY > 31
             SET FG-FREQ-OK-N              TO TRUE
           END-IF
           .
       F-PARSE-FREQUENCY-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    BANK STAFF RUN THE SWITCH WITH THE CUSTOMER -- A TELLER OR
      *    ADMIN, NOT A SELF-SERVICE CLIENT LOGIN.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             SET FG-SWITCH-OK-N            TO TRUE
             EXIT SECTION
           END-IF

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER
             DISPLAY "ONLY A TELLER OR ADMIN MAY WORK AN ACCOUNT "
                     "SWITCH"
             SET FG-SWITCH-OK-N            TO TRUE
           END-IF
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-AUDIT SECTION.
      *    CALLER LEAVES AUDIT-INTERFACE INITIALIZED WITH THE ACTION
      *    SET. EVERY STEP IS FILED UNDER THE SWITCH.
           MOVE "ACCSWITCH"                TO I-AUDIT-ENTITY
           MOVE SW-ID                      TO I-AUDIT-ENTITY-ID
           MOVE WS-ACTOR-BUSR-ID           TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG             TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE
           .
       F-WRITE-AUDIT-END.
           EXIT.
      ******************************************************************
       F-ACQUIRE-FILE-LOCK SECTION.
      *    NAMED WRITER LOCK ON THE SHARED FILE (SEE FILELOCK.cbl) --
      *    A SECOND WRITER GETS A CLEAN "RESOURCE BUSY" INSTEAD OF
      *    INTERLEAVED I-O AGAINST THE SAME INDEXED FILE.
           SET FG-LOCK-HELD-N              TO TRUE
           INITIALIZE FILELOCK-INTERFACE
           SET I-LOCK-OP-ACQUIRE           TO TRUE
           MOVE WS-LOCK-NAME               TO I-LOCK-NAME
           MOVE PGM-ID                     TO I-LOCK-JOBNAME
           SET PGNAME-FILELOCK             TO TRUE
           CALL PROGNAME USING FILELOCK-INTERFACE

           EVALUATE TRUE
             WHEN FILELOCK-STATUS-OK
               SET FG-LOCK-HELD-Y          TO TRUE
             WHEN FILELOCK-STATUS-BUSY
               DISPLAY "RESOURCE BUSY -- "
                       FUNCTION TRIM(WS-LOCK-NAME)
                       " IS LOCKED BY "
                       FUNCTION TRIM(O-LOCK-HOLDER-JOB)
                       " SINCE " O-LOCK-ACQUIRED-TS
                       ", TRY LATER"
             WHEN OTHER
               DISPLAY "COULD NOT REACH THE LOCK FILE -- "
                       "PROCEEDING WITHOUT COORDINATION"
               SET FG-LOCK-HELD-Y          TO TRUE
           END-EVALUATE
           .
       F-ACQUIRE-FILE-LOCK-END.
           EXIT.
      ******************************************************************
       F-RELEASE-FILE-LOCK SECTION.
           INITIALIZE FILELOCK-INTERFACE
           SET I-LOCK-OP-RELEASE           TO TRUE
           MOVE WS-LOCK-NAME               TO I-LOCK-NAME
           MOVE PGM-ID                     TO I-LOCK-JOBNAME
           SET PGNAME-FILELOCK             TO TRUE
           CALL PROGNAME USING FILELOCK-INTERFACE
           .
       F-RELEASE-FILE-LOCK-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
