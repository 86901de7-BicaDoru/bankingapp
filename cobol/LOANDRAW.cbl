      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOANDRAW.
      ******************************************************************
      *  Staged-disbursement (drawdown) tool for construction and
      *  project loans opened with LOANORD STAGED. Run standalone,
      *  e.g.:
      *     LOANDRAW PLAN    00012 50000.00 20270115
      *     LOANDRAW REQUEST 00012 01 00003
      *     LOANDRAW APPROVE 00012 01 00007
      *     LOANDRAW REJECT  00012 01 00007
      *     LOANDRAW LIST
      *     LOANDRAW LIST    00012
      *  PLAN adds a tranche to the loan's drawdown schedule on
      *  files/loanfacility.dat (see LOANFACILITYRECORD) -- an amount
      *  and the date it is expected, no later than the draw
      *  deadline. The tranches still to be drawn, together with
      *  those already drawn, may never exceed the approved facility.
      *  REQUEST asks for a planned tranche to be released, once the
      *  work it pays for is certified. Nothing moves yet.
      *  APPROVE (a different bank user, senior teller or admin --
      *  the same two-person control LOANCHGOFF applies) releases
      *  it: the tranche is credited to the loan's linked account
      *  (the same ACCDB/TRANSDB sequence LOANORD uses for a whole-
      *  loan disbursement), goes on the loan sub-ledger as a
      *  disbursement, and is added to LN-REMAINING-PRINCIPAL. The
      *  installment is reset to interest only on everything drawn
      *  so far. REJECT sends a request back to planned.
      *  LIST shows every facility still in drawdown, or one loan's
      *  full schedule. Amortization of what has been drawn starts
      *  when LOANDRAWRUN finds the final tranche drawn or the draw
      *  deadline passed.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "files/loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-FILE-STATUS.

           SELECT FACILITY-FILE ASSIGN TO "files/loanfacility.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LF-LOAN-ID
           FILE STATUS IS WS-LF-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  FACILITY-FILE.
       COPY LOANFACILITYRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOANDRAW            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-PLAN                VALUE "PLAN".
           88 ARG-OP-REQUEST             VALUE "REQUEST".
           88 ARG-OP-APPROVE             VALUE "APPROVE".
           88 ARG-OP-REJECT              VALUE "REJECT".
           88 ARG-OP-LIST                VALUE "LIST".
      *    PLAN:    TOK2=LOAN ID  TOK3=AMOUNT     TOK4=YYYYMMDD
      *    REQUEST: TOK2=LOAN ID  TOK3=TRANCHE #  TOK4=REQUESTING USER
      *    APPROVE/REJECT: TOK2=LOAN ID  TOK3=TRANCHE #
      *                    TOK4=DECIDING BANK USER
      *    LIST:    TOK2=LOAN ID (OPTIONAL, DEFAULT EVERY FACILITY)
         05 ARG-TOK2                    PIC X(06).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(09).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-LF-FILE-STATUS           PIC XX VALUE SPACES.

         05 WS-TODAY-RAW                PIC 9(08).

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY.
             15 WS-DATE-CC              PIC X(02).
             15 WS-DATE-YY              PIC X(02).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).
         05 WS-TIMESTAMP.
           10 T-DATE.
             15 T-YEAR                  PIC X(04).
             15 T-L1                    PIC X(01) VALUE "-".
             15 T-MONTH                 PIC X(02).
             15 T-L2                    PIC X(01) VALUE "-".
             15 T-DAY                   PIC X(02).
           10 T-L3                      PIC X(01) VALUE " ".
           10 T-TIME.
             15 T-HOUR                  PIC X(02).
             15 T-L4                    PIC X(01) VALUE ":".
             15 T-MIN                   PIC X(02).
             15 T-L5                    PIC X(01) VALUE ":".
             15 T-SEC                   PIC X(02).

         05 WS-LOAN-ID                  PIC 9(05).
         05 WS-BUSR-ID                  PIC 9(09).
         05 WS-DECIDER-ID               PIC 9(09).
         05 WS-DECIDER-ROLE             PIC X(04).
         05 WS-TR-IDX                   PIC 9(02).
         05 WS-TR-NUMBER                PIC 9(02).

         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-PLAN-DATE                PIC 9(08).
         05 WS-COMMITTED                PIC 9(10)V99.
         05 WS-HEADROOM                 PIC S9(10)V99.
         05 WS-ACC-BALANCE              PIC S9(10)V99.
         05 WS-ACC-CURRENCY             PIC X(03).
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-OPEN-BALANCE             PIC 9(10)V99.
         05 WS-OPEN-TRANCHES            PIC 9(02).
         05 WS-FACILITIES-LISTED        PIC 9(05) VALUE 0.
         05 WS-STATUS-TEXT              PIC X(09).

      *    MEMO ON THE TRANCHE DEPOSIT. DELIBERATELY DOES NOT START
      *    "LOAN " -- PROFITRPT/INTNETSTMT READ THAT PREFIX AS AN
      *    ORDINARY SCHEDULED LOAN PAYMENT (SEE LOANRUN).
       01 WS-TRANCHE-MEMO.
         05 FILLER                      PIC X(14)
                                        VALUE "DRAWDOWN LOAN ".
         05 WS-TM-LOAN-ID               PIC 9(05).
         05 FILLER                      PIC X(09)
                                        VALUE " TRANCHE ".
         05 WS-TM-TRANCHE               PIC 9(02).
         05 FILLER                      PIC X(10) VALUE SPACES.

       01 LOCK-VARS.
         05 WS-LOCK-NAME                PIC X(20)
                                        VALUE "LOANS".
         05 FG-LOCK-HELD                PIC X VALUE 'N'.
           88 FG-LOCK-HELD-Y            VALUE 'Y'.
           88 FG-LOCK-HELD-N            VALUE 'N'.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-OK-TO-POST               PIC X VALUE 'Y'.
           88 FG-OK-TO-POST-Y           VALUE 'Y'.
           88 FG-OK-TO-POST-N           VALUE 'N'.

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSRINTERFACE.
       COPY LOGGERINTERFACE.
       COPY FILELOCKINTERFACE.
       COPY LOANLEDGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
           END-UNSTRING

           EVALUATE TRUE
             WHEN ARG-OP-LIST
               PERFORM F-OPEN-FACILITY-FILE
               PERFORM F-LIST-FACILITIES
               CLOSE FACILITY-FILE
             WHEN ARG-OP-PLAN
             WHEN ARG-OP-REQUEST
             WHEN ARG-OP-APPROVE
             WHEN ARG-OP-REJECT
      *        THE FACILITY ROW IS ALSO MOVED ON BY LOANDRAWRUN, AND A
      *        RELEASE REWRITES loans.dat -- SAME NAMED WRITER LOCK
      *        LOANRUN/LOANORD HOLD WHILE THEY DO.
               PERFORM F-ACQUIRE-FILE-LOCK
               IF FG-LOCK-HELD-Y
                 PERFORM F-OPEN-FACILITY-FILE
                 EVALUATE TRUE
                   WHEN ARG-OP-PLAN
                     PERFORM F-PLAN-TRANCHE
                   WHEN ARG-OP-REQUEST
                     PERFORM F-REQUEST-TRANCHE
                   WHEN ARG-OP-APPROVE
                     PERFORM F-DECIDE-APPROVE
                   WHEN ARG-OP-REJECT
                     PERFORM F-DECIDE-REJECT
                 END-EVALUATE
                 CLOSE FACILITY-FILE
                 PERFORM F-RELEASE-FILE-LOCK
               END-IF
             WHEN OTHER
               DISPLAY "USAGE: LOANDRAW PLAN|REQUEST|APPROVE|"
                       "REJECT|LIST ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LOAN DRAWDOWN TOOL STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD

           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE
           MOVE '20'                       TO WS-DATE-CC
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LOAN DRAWDOWN TOOL FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FACILITY-FILE SECTION.
           OPEN I-O FACILITY-FILE
           IF WS-LF-FILE-STATUS = "35"
             OPEN OUTPUT FACILITY-FILE
             CLOSE FACILITY-FILE
             OPEN I-O FACILITY-FILE
           END-IF
           .
       F-OPEN-FACILITY-FILE-END.
           EXIT.
      ******************************************************************
       F-READ-FACILITY SECTION.
      *    READS THE FACILITY FOR THE LOAN IN TOK2 -- ONLY ONE STILL
      *    IN DRAWDOWN CAN BE PLANNED OR DRAWN AGAINST.
           SET FG-OK-TO-POST-Y             TO TRUE
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-LOAN-ID
           MOVE WS-LOAN-ID                 TO LF-LOAN-ID
           READ FACILITY-FILE
             INVALID KEY
               SET FG-OK-TO-POST-N         TO TRUE
               DISPLAY "LOAN " WS-LOAN-ID " HAS NO STAGED FACILITY"
           END-READ

           IF FG-OK-TO-POST-Y
             AND NOT LF-IN-DRAWDOWN
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "FACILITY FOR LOAN " WS-LOAN-ID
                     " IS NO LONGER IN DRAWDOWN"
           END-IF
           .
       F-READ-FACILITY-END.
           EXIT.
      ******************************************************************
       F-READ-TRANCHE SECTION.
      *    FACILITY READ. PICKS THE TRANCHE NUMBERED IN TOK3.
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-TR-IDX
           IF WS-TR-IDX = 0
             OR WS-TR-IDX > LF-TRANCHE-COUNT
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN " WS-LOAN-ID " HAS NO TRANCHE "
                     FUNCTION TRIM(ARG-TOK3)
           END-IF
           .
       F-READ-TRANCHE-END.
           EXIT.
      ******************************************************************
       F-LIST-FACILITIES SECTION.
           IF ARG-TOK2 NOT = SPACES
             MOVE FUNCTION NUMVAL(ARG-TOK2) TO LF-LOAN-ID
             READ FACILITY-FILE
               INVALID KEY
                 DISPLAY "LOAN " LF-LOAN-ID " HAS NO STAGED FACILITY"
               NOT INVALID KEY
                 PERFORM F-DISPLAY-FACILITY
                 PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > LF-TRANCHE-COUNT
                   PERFORM F-DISPLAY-TRANCHE
                 END-PERFORM
             END-READ
             EXIT SECTION
           END-IF

           MOVE 0                          TO LF-LOAN-ID
           START FACILITY-FILE KEY IS NOT LESS THAN LF-LOAN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FACILITY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF LF-IN-DRAWDOWN
                   ADD 1                   TO WS-FACILITIES-LISTED
                   PERFORM F-DISPLAY-FACILITY
                 END-IF
             END-READ
           END-PERFORM

           IF WS-FACILITIES-LISTED = 0
             DISPLAY "NO FACILITIES IN DRAWDOWN"
           END-IF
           .
       F-LIST-FACILITIES-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-FACILITY SECTION.
           EVALUATE TRUE
             WHEN LF-IN-DRAWDOWN
               MOVE "DRAWDOWN"             TO WS-STATUS-TEXT
             WHEN LF-AMORTIZING
               MOVE "AMORTIZED"            TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE "CLOSED"               TO WS-STATUS-TEXT
           END-EVALUATE

           DISPLAY "LOAN " LF-LOAN-ID
                   " FACILITY=" LF-FACILITY-AMOUNT
                   " DRAWN=" LF-DRAWN-AMOUNT
                   " DEADLINE=" LF-DRAW-DEADLINE
                   " TRANCHES=" LF-TRANCHE-COUNT
                   " " WS-STATUS-TEXT
           .
       F-DISPLAY-FACILITY-END.
           EXIT.
      ******************************************************************
       F-DISPLAY-TRANCHE SECTION.
           EVALUATE TRUE
             WHEN LF-TR-PLANNED(WS-TR-IDX)
               MOVE "PLANNED"              TO WS-STATUS-TEXT
             WHEN LF-TR-REQUESTED(WS-TR-IDX)
               MOVE "REQUESTED"            TO WS-STATUS-TEXT
             WHEN LF-TR-DRAWN(WS-TR-IDX)
               MOVE "DRAWN"                TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE "LAPSED"               TO WS-STATUS-TEXT
           END-EVALUATE

           DISPLAY "  TRANCHE " WS-TR-IDX
                   " AMT=" LF-TR-AMOUNT(WS-TR-IDX)
                   " PLANNED=" LF-TR-PLANNED-DATE(WS-TR-IDX)
                   " " WS-STATUS-TEXT
                   " REQBY=" LF-TR-REQUESTED-BY(WS-TR-IDX)
                   " DECBY=" LF-TR-DECIDED-BY(WS-TR-IDX)
                   " DRAWN=" LF-TR-DRAWN-DATE(WS-TR-IDX)
           .
       F-DISPLAY-TRANCHE-END.
           EXIT.
      ******************************************************************
       F-PLAN-TRANCHE SECTION.
           PERFORM F-READ-FACILITY
           IF FG-OK-TO-POST-N
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-AMOUNT
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-PLAN-DATE

           IF WS-AMOUNT = 0
             DISPLAY "USAGE: LOANDRAW PLAN <LOAN> <AMOUNT> <YYYYMMDD>"
             EXIT SECTION
           END-IF

           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PLAN-DATE) NOT = 0
             OR WS-PLAN-DATE > LF-DRAW-DEADLINE
             DISPLAY "PLANNED DATE " WS-PLAN-DATE " MUST BE A VALID "
                     "DATE NO LATER THAN THE DRAW DEADLINE "
                     LF-DRAW-DEADLINE
             EXIT SECTION
           END-IF

           IF LF-TRANCHE-COUNT >= 12
             DISPLAY "LOAN " WS-LOAN-ID " ALREADY HAS 12 TRANCHES"
             EXIT SECTION
           END-IF

      *    DRAWN PLUS EVERYTHING STILL PLANNED OR REQUESTED MUST FIT
      *    UNDER THE FACILITY -- A LAPSED TRANCHE NO LONGER COUNTS.
           MOVE LF-DRAWN-AMOUNT            TO WS-COMMITTED
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
             UNTIL WS-TR-IDX > LF-TRANCHE-COUNT
             IF LF-TR-PLANNED(WS-TR-IDX)
               OR LF-TR-REQUESTED(WS-TR-IDX)
               ADD LF-TR-AMOUNT(WS-TR-IDX) TO WS-COMMITTED
             END-IF
           END-PERFORM

           COMPUTE WS-HEADROOM = LF-FACILITY-AMOUNT - WS-COMMITTED
           IF WS-AMOUNT > WS-HEADROOM
             DISPLAY "TRANCHE " WS-AMOUNT " EXCEEDS THE UNCOMMITTED "
                     "FACILITY " WS-HEADROOM " ON LOAN " WS-LOAN-ID
             EXIT SECTION
           END-IF

           ADD 1                           TO LF-TRANCHE-COUNT
           MOVE LF-TRANCHE-COUNT           TO WS-TR-IDX
           INITIALIZE LF-TRANCHE(WS-TR-IDX)
           MOVE WS-AMOUNT                  TO LF-TR-AMOUNT(WS-TR-IDX)
           MOVE WS-PLAN-DATE         TO LF-TR-PLANNED-DATE(WS-TR-IDX)
           SET LF-TR-PLANNED(WS-TR-IDX)    TO TRUE
           REWRITE LOAN-FACILITY-RECORD

           DISPLAY "TRANCHE " WS-TR-IDX " OF LOAN " WS-LOAN-ID
                   " PLANNED FOR " WS-AMOUNT " ON " WS-PLAN-DATE
           .
       F-PLAN-TRANCHE-END.
           EXIT.
      ******************************************************************
       F-REQUEST-TRANCHE SECTION.
           PERFORM F-READ-FACILITY
           IF FG-OK-TO-POST-Y
             PERFORM F-READ-TRANCHE
           END-IF
           IF FG-OK-TO-POST-N
             EXIT SECTION
           END-IF

           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-BUSR-ID
           IF WS-BUSR-ID = 0
             DISPLAY "REQUESTING BANK USER ID IS REQUIRED"
             EXIT SECTION
           END-IF

           IF NOT LF-TR-PLANNED(WS-TR-IDX)
             DISPLAY "TRANCHE " WS-TR-IDX " OF LOAN " WS-LOAN-ID
                     " IS NOT PLANNED, NOTHING TO REQUEST"
             EXIT SECTION
           END-IF

           IF WS-TODAY-RAW > LF-DRAW-DEADLINE
             DISPLAY "DRAW DEADLINE " LF-DRAW-DEADLINE " HAS PASSED"
             EXIT SECTION
           END-IF

           SET LF-TR-REQUESTED(WS-TR-IDX)  TO TRUE
           MOVE WS-BUSR-ID           TO LF-TR-REQUESTED-BY(WS-TR-IDX)
           MOVE 0                    TO LF-TR-DECIDED-BY(WS-TR-IDX)
           REWRITE LOAN-FACILITY-RECORD

           DISPLAY "TRANCHE " WS-TR-IDX " OF LOAN " WS-LOAN-ID
                   " FOR " LF-TR-AMOUNT(WS-TR-IDX)
                   " REQUESTED, PENDING APPROVAL"
           .
       F-REQUEST-TRANCHE-END.
           EXIT.
      ******************************************************************
       F-DECIDE-APPROVE SECTION.
           PERFORM F-READ-TRANCHE-FOR-DECISION

           IF FG-OK-TO-POST-Y
             AND WS-TODAY-RAW > LF-DRAW-DEADLINE
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "DRAW DEADLINE " LF-DRAW-DEADLINE " HAS PASSED"
           END-IF

           IF FG-OK-TO-POST-Y
             PERFORM F-RELEASE-TRANCHE
           END-IF

           IF FG-OK-TO-POST-N
             EXIT SECTION
           END-IF

           SET LF-TR-DRAWN(WS-TR-IDX)      TO TRUE
           MOVE WS-DECIDER-ID        TO LF-TR-DECIDED-BY(WS-TR-IDX)
           MOVE WS-TODAY-RAW         TO LF-TR-DRAWN-DATE(WS-TR-IDX)
           ADD LF-TR-AMOUNT(WS-TR-IDX)     TO LF-DRAWN-AMOUNT
           REWRITE LOAN-FACILITY-RECORD

           DISPLAY "TRANCHE " WS-TR-IDX " OF LOAN " WS-LOAN-ID
                   " RELEASED, " LF-TR-AMOUNT(WS-TR-IDX)
                   " CREDITED TO ACCOUNT " LN-ACCOUNT-ID
           DISPLAY "DRAWN " LF-DRAWN-AMOUNT " OF "
                   LF-FACILITY-AMOUNT ", INTEREST-ONLY INSTALLMENT "
                   LN-MONTHLY-PAYMENT

           MOVE 0                          TO WS-OPEN-TRANCHES
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
             UNTIL WS-TR-IDX > LF-TRANCHE-COUNT
             IF LF-TR-PLANNED(WS-TR-IDX)
               OR LF-TR-REQUESTED(WS-TR-IDX)
               ADD 1                       TO WS-OPEN-TRANCHES
             END-IF
           END-PERFORM
           IF LF-DRAWN-AMOUNT >= LF-FACILITY-AMOUNT
             OR WS-OPEN-TRANCHES = 0
             DISPLAY "NO TRANCHES LEFT OPEN -- AMORTIZATION STARTS "
                     "WITH THE NEXT LOANDRAWRUN IF THE FACILITY IS "
                     "FULLY DRAWN, ELSE AT THE DRAW DEADLINE"
           END-IF
           .
       F-DECIDE-APPROVE-END.
           EXIT.
      ******************************************************************
       F-DECIDE-REJECT SECTION.
           PERFORM F-READ-TRANCHE-FOR-DECISION

           IF FG-OK-TO-POST-Y
             SET LF-TR-PLANNED(WS-TR-IDX)  TO TRUE
             MOVE WS-DECIDER-ID      TO LF-TR-DECIDED-BY(WS-TR-IDX)
             REWRITE LOAN-FACILITY-RECORD
             DISPLAY "TRANCHE " WS-TR-IDX " OF LOAN " WS-LOAN-ID
                     " REJECTED, BACK TO PLANNED"
           END-IF
           .
       F-DECIDE-REJECT-END.
           EXIT.
      ******************************************************************
       F-READ-TRANCHE-FOR-DECISION SECTION.
           PERFORM F-READ-FACILITY
           IF FG-OK-TO-POST-Y
             PERFORM F-READ-TRANCHE
           END-IF
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-DECIDER-ID

           IF FG-OK-TO-POST-Y
             AND NOT LF-TR-REQUESTED(WS-TR-IDX)
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "TRANCHE " WS-TR-IDX " OF LOAN " WS-LOAN-ID
                     " HAS NO PENDING REQUEST"
           END-IF

      *    TWO-PERSON RULE -- THE APPROVER CANNOT BE THE REQUESTER.
           IF FG-OK-TO-POST-Y
             AND WS-DECIDER-ID = LF-TR-REQUESTED-BY(WS-TR-IDX)
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "REQUESTER CANNOT APPROVE THEIR OWN DRAWDOWN"
           END-IF

      *    ONLY SENIOR TELLERS OR ADMINS MAY DECIDE A DRAWDOWN.
           IF FG-OK-TO-POST-Y
             PERFORM F-CHECK-DECIDER-ROLE
           END-IF
           .
       F-READ-TRANCHE-FOR-DECISION-END.
           EXIT.
      ******************************************************************
       F-CHECK-DECIDER-ROLE SECTION.
           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE WS-DECIDER-ID              TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "DECIDING BANK USER NOT FOUND"
             EXIT SECTION
           END-IF

           MOVE O-BUSR-ROLE                TO WS-DECIDER-ROLE

           IF NOT O-BUSR-ADMIN
             AND NOT O-BUSR-TELLER-SENIOR
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "ONLY A SENIOR TELLER OR ADMIN MAY DECIDE "
                     "A DRAWDOWN, DECIDER ROLE IS "
                     FUNCTION TRIM(WS-DECIDER-ROLE)
           END-IF
           .
       F-CHECK-DECIDER-ROLE-END.
           EXIT.
      ******************************************************************
       F-RELEASE-TRANCHE SECTION.
      *    CREDITS THE TRANCHE TO THE LOAN'S LINKED ACCOUNT AND ADDS
      *    IT TO WHAT THE BORROWER OWES. A LOAN STILL ON HOLD FOR
      *    REVIEW, OR NO LONGER LIVE, DRAWS NOTHING.
           OPEN I-O LOANS-FILE
           IF WS-FILE-STATUS NOT = "00"
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN FILE NOT AVAILABLE, STATUS "
                     WS-FILE-STATUS
             EXIT SECTION
           END-IF

           MOVE WS-LOAN-ID                 TO LN-ID
           READ LOANS-FILE
             INVALID KEY
               SET FG-OK-TO-POST-N         TO TRUE
               DISPLAY "NO SUCH LOAN " WS-LOAN-ID
           END-READ

           IF FG-OK-TO-POST-Y
             AND (NOT LN-IS-ACTIVE OR NOT LN-DISBURSE-STAGED)
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN " WS-LOAN-ID " IS NOT AN ACTIVE LOAN IN "
                     "DRAWDOWN, STATUS " LN-STATUS
                     ", REQUEST LEFT PENDING"
           END-IF

           IF FG-OK-TO-POST-Y
             PERFORM F-CREDIT-TRANCHE
           END-IF

           IF FG-OK-TO-POST-N
             CLOSE LOANS-FILE
             EXIT SECTION
           END-IF

           MOVE LN-REMAINING-PRINCIPAL     TO WS-OPEN-BALANCE
           ADD LF-TR-AMOUNT(WS-TR-IDX)     TO LN-REMAINING-PRINCIPAL
      *    INTEREST ONLY ON WHAT IS DRAWN UNTIL AMORTIZATION STARTS.
           COMPUTE LN-MONTHLY-PAYMENT ROUNDED =
                   LN-REMAINING-PRINCIPAL * LN-ANNUAL-RATE-PCT / 1200
           REWRITE LOAN-RECORD
           CLOSE LOANS-FILE

           PERFORM F-POST-LEDGER-DRAWDOWN
           .
       F-RELEASE-TRANCHE-END.
           EXIT.
      ******************************************************************
       F-CREDIT-TRANCHE SECTION.
      *    SAME DB-CALL SEQUENCE AS LOANORD.F-DISBURSE-LOAN, FOR THE
      *    TRANCHE AMOUNT.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN ACCOUNT " LN-ACCOUNT-ID " NOT FOUND"
             EXIT SECTION
           END-IF

           MOVE O-ACC-BALANCE(1)           TO WS-ACC-BALANCE
           MOVE O-ACC-CURRENCY(1)          TO WS-ACC-CURRENCY

           IF WS-ACC-CURRENCY NOT = LN-CURRENCY
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN ACCOUNT " LN-ACCOUNT-ID " CURRENCY "
                     WS-ACC-CURRENCY " DOES NOT MATCH LOAN CURRENCY "
                     LN-CURRENCY
             EXIT SECTION
           END-IF

           COMPUTE WS-NEW-BALANCE =
                   WS-ACC-BALANCE + LF-TR-AMOUNT(WS-TR-IDX)

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE             TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN ACCOUNT " LN-ACCOUNT-ID " NOT UPDATED"
             EXIT SECTION
           END-IF

           MOVE LN-ID                      TO WS-TM-LOAN-ID
           MOVE WS-TR-IDX                  TO WS-TM-TRANCHE

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-DEPOSIT        TO TRUE
           MOVE LF-TR-AMOUNT(WS-TR-IDX)    TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE             TO I-TRANS-ACCBALANCE
           MOVE WS-TRANCHE-MEMO            TO I-TRANS-MEMO
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "TRANCHE DEPOSIT NOT POSTED, STATUS "
                     TRANSDB-STATUS
           END-IF
           .
       F-CREDIT-TRANCHE-END.
           EXIT.
      ******************************************************************
       F-POST-LEDGER-DRAWDOWN SECTION.
      *    EACH TRANCHE IS A DISBURSEMENT ON THE LOAN SUB-LEDGER -- THE
      *    DEPOSIT ABOVE IS ITS CASH SIDE (SEE LOANLEDGER).
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                TO TRUE
           SET I-LL-EVENT-DISBURSEMENT     TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                TO I-LL-CURRENCY
           MOVE WS-TODAY-RAW               TO I-LL-DATE
           MOVE LF-TR-AMOUNT(WS-TR-IDX)    TO I-LL-PRINCIPAL
           MOVE WS-OPEN-BALANCE            TO I-LL-OPEN-BALANCE
           MOVE "N"                        TO I-LL-CASH-LEG
           MOVE PGM-ID                     TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           IF NOT LOANLEDGER-STATUS-OK
             DISPLAY "WARNING: LOAN " LN-ID " TRANCHE DRAWN BUT NOT"
                     " POSTED TO THE LOAN SUB-LEDGER, STATUS "
                     LOANLEDGER-STATUS
           END-IF
           .
       F-POST-LEDGER-DRAWDOWN-END.
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
