      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOANCHGOFF.
      ******************************************************************
      *  Loan charge-off and recovery tool. Run standalone, e.g.:
      *     LOANCHGOFF REQUEST 00012 00003
      *     LOANCHGOFF LIST
      *     LOANCHGOFF APPROVE 00001 00007
      *     LOANCHGOFF REJECT  00001 00007
      *     LOANCHGOFF RECOVER 00012 150.00 00003
      *     LOANCHGOFF REPORT
      *     LOANCHGOFF REPORT 202409
      *  REQUEST puts an active loan forward for charge-off; it must
      *  be at least K-CHGOFF-MIN-DAYS-PAST-DUE days past its
      *  LN-NEXT-DUE-DATE (see LOANRISKCONFIG -- the same loans
      *  LOANDELINQ flags as candidates). Nothing is written off yet:
      *  a pending record goes on files/chargeoffapprovals.dat, the
      *  same two-person control TRANSAPPR/CUSTAPPR apply.
      *  APPROVE (a different bank user, senior teller or admin)
      *  writes off whatever LN-REMAINING-PRINCIPAL is still
      *  outstanding: a "C" event goes on files/loanwriteoff.dat, the
      *  principal is zeroed and the loan moves to LN-IS-CHARGED-OFF,
      *  so LOANRUN and every other active-loan walk leave it alone
      *  from then on.
      *  RECOVER collects money later received on a charged-off loan
      *  from its linked account (the same ACCDB/TRANSDB sequence
      *  LOANRUN uses for a payment) and records it as an "R" event
      *  against the written-off amount -- never more than is still
      *  unrecovered.
      *  REPORT writes files/reports/WRITEOFF_RECOVERY_<yyyymm>.txt,
      *  every charge-off and recovery in the month (the current
      *  month by default) with totals. GLEXPORT carries the same
      *  events into the GL feed.
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

           SELECT APPROVAL-FILE ASSIGN TO
           "files/chargeoffapprovals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COA-KEY
           FILE STATUS IS WS-APR-FILE-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO "files/loanwriteoff.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WO-ID
           FILE STATUS IS WS-WO-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  APPROVAL-FILE.
       COPY CHGOFFAPPROVALRECORD.

       FD  WRITEOFF-FILE.
       COPY LOANWRITEOFFRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOANCHGOFF          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FILELOCK             VALUE "FILELOCK            ".
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-LOANLEDGER           VALUE "LOANLEDGER          ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-REQUEST             VALUE "REQUEST".
           88 ARG-OP-LIST                VALUE "LIST".
           88 ARG-OP-APPROVE             VALUE "APPROVE".
           88 ARG-OP-REJECT              VALUE "REJECT".
           88 ARG-OP-RECOVER             VALUE "RECOVER".
           88 ARG-OP-REPORT              VALUE "REPORT".
      *    REQUEST: TOK2=LOAN ID      TOK3=REQUESTING BANK USER ID
      *    APPROVE/REJECT: TOK2=APPROVAL ID  TOK3=DECIDING BANK USER
      *    RECOVER: TOK2=LOAN ID  TOK3=AMOUNT  TOK4=BANK USER ID
      *    REPORT:  TOK2=YYYYMM (OPTIONAL, DEFAULT CURRENT MONTH)
         05 ARG-TOK2                    PIC X(06).
         05 ARG-TOK3                    PIC X(12).
         05 ARG-TOK4                    PIC X(09).

       01 CONSTANTS.
         COPY LOANRISKCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-APR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-WO-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-REPORT-NAME              PIC X(256).

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-SERIAL             PIC S9(08).
         05 WS-DAYS-PAST-DUE            PIC S9(08).
         05 WS-PERIOD                   PIC X(06).

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
         05 WS-NEXT-APR-ID              PIC 9(05).
         05 WS-NEXT-WO-ID               PIC 9(07).

         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-WRITTEN-OFF              PIC 9(12)V99.
         05 WS-RECOVERED                PIC 9(12)V99.
         05 WS-UNRECOVERED              PIC S9(12)V99.
         05 WS-ACC-BALANCE              PIC S9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.

         05 WS-CHGOFF-COUNT             PIC 9(07) VALUE 0.
         05 WS-CHGOFF-TOTAL             PIC 9(12)V99 VALUE 0.
         05 WS-RECOVERY-COUNT           PIC 9(07) VALUE 0.
         05 WS-RECOVERY-TOTAL           PIC 9(12)V99 VALUE 0.
         05 WS-NET-LOSS                 PIC S9(12)V99 VALUE 0.
         05 WS-AMT-EDITED               PIC Z(11)9.99.
         05 WS-NET-EDITED               PIC -Z(11)9.99.
         05 WS-EVENT-TEXT               PIC X(10).

      *    MEMO ON THE RECOVERY WITHDRAWAL. DELIBERATELY DOES NOT
      *    START "LOAN " -- PROFITRPT/INTNETSTMT READ THAT PREFIX AS
      *    AN ORDINARY SCHEDULED LOAN PAYMENT (SEE LOANRUN).
       01 WS-RECOVERY-MEMO.
         05 FILLER                      PIC X(14)
                                        VALUE "RECOVERY LOAN ".
         05 WS-RM-LOAN-ID               PIC 9(05).
         05 FILLER                      PIC X(21) VALUE SPACES.

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
       COPY REPORTREGINTERFACE.
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
               PERFORM F-OPEN-APPROVAL-FILE
               PERFORM F-LIST-PENDING
               CLOSE APPROVAL-FILE
             WHEN ARG-OP-REQUEST
               PERFORM F-OPEN-APPROVAL-FILE
               PERFORM F-REQUEST-CHARGE-OFF
               CLOSE APPROVAL-FILE
             WHEN ARG-OP-APPROVE
      *        THE WRITE-OFF REWRITES loans.dat -- SAME NAMED WRITER
      *        LOCK LOANRUN/LOANORD HOLD WHILE THEY DO.
               PERFORM F-ACQUIRE-FILE-LOCK
               IF FG-LOCK-HELD-Y
                 PERFORM F-OPEN-APPROVAL-FILE
                 PERFORM F-DECIDE-APPROVE
                 CLOSE APPROVAL-FILE
                 PERFORM F-RELEASE-FILE-LOCK
               END-IF
             WHEN ARG-OP-REJECT
               PERFORM F-OPEN-APPROVAL-FILE
               PERFORM F-DECIDE-REJECT
               CLOSE APPROVAL-FILE
             WHEN ARG-OP-RECOVER
               PERFORM F-RECORD-RECOVERY
             WHEN ARG-OP-REPORT
               PERFORM F-WRITE-MONTHLY-REPORT
             WHEN OTHER
               DISPLAY "USAGE: LOANCHGOFF REQUEST|LIST|APPROVE|"
                       "REJECT|RECOVER|REPORT ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LOAN CHARGE-OFF TOOL STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)

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
           MOVE "LOAN CHARGE-OFF TOOL FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-APPROVAL-FILE SECTION.
           OPEN I-O APPROVAL-FILE
           IF WS-APR-FILE-STATUS = "35"
             OPEN OUTPUT APPROVAL-FILE
             CLOSE APPROVAL-FILE
             OPEN I-O APPROVAL-FILE
           END-IF
           .
       F-OPEN-APPROVAL-FILE-END.
           EXIT.
      ******************************************************************
       F-OPEN-WRITEOFF-FILE SECTION.
           OPEN I-O WRITEOFF-FILE
           IF WS-WO-FILE-STATUS = "35"
             OPEN OUTPUT WRITEOFF-FILE
             CLOSE WRITEOFF-FILE
             OPEN I-O WRITEOFF-FILE
           END-IF
           .
       F-OPEN-WRITEOFF-FILE-END.
           EXIT.
      ******************************************************************
       F-READ-LOAN SECTION.
      *    READS WS-LOAN-ID FROM loans.dat, ALREADY OPEN.
           MOVE WS-LOAN-ID                 TO LN-ID
           READ LOANS-FILE
             INVALID KEY
               SET FG-OK-TO-POST-N         TO TRUE
               DISPLAY "NO SUCH LOAN " WS-LOAN-ID
           END-READ
           .
       F-READ-LOAN-END.
           EXIT.
      ******************************************************************
       F-LIST-PENDING SECTION.
           MOVE 0                          TO COA-ID
           START APPROVAL-FILE KEY IS NOT LESS THAN COA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ APPROVAL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF COA-IS-PENDING
                   DISPLAY "APR " COA-ID
                     " LOAN=" COA-LOAN-ID
                     " AMT=" COA-AMOUNT
                     " REQBY=" COA-REQUESTED-BY
                     " AT " COA-TIMESTAMP
                 END-IF
             END-READ
           END-PERFORM
           .
       F-LIST-PENDING-END.
           EXIT.
      ******************************************************************
       F-REQUEST-CHARGE-OFF SECTION.
           SET FG-OK-TO-POST-Y             TO TRUE
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-LOAN-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-BUSR-ID

           IF WS-BUSR-ID = 0
             DISPLAY "REQUESTING BANK USER ID IS REQUIRED"
             EXIT SECTION
           END-IF

           OPEN INPUT LOANS-FILE
           IF WS-FILE-STATUS NOT = "00"
             DISPLAY "LOAN FILE NOT AVAILABLE, STATUS "
                     WS-FILE-STATUS
             EXIT SECTION
           END-IF
           PERFORM F-READ-LOAN
           CLOSE LOANS-FILE

           IF FG-OK-TO-POST-Y
             AND NOT LN-IS-ACTIVE
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN " WS-LOAN-ID " IS NOT ACTIVE, STATUS "
                     LN-STATUS
           END-IF

           IF FG-OK-TO-POST-Y
             COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-SERIAL -
                     FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE)
             IF WS-DAYS-PAST-DUE < K-CHGOFF-MIN-DAYS-PAST-DUE
               SET FG-OK-TO-POST-N         TO TRUE
               DISPLAY "LOAN " WS-LOAN-ID " IS ONLY "
                       WS-DAYS-PAST-DUE " DAYS PAST DUE, "
                       K-CHGOFF-MIN-DAYS-PAST-DUE " REQUIRED"
             END-IF
           END-IF

           IF FG-OK-TO-POST-N
             EXIT SECTION
           END-IF

      *    ONE PENDING CHARGE-OFF PER LOAN -- ALSO FINDS THE NEXT ID.
           MOVE 0                          TO WS-NEXT-APR-ID
           MOVE 0                          TO COA-ID
           START APPROVAL-FILE KEY IS NOT LESS THAN COA-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ APPROVAL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF COA-ID > WS-NEXT-APR-ID
                   MOVE COA-ID             TO WS-NEXT-APR-ID
                 END-IF
                 IF COA-IS-PENDING
                   AND COA-LOAN-ID = WS-LOAN-ID
                   SET FG-OK-TO-POST-N     TO TRUE
                 END-IF
             END-READ
           END-PERFORM

           IF FG-OK-TO-POST-N
             DISPLAY "LOAN " WS-LOAN-ID
                     " ALREADY HAS A PENDING CHARGE-OFF"
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-NEXT-APR-ID
           INITIALIZE COA-APPROVAL-RECORD
           MOVE WS-NEXT-APR-ID             TO COA-ID
           MOVE WS-LOAN-ID                 TO COA-LOAN-ID
           MOVE LN-REMAINING-PRINCIPAL     TO COA-AMOUNT
           MOVE WS-BUSR-ID                 TO COA-REQUESTED-BY
           MOVE WS-TIMESTAMP               TO COA-TIMESTAMP
           SET COA-IS-PENDING              TO TRUE
           MOVE 0                          TO COA-DECIDED-BY
           WRITE COA-APPROVAL-RECORD

           DISPLAY "CHARGE-OFF OF LOAN " WS-LOAN-ID
                   " FOR " LN-REMAINING-PRINCIPAL
                   " PENDING APPROVAL " COA-ID
           .
       F-REQUEST-CHARGE-OFF-END.
           EXIT.
      ******************************************************************
       F-DECIDE-APPROVE SECTION.
           PERFORM F-READ-APPROVAL-FOR-DECISION

           IF FG-OK-TO-POST-Y
             PERFORM F-CHARGE-OFF-LOAN
           END-IF

           IF FG-OK-TO-POST-Y
             SET COA-IS-APPROVED           TO TRUE
             MOVE WS-DECIDER-ID            TO COA-DECIDED-BY
             REWRITE COA-APPROVAL-RECORD
             DISPLAY "APPROVAL " COA-ID " APPROVED, LOAN "
                     COA-LOAN-ID " CHARGED OFF FOR " WO-AMOUNT
           END-IF
           .
       F-DECIDE-APPROVE-END.
           EXIT.
      ******************************************************************
       F-DECIDE-REJECT SECTION.
           PERFORM F-READ-APPROVAL-FOR-DECISION

           IF FG-OK-TO-POST-Y
             SET COA-IS-REJECTED           TO TRUE
             MOVE WS-DECIDER-ID            TO COA-DECIDED-BY
             REWRITE COA-APPROVAL-RECORD
             DISPLAY "APPROVAL " COA-ID " REJECTED"
           END-IF
           .
       F-DECIDE-REJECT-END.
           EXIT.
      ******************************************************************
       F-READ-APPROVAL-FOR-DECISION SECTION.
           SET FG-OK-TO-POST-Y             TO TRUE
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO COA-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-DECIDER-ID

           READ APPROVAL-FILE
             INVALID KEY
               SET FG-OK-TO-POST-N         TO TRUE
               DISPLAY "NO SUCH APPROVAL RECORD"
           END-READ

           IF FG-OK-TO-POST-Y
             AND NOT COA-IS-PENDING
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "APPROVAL " COA-ID " IS ALREADY DECIDED"
           END-IF

      *    TWO-PERSON RULE -- THE APPROVER CANNOT BE THE REQUESTER.
           IF FG-OK-TO-POST-Y
             AND WS-DECIDER-ID = COA-REQUESTED-BY
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "REQUESTER CANNOT APPROVE THEIR OWN CHARGE-OFF"
           END-IF

      *    ONLY SENIOR TELLERS OR ADMINS MAY DECIDE AN APPROVAL.
           IF FG-OK-TO-POST-Y
             PERFORM F-CHECK-DECIDER-ROLE
           END-IF
           .
       F-READ-APPROVAL-FOR-DECISION-END.
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
                     "AN APPROVAL, DECIDER ROLE IS "
                     FUNCTION TRIM(WS-DECIDER-ROLE)
           END-IF
           .
       F-CHECK-DECIDER-ROLE-END.
           EXIT.
      ******************************************************************
       F-CHARGE-OFF-LOAN SECTION.
      *    THE LOAN MAY HAVE CAUGHT UP OR BEEN SETTLED SINCE THE
      *    REQUEST -- ONLY A STILL-ACTIVE LOAN IS WRITTEN OFF, AND FOR
      *    WHAT IS OUTSTANDING NOW, NOT WHAT WAS AT REQUEST TIME.
           OPEN I-O LOANS-FILE
           IF WS-FILE-STATUS NOT = "00"
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN FILE NOT AVAILABLE, STATUS "
                     WS-FILE-STATUS
             EXIT SECTION
           END-IF

           MOVE COA-LOAN-ID                TO WS-LOAN-ID
           PERFORM F-READ-LOAN

           IF FG-OK-TO-POST-Y
             AND NOT LN-IS-ACTIVE
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN " WS-LOAN-ID " IS NO LONGER ACTIVE, "
                     "APPROVAL LEFT PENDING"
           END-IF

           IF FG-OK-TO-POST-N
             CLOSE LOANS-FILE
             EXIT SECTION
           END-IF

           PERFORM F-OPEN-WRITEOFF-FILE
           PERFORM F-NEXT-WRITEOFF-ID

           INITIALIZE LOAN-WRITEOFF-RECORD
           MOVE WS-NEXT-WO-ID              TO WO-ID
           MOVE WS-TODAY-RAW               TO WO-DATE
           SET WO-IS-CHARGE-OFF            TO TRUE
           MOVE LN-ID                      TO WO-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO WO-ACCOUNT-ID
           MOVE LN-CUSTOMER-ID             TO WO-CUSTOMER-ID
           MOVE LN-CURRENCY                TO WO-CURRENCY
           MOVE LN-REMAINING-PRINCIPAL     TO WO-AMOUNT
           MOVE COA-REQUESTED-BY           TO WO-REQUESTED-BY
           MOVE WS-DECIDER-ID              TO WO-APPROVED-BY
           MOVE WS-TIMESTAMP               TO WO-TIMESTAMP
           WRITE LOAN-WRITEOFF-RECORD
             INVALID KEY
               SET FG-OK-TO-POST-N         TO TRUE
               DISPLAY "WRITE-OFF EVENT NOT WRITTEN, STATUS "
                       WS-WO-FILE-STATUS
           END-WRITE
           CLOSE WRITEOFF-FILE

           IF FG-OK-TO-POST-Y
             PERFORM F-POST-LEDGER-CHARGE-OFF
             MOVE 0                        TO LN-REMAINING-PRINCIPAL
             SET LN-IS-CHARGED-OFF         TO TRUE
             REWRITE LOAN-RECORD
           END-IF
           CLOSE LOANS-FILE
           .
       F-CHARGE-OFF-LOAN-END.
           EXIT.
      ******************************************************************
       F-POST-LEDGER-CHARGE-OFF SECTION.
      *    THE WRITTEN-OFF PRINCIPAL LEAVES THE LOAN SUB-LEDGER TOO,
      *    AND INTEREST ACCRUED BUT NEVER COLLECTED IS REVERSED WITH
      *    IT (SEE LOANLEDGER) -- THE LOSS ITSELF IS BOOKED FROM THE
      *    WRITE-OFF EVENT ABOVE.
           INITIALIZE LOANLEDGER-INTERFACE
           SET I-LL-OP-POST                TO TRUE
           SET I-LL-EVENT-CHARGE-OFF       TO TRUE
           MOVE LN-ID                      TO I-LL-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO I-LL-ACCOUNT-ID
           MOVE LN-CURRENCY                TO I-LL-CURRENCY
           MOVE WS-TODAY-RAW               TO I-LL-DATE
           MOVE LN-REMAINING-PRINCIPAL     TO I-LL-PRINCIPAL
           MOVE LN-REMAINING-PRINCIPAL     TO I-LL-OPEN-BALANCE
           MOVE "N"                        TO I-LL-CASH-LEG
           MOVE PGM-ID                     TO I-LL-SOURCE
           SET PGNAME-LOANLEDGER           TO TRUE
           CALL PROGNAME USING LOANLEDGER-INTERFACE
           .
       F-POST-LEDGER-CHARGE-OFF-END.
           EXIT.
      ******************************************************************
       F-NEXT-WRITEOFF-ID SECTION.
      *    WRITEOFF-FILE IS OPEN. HIGHEST WO-ID ON FILE PLUS ONE.
           MOVE 0                          TO WS-NEXT-WO-ID
           MOVE LOW-VALUES                 TO WO-ID
           START WRITEOFF-FILE KEY IS NOT LESS THAN WO-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WRITEOFF-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WO-ID > WS-NEXT-WO-ID
                   MOVE WO-ID              TO WS-NEXT-WO-ID
                 END-IF
             END-READ
           END-PERFORM
           ADD 1                           TO WS-NEXT-WO-ID
           .
       F-NEXT-WRITEOFF-ID-END.
           EXIT.
      ******************************************************************
       F-RECORD-RECOVERY SECTION.
           SET FG-OK-TO-POST-Y             TO TRUE
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-LOAN-ID
           MOVE FUNCTION NUMVAL(ARG-TOK3)  TO WS-AMOUNT
           MOVE FUNCTION NUMVAL(ARG-TOK4)  TO WS-BUSR-ID

           IF WS-AMOUNT = 0
             OR WS-BUSR-ID = 0
             DISPLAY "USAGE: LOANCHGOFF RECOVER <LOAN> <AMOUNT> "
                     "<BANK USER>"
             EXIT SECTION
           END-IF

           OPEN INPUT LOANS-FILE
           IF WS-FILE-STATUS NOT = "00"
             DISPLAY "LOAN FILE NOT AVAILABLE, STATUS "
                     WS-FILE-STATUS
             EXIT SECTION
           END-IF
           PERFORM F-READ-LOAN
           CLOSE LOANS-FILE

           IF FG-OK-TO-POST-Y
             AND NOT LN-IS-CHARGED-OFF
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "LOAN " WS-LOAN-ID " IS NOT CHARGED OFF, STATUS "
                     LN-STATUS
           END-IF

           IF FG-OK-TO-POST-N
             EXIT SECTION
           END-IF

      *    A RECOVERY IS CAPPED AT WHAT IS STILL UNRECOVERED --
      *    ANYTHING BEYOND THAT IS NOT A RECOVERY AND IS TURNED AWAY.
           PERFORM F-OPEN-WRITEOFF-FILE
           PERFORM F-SUM-LOAN-EVENTS
           COMPUTE WS-UNRECOVERED = WS-WRITTEN-OFF - WS-RECOVERED
           IF WS-AMOUNT > WS-UNRECOVERED
             DISPLAY "RECOVERY " WS-AMOUNT " EXCEEDS UNRECOVERED "
                     "BALANCE " WS-UNRECOVERED " ON LOAN " WS-LOAN-ID
             CLOSE WRITEOFF-FILE
             EXIT SECTION
           END-IF

           PERFORM F-COLLECT-RECOVERY
           IF FG-OK-TO-POST-N
             CLOSE WRITEOFF-FILE
             EXIT SECTION
           END-IF

           PERFORM F-NEXT-WRITEOFF-ID
           INITIALIZE LOAN-WRITEOFF-RECORD
           MOVE WS-NEXT-WO-ID              TO WO-ID
           MOVE WS-TODAY-RAW               TO WO-DATE
           SET WO-IS-RECOVERY              TO TRUE
           MOVE LN-ID                      TO WO-LOAN-ID
           MOVE LN-ACCOUNT-ID              TO WO-ACCOUNT-ID
           MOVE LN-CUSTOMER-ID             TO WO-CUSTOMER-ID
           MOVE LN-CURRENCY                TO WO-CURRENCY
           MOVE WS-AMOUNT                  TO WO-AMOUNT
           MOVE WS-BUSR-ID                 TO WO-REQUESTED-BY
           MOVE 0                          TO WO-APPROVED-BY
           MOVE WS-TIMESTAMP               TO WO-TIMESTAMP
           WRITE LOAN-WRITEOFF-RECORD
           CLOSE WRITEOFF-FILE

           SUBTRACT WS-AMOUNT            FROM WS-UNRECOVERED
           DISPLAY "RECOVERY OF " WS-AMOUNT " RECORDED ON LOAN "
                   WS-LOAN-ID ", STILL UNRECOVERED " WS-UNRECOVERED
           .
       F-RECORD-RECOVERY-END.
           EXIT.
      ******************************************************************
       F-SUM-LOAN-EVENTS SECTION.
      *    WRITEOFF-FILE IS OPEN. TOTALS THE CHARGE-OFF AND RECOVERY
      *    EVENTS ON FILE FOR WS-LOAN-ID.
           MOVE 0                          TO WS-WRITTEN-OFF
           MOVE 0                          TO WS-RECOVERED
           MOVE LOW-VALUES                 TO WO-ID
           START WRITEOFF-FILE KEY IS NOT LESS THAN WO-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WRITEOFF-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF WO-LOAN-ID = WS-LOAN-ID
                   EVALUATE TRUE
                     WHEN WO-IS-CHARGE-OFF
                       ADD WO-AMOUNT       TO WS-WRITTEN-OFF
                     WHEN WO-IS-RECOVERY
                       ADD WO-AMOUNT       TO WS-RECOVERED
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-SUM-LOAN-EVENTS-END.
           EXIT.
      ******************************************************************
       F-COLLECT-RECOVERY SECTION.
      *    SAME DB-CALL SEQUENCE AS LOANRUN.F-COLLECT-PAYMENT -- THE
      *    MONEY IS TAKEN FROM THE LOAN'S LINKED ACCOUNT, WHERE THE
      *    BORROWER (OR A COLLECTIONS AGENCY) HAS PAID IT IN.
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
           IF WS-AMOUNT > WS-ACC-BALANCE
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "INSUFFICIENT FUNDS ON ACCOUNT " LN-ACCOUNT-ID
                     " FOR RECOVERY OF " WS-AMOUNT
             EXIT SECTION
           END-IF

           COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE - WS-AMOUNT

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE             TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "ACCOUNT UPDATE FAILED, RECOVERY NOT RECORDED"
             EXIT SECTION
           END-IF

           MOVE LN-ID                      TO WS-RM-LOAN-ID

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-WITHDRAW       TO TRUE
           MOVE WS-AMOUNT                  TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE             TO I-TRANS-ACCBALANCE
           MOVE WS-RECOVERY-MEMO           TO I-TRANS-MEMO
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             SET FG-OK-TO-POST-N           TO TRUE
             DISPLAY "TRANSACTION POST FAILED, RECOVERY NOT RECORDED"
           END-IF
           .
       F-COLLECT-RECOVERY-END.
           EXIT.
      ******************************************************************
       F-WRITE-MONTHLY-REPORT SECTION.
           IF ARG-TOK2 = SPACES
             MOVE WS-TODAY-RAW(1:6)        TO WS-PERIOD
           ELSE
             MOVE ARG-TOK2                 TO WS-PERIOD
           END-IF

           STRING "files/reports/WRITEOFF_RECOVERY_" DELIMITED BY SIZE
                  WS-PERIOD                           DELIMITED BY SIZE
                  ".txt"                              DELIMITED BY SIZE
             INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           MOVE SPACES                     TO REPORT-LINE
           STRING "===== LOAN WRITE-OFF / RECOVERY REPORT "
                  WS-PERIOD " ====="
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           STRING "DATE     | EVENT     | LOAN  | ACCOUNT   "
                  "| CUSTOMER  | CCY |          AMOUNT "
                  "| BY        | APPROVED"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT WRITEOFF-FILE
           IF WS-WO-FILE-STATUS = "00"
             MOVE LOW-VALUES               TO WO-ID
             START WRITEOFF-FILE KEY IS NOT LESS THAN WO-ID
               INVALID KEY
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT INVALID KEY
                 SET FG-MORE-RECORDS-Y     TO TRUE
             END-START

             PERFORM UNTIL FG-MORE-RECORDS-N
               READ WRITEOFF-FILE NEXT RECORD
                 AT END
                   SET FG-MORE-RECORDS-N   TO TRUE
                 NOT AT END
                   IF WO-DATE(1:6) = WS-PERIOD
                     PERFORM F-WRITE-EVENT-LINE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE WRITEOFF-FILE
           END-IF

           COMPUTE WS-NET-LOSS = WS-CHGOFF-TOTAL - WS-RECOVERY-TOTAL

           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHGOFF-TOTAL            TO WS-AMT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "Charge-offs : " FUNCTION TRIM(WS-CHGOFF-COUNT)
                  "  total " FUNCTION TRIM(WS-AMT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-RECOVERY-TOTAL          TO WS-AMT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "Recoveries  : " FUNCTION TRIM(WS-RECOVERY-COUNT)
                  "  total " FUNCTION TRIM(WS-AMT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE WS-NET-LOSS                TO WS-NET-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "Net loss    : " FUNCTION TRIM(WS-NET-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-TODAY-RAW               TO U-RPTREG-BUSDATE
           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE WS-REPORT-NAME             TO U-RPTREG-PATH
           COMPUTE U-RPTREG-ROW-COUNT =
                   WS-CHGOFF-COUNT + WS-RECOVERY-COUNT
           PERFORM UT-REPORTREG-REGISTER

           DISPLAY "REPORT WRITTEN TO " FUNCTION TRIM(WS-REPORT-NAME)
           .
       F-WRITE-MONTHLY-REPORT-END.
           EXIT.
      ******************************************************************
       F-WRITE-EVENT-LINE SECTION.
           IF WO-IS-CHARGE-OFF
             MOVE "CHARGE-OFF"             TO WS-EVENT-TEXT
             ADD 1                         TO WS-CHGOFF-COUNT
             ADD WO-AMOUNT                 TO WS-CHGOFF-TOTAL
           ELSE
             MOVE "RECOVERY"               TO WS-EVENT-TEXT
             ADD 1                         TO WS-RECOVERY-COUNT
             ADD WO-AMOUNT                 TO WS-RECOVERY-TOTAL
           END-IF
           MOVE WO-AMOUNT                  TO WS-AMT-EDITED

           MOVE SPACES                     TO REPORT-LINE
           STRING WO-DATE " | " WS-EVENT-TEXT
                  "| " WO-LOAN-ID " | " WO-ACCOUNT-ID
                  " | " WO-CUSTOMER-ID " | " WO-CURRENCY
                  " | " WS-AMT-EDITED " | " WO-REQUESTED-BY
                  " | " WO-APPROVED-BY
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-EVENT-LINE-END.
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
