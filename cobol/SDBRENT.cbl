      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      SDBRENT.
      ******************************************************************
      *  Safe deposit box rent billing batch. Run standalone (no
      *  dispatcher/permission layer, same as LOANDELINQ, whose fee
      *  posting this mirrors), nightly -- an agreement is billed on
      *  the anniversary of its start, so each night only bills the
      *  agreements whose rental year begins that day, plus any still
      *  unpaid from earlier nights.
      *  Walks every active agreement on files/sdbrentals.dat (see
      *  SDBRENTALRECORD, maintained by SDBOX):
      *     - when the next rental year has started, the annual rent
      *       for the box's size is debited from the nominated
      *       account as a FEE posting, and the due date moves on a
      *       year. The rent comes from the FEEMAINT schedule (codes
      *       SDBRENTS, SDBRENTM, SDBRENTL for small, medium and
      *       large boxes), falling back to the K-SDB-RENT constants
      *       -- the same rule ACCBO applies to its activity fees.
      *       It is not collected when the account is gone or
      *       closed, is frozen because its owner is deceased (unless
      *       a living joint owner keeps it operable, as ACCBO does),
      *       or its balance cannot cover the rent; the next run
      *       tries again.
      *     - rent still due after that makes the box UNPAID; a box
      *       whose customers (see SDBPARTYRECORD) are all marked
      *       deceased is ORPHANED. Either goes on the exception
      *       list, and the date it first went there is kept on the
      *       agreement. ESCHEATCHK orders a box drilled once it has
      *       been on the list long enough; a box that is paid, or
      *       gets a living customer again, comes off the list.
      *  Results, exceptions and control totals are written to
      *  files/reports/SDB_RENT_BILLING.txt
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT SDB-BILLING-OUTPUT ASSIGN TO
           "files/reports/SDB_RENT_BILLING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO
               "files/data/feeschedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FEE-SCHED-STATUS.

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

           SELECT DECEASED-FILE ASSIGN TO "files/deceased.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DC-CUSTOMERID
           FILE STATUS IS WS-DEC-FILE-STATUS.

           SELECT JOINT-ACC-FILE ASSIGN TO "files/jointacc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JA-KEY
           FILE STATUS IS WS-JA-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  SDB-BILLING-OUTPUT.
       01  SDB-BILLING-LINE             PIC X(200).

      *    SAME PHYSICAL LAYOUT FEEMAINT.cbl WRITES -- KEPT LOCAL, AS
      *    IN ACCBO.cbl AND DRAFT.cbl.
       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-FILE-RECORD.
           05 FILE-FS-CODE              PIC X(08).
           05 FILE-FS-EFF-DATE          PIC X(10).
           05 FILE-FS-AMOUNT            PIC 9(10)V99.

       FD  SDB-BOX-FILE.
       COPY SDBOXRECORD.

       FD  SDB-RENTAL-FILE.
       COPY SDBRENTALRECORD.

       FD  SDB-PARTY-FILE.
       COPY SDBPARTYRECORD.

       FD  DECEASED-FILE.
       COPY DECEASEDRECORD.

       FD  JOINT-ACC-FILE.
       COPY JOINTACCRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "SDBRENT             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".

       01 CONSTANTS.
      *    ANNUAL RENT BY BOX SIZE WHEN THE FEE SCHEDULE HAS NO ROW
      *    FOR THE SIZE'S CODE.
         05 K-SDB-RENT-SMALL            PIC 9(10)V99 VALUE 50.00.
         05 K-SDB-RENT-MEDIUM           PIC 9(10)V99 VALUE 90.00.
         05 K-SDB-RENT-LARGE            PIC 9(10)V99 VALUE 150.00.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-FEE-SCHED-STATUS         PIC XX VALUE SPACES.
         05 WS-SB-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DEC-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.

         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
         05 WS-DATE-RAW                 PIC 9(08).
         05 WS-DATE REDEFINES WS-DATE-RAW.
           10 WS-DATE-YYYY              PIC X(04).
           10 WS-DATE-MM                PIC X(02).
           10 WS-DATE-TT                PIC X(02).
         05 WS-TODAY-ISO                PIC X(10).
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
             15 T-ZONE                  PIC X(03) VALUE "+00".

      *    TODAY'S RENT PER SIZE, RESOLVED BY F-LOAD-RENT-SCHEDULE.
         05 WS-CUR-RENT-SMALL           PIC 9(10)V99.
         05 WS-CUR-RENT-MEDIUM          PIC 9(10)V99.
         05 WS-CUR-RENT-LARGE           PIC 9(10)V99.
         05 WS-BEST-SMALL-DATE          PIC X(10).
         05 WS-BEST-MEDIUM-DATE         PIC X(10).
         05 WS-BEST-LARGE-DATE          PIC X(10).

         05 WS-RENT-AMOUNT              PIC 9(10)V99.
         05 WS-RENT-ACCOUNTID           PIC 9(09).
         05 WS-RENT-CUSTOMERID          PIC 9(09).
         05 WS-RENT-BALANCE             PIC S9(10)V99.
         05 WS-RENT-NEW-BALANCE         PIC S9(10)V99.
         05 WS-RENT-REASON              PIC X(30).
         05 WS-NEXT-DUE                 PIC 9(08).
         05 WS-NEXT-DUE-PARTS REDEFINES WS-NEXT-DUE.
           10 WS-NEXT-DUE-YYYY          PIC 9(04).
           10 WS-NEXT-DUE-MM            PIC 9(02).
           10 WS-NEXT-DUE-DD            PIC 9(02).
         05 WS-NEW-EXCEPTION            PIC X(01).
         05 WS-PARTIES-ACTIVE           PIC 9(05).
         05 WS-PARTIES-LIVING           PIC 9(05).
         05 WS-DAYS-LISTED              PIC 9(05).
         05 WS-DAYS-EDITED              PIC ZZZZ9.

         05 WS-RENTALS-CHECKED          PIC 9(07) VALUE 0.
         05 WS-RENTALS-BILLED           PIC 9(07) VALUE 0.
         05 WS-RENTALS-UNPAID           PIC 9(07) VALUE 0.
         05 WS-RENTALS-ORPHANED         PIC 9(07) VALUE 0.
         05 WS-AMOUNT-BILLED            PIC 9(12)V99 VALUE 0.
         05 WS-CTL-AMT-EDITED           PIC ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-PARTIES             PIC X VALUE 'Y'.
           88 FG-MORE-PARTIES-Y         VALUE 'Y'.
           88 FG-MORE-PARTIES-N         VALUE 'N'.
         05 FG-MORE-JA-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-JA-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-JA-ROWS-N         VALUE 'N'.
         05 FG-ORPHANED                 PIC X VALUE 'N'.
           88 FG-ORPHANED-Y             VALUE 'Y'.
           88 FG-ORPHANED-N             VALUE 'N'.
         05 FG-RENT-COLLECTED           PIC X VALUE 'N'.
           88 FG-RENT-COLLECTED-Y       VALUE 'Y'.
           88 FG-RENT-COLLECTED-N       VALUE 'N'.
         05 FG-OWNER-DECEASED           PIC X VALUE 'N'.
           88 FG-OWNER-DECEASED-Y       VALUE 'Y'.
           88 FG-OWNER-DECEASED-N       VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-BATCH
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "SAFE DEPOSIT BOX RENT BILLING STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           PERFORM F-SET-TIMESTAMP
           PERFORM F-LOAD-RENT-SCHEDULE

           OPEN OUTPUT SDB-BILLING-OUTPUT
           MOVE "===== SAFE DEPOSIT BOX RENT BILLING ====="
                                           TO SDB-BILLING-LINE
           WRITE SDB-BILLING-LINE

      *    NO RENTAL FILE YET MEANS NO BOX HAS EVER BEEN RENTED --
      *    F-RUN-BATCH FINDS NOTHING TO DO.
           OPEN I-O SDB-RENTAL-FILE
           OPEN INPUT SDB-BOX-FILE
           OPEN INPUT SDB-PARTY-FILE
      *    NO DECEASED / JOINT-OWNER FILE ON SYSTEM MEANS NOBODY HAS
      *    BEEN MARKED / NO ACCOUNT HAS A JOINT OWNER.
           OPEN INPUT DECEASED-FILE
           OPEN INPUT JOINT-ACC-FILE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           IF WS-SR-FILE-STATUS = "00"
             CLOSE SDB-RENTAL-FILE
           END-IF
           IF WS-SB-FILE-STATUS = "00"
             CLOSE SDB-BOX-FILE
           END-IF
           IF WS-SP-FILE-STATUS = "00"
             CLOSE SDB-PARTY-FILE
           END-IF
           IF WS-DEC-FILE-STATUS = "00"
             CLOSE DECEASED-FILE
           END-IF
           IF WS-JA-FILE-STATUS = "00"
             CLOSE JOINT-ACC-FILE
           END-IF

           PERFORM F-WRITE-CONTROL-TOTALS
           CLOSE SDB-BILLING-OUTPUT

      *    REGISTER THE RESULTS FILE ON THE CENTRAL REPORT CATALOG
      *    (SEE REPORTREG) SO AN EMPTY RUN IS VISIBLE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-DATE-RAW               TO U-RPTREG-BUSDATE
           MOVE "files/reports/SDB_RENT_BILLING.txt"
                                          TO U-RPTREG-PATH
           MOVE WS-RENTALS-CHECKED        TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "AGREEMENTS: ",
             FUNCTION TRIM(WS-RENTALS-CHECKED),
             " | BILLED: ",
             FUNCTION TRIM(WS-RENTALS-BILLED),
             " | UNPAID: ",
             FUNCTION TRIM(WS-RENTALS-UNPAID),
             " | ORPHANED: ",
             FUNCTION TRIM(WS-RENTALS-ORPHANED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-SET-TIMESTAMP SECTION.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC
           MOVE T-DATE                     TO WS-TODAY-ISO
           .
       F-SET-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-LOAD-RENT-SCHEDULE SECTION.
      *    LATEST SDBRENTS/SDBRENTM/SDBRENTL ROW NOT AFTER TODAY PER
      *    SIZE, FALLING BACK TO THE K-SDB-RENT CONSTANTS -- THE SAME
      *    RULE ACCBO.F-LOAD-FEE-SCHEDULE APPLIES.
           MOVE K-SDB-RENT-SMALL           TO WS-CUR-RENT-SMALL
           MOVE K-SDB-RENT-MEDIUM          TO WS-CUR-RENT-MEDIUM
           MOVE K-SDB-RENT-LARGE           TO WS-CUR-RENT-LARGE
           MOVE SPACES                     TO WS-BEST-SMALL-DATE
                                              WS-BEST-MEDIUM-DATE
                                              WS-BEST-LARGE-DATE

           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FEE-SCHED-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ FEE-SCHEDULE-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF FILE-FS-EFF-DATE <= WS-TODAY-ISO
                   PERFORM F-APPLY-RENT-SCHED-ROW
                 END-IF
             END-READ
           END-PERFORM

           CLOSE FEE-SCHEDULE-FILE
           .
       F-LOAD-RENT-SCHEDULE-END.
           EXIT.
      ******************************************************************
       F-APPLY-RENT-SCHED-ROW SECTION.
           EVALUATE FILE-FS-CODE
             WHEN "SDBRENTS"
               IF FILE-FS-EFF-DATE > WS-BEST-SMALL-DATE
                 MOVE FILE-FS-EFF-DATE     TO WS-BEST-SMALL-DATE
                 MOVE FILE-FS-AMOUNT       TO WS-CUR-RENT-SMALL
               END-IF
             WHEN "SDBRENTM"
               IF FILE-FS-EFF-DATE > WS-BEST-MEDIUM-DATE
                 MOVE FILE-FS-EFF-DATE     TO WS-BEST-MEDIUM-DATE
                 MOVE FILE-FS-AMOUNT       TO WS-CUR-RENT-MEDIUM
               END-IF
             WHEN "SDBRENTL"
               IF FILE-FS-EFF-DATE > WS-BEST-LARGE-DATE
                 MOVE FILE-FS-EFF-DATE     TO WS-BEST-LARGE-DATE
                 MOVE FILE-FS-AMOUNT       TO WS-CUR-RENT-LARGE
               END-IF
           END-EVALUATE
           .
       F-APPLY-RENT-SCHED-ROW-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
           IF WS-SR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE 0                          TO SR-BRANCH-ID
           MOVE 0                          TO SR-BOX-NO
           MOVE 0                          TO SR-SEQ
           START SDB-RENTAL-FILE KEY IS NOT LESS THAN SR-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SDB-RENTAL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SR-IS-ACTIVE
                   PERFORM F-PROCESS-RENTAL
                 END-IF
             END-READ
           END-PERFORM
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-RENTAL SECTION.
           ADD 1                           TO WS-RENTALS-CHECKED
           PERFORM F-CHECK-ORPHANED

           IF SR-NEXT-DUE-DATE <= WS-DATE-RAW
             PERFORM F-BILL-RENT
           END-IF

      *    RENT STILL DUE OUTRANKS ORPHANED -- THE BOX WOULD BE
      *    DRILLED FOR IT ALONE.
           EVALUATE TRUE
             WHEN SR-NEXT-DUE-DATE <= WS-DATE-RAW
               MOVE "U"                    TO WS-NEW-EXCEPTION
             WHEN FG-ORPHANED-Y
               MOVE "O"                    TO WS-NEW-EXCEPTION
             WHEN OTHER
               MOVE SPACE                  TO WS-NEW-EXCEPTION
           END-EVALUATE

      *    THE DATE THE BOX FIRST WENT ON THE LIST IS KEPT WHILE IT
      *    STAYS THERE, WHICHEVER THE REASON.
           IF WS-NEW-EXCEPTION = SPACE
             SET SR-NO-EXCEPTION           TO TRUE
             MOVE 0                        TO SR-EXCEPTION-DATE
           ELSE
             IF SR-NO-EXCEPTION
               MOVE WS-DATE-RAW            TO SR-EXCEPTION-DATE
             END-IF
             MOVE WS-NEW-EXCEPTION         TO SR-EXCEPTION
             PERFORM F-WRITE-EXCEPTION
           END-IF

           REWRITE SDB-RENTAL-RECORD
           .
       F-PROCESS-RENTAL-END.
           EXIT.
      ******************************************************************
       F-CHECK-ORPHANED SECTION.
      *    ORPHANED WHEN NO ACTIVE CUSTOMER ON THE AGREEMENT IS ALIVE.
      *    ANY ROW ON THE DECEASED FILE COUNTS, WHATEVER THE ESTATE'S
      *    PROGRESS.
           SET FG-ORPHANED-N               TO TRUE
           MOVE 0                          TO WS-PARTIES-ACTIVE
           MOVE 0                          TO WS-PARTIES-LIVING
           IF WS-SP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE SR-BRANCH-ID               TO SP-BRANCH-ID
           MOVE SR-BOX-NO                  TO SP-BOX-NO
           MOVE SR-SEQ                     TO SP-RENTAL-SEQ
           MOVE 0                          TO SP-CUSTOMERID
           START SDB-PARTY-FILE KEY IS NOT LESS THAN SP-KEY
             INVALID KEY
               SET FG-MORE-PARTIES-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-PARTIES-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-PARTIES-N
             READ SDB-PARTY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-PARTIES-N     TO TRUE
               NOT AT END
                 IF SP-BRANCH-ID NOT = SR-BRANCH-ID
                   OR SP-BOX-NO NOT = SR-BOX-NO
                   OR SP-RENTAL-SEQ NOT = SR-SEQ
                   SET FG-MORE-PARTIES-N   TO TRUE
                 ELSE
                   IF SP-IS-ACTIVE
                     ADD 1                 TO WS-PARTIES-ACTIVE
                     PERFORM F-COUNT-IF-LIVING
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           IF WS-PARTIES-LIVING = 0
             SET FG-ORPHANED-Y             TO TRUE
           END-IF
           .
       F-CHECK-ORPHANED-END.
           EXIT.
      ******************************************************************
       F-COUNT-IF-LIVING SECTION.
           IF WS-DEC-FILE-STATUS NOT = "00"
             ADD 1                         TO WS-PARTIES-LIVING
             EXIT SECTION
           END-IF
           MOVE SP-CUSTOMERID              TO DC-CUSTOMERID
           READ DECEASED-FILE
             INVALID KEY
               ADD 1                       TO WS-PARTIES-LIVING
           END-READ
           .
       F-COUNT-IF-LIVING-END.
           EXIT.
      ******************************************************************
       F-BILL-RENT SECTION.
           SET FG-RENT-COLLECTED-N         TO TRUE
           MOVE SPACES                     TO WS-RENT-REASON

           MOVE WS-CUR-RENT-MEDIUM         TO WS-RENT-AMOUNT
           IF WS-SB-FILE-STATUS = "00"
             MOVE SR-BRANCH-ID             TO SB-BRANCH-ID
             MOVE SR-BOX-NO                TO SB-BOX-NO
             READ SDB-BOX-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 EVALUATE TRUE
                   WHEN SB-SIZE-SMALL
                     MOVE WS-CUR-RENT-SMALL TO WS-RENT-AMOUNT
                   WHEN SB-SIZE-LARGE
                     MOVE WS-CUR-RENT-LARGE TO WS-RENT-AMOUNT
                 END-EVALUATE
             END-READ
           END-IF

           MOVE SR-ACCOUNT-ID              TO WS-RENT-ACCOUNTID
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WS-RENT-ACCOUNTID          TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           EVALUATE TRUE
             WHEN NOT ACCDB-STATUS-OK
               MOVE "NOMINATED ACCOUNT NOT ON FILE"
                                           TO WS-RENT-REASON
             WHEN O-ACC-STATUS(1) = "C"
               MOVE "NOMINATED ACCOUNT CLOSED"
                                           TO WS-RENT-REASON
             WHEN OTHER
               MOVE O-ACC-CUSTOMERID(1)    TO WS-RENT-CUSTOMERID
               MOVE O-ACC-BALANCE(1)       TO WS-RENT-BALANCE
               PERFORM F-CHECK-OWNER-DECEASED
               IF FG-OWNER-DECEASED-Y
                 MOVE "ACCOUNT FROZEN, OWNER DECEASED"
                                           TO WS-RENT-REASON
               ELSE
                 IF WS-RENT-BALANCE < WS-RENT-AMOUNT
                   MOVE "INSUFFICIENT FUNDS"
                                           TO WS-RENT-REASON
                 ELSE
                   PERFORM F-POST-RENT
                 END-IF
               END-IF
           END-EVALUATE

           MOVE WS-RENT-AMOUNT             TO WS-AMOUNT-EDITED
           MOVE SPACES                     TO SDB-BILLING-LINE
           IF FG-RENT-COLLECTED-Y
             STRING
               "BILLED   BR=", SR-BRANCH-ID,
               " BOX=", SR-BOX-NO,
               " AGR=", SR-SEQ,
               " ACC=", WS-RENT-ACCOUNTID,
               " AMT=", WS-AMOUNT-EDITED,
               " NEXT DUE=", SR-NEXT-DUE-DATE
               DELIMITED BY SIZE
               INTO SDB-BILLING-LINE
             END-STRING
           ELSE
             IF WS-RENT-REASON = SPACES
               MOVE "POSTING FAILED"       TO WS-RENT-REASON
             END-IF
             STRING
               "NOT PAID BR=", SR-BRANCH-ID,
               " BOX=", SR-BOX-NO,
               " AGR=", SR-SEQ,
               " ACC=", WS-RENT-ACCOUNTID,
               " AMT=", WS-AMOUNT-EDITED,
               " -- ", WS-RENT-REASON,
               " RETRIED NEXT RUN"
               DELIMITED BY SIZE
               INTO SDB-BILLING-LINE
             END-STRING
           END-IF
           WRITE SDB-BILLING-LINE
           .
       F-BILL-RENT-END.
           EXIT.
      ******************************************************************
       F-POST-RENT SECTION.
      *    A FEE POSTING ON THE NOMINATED ACCOUNT, THEN THE BALANCE --
      *    SAME CALL SEQUENCE AS CHECKINWARD'S F-PAY-ITEM.
           COMPUTE WS-RENT-NEW-BALANCE =
                   WS-RENT-BALANCE - WS-RENT-AMOUNT

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE WS-RENT-ACCOUNTID          TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-FEE            TO TRUE
           MOVE WS-RENT-AMOUNT             TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-RENT-NEW-BALANCE        TO I-TRANS-ACCBALANCE
      *    ONE REFERENCE PER BOX AND RENTAL YEAR.
           STRING "SDB"                    DELIMITED BY SIZE
                  SR-BRANCH-ID             DELIMITED BY SIZE
                  SR-BOX-NO                DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  SR-NEXT-DUE-DATE         DELIMITED BY SIZE
             INTO I-TRANS-PAYMENT-REF
           END-STRING
           STRING "SAFE DEPOSIT BOX RENT " DELIMITED BY SIZE
                  SR-BRANCH-ID             DELIMITED BY SIZE
                  "/"                      DELIMITED BY SIZE
                  SR-BOX-NO                DELIMITED BY SIZE
             INTO I-TRANS-MEMO
           END-STRING
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             EXIT SECTION
           END-IF

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE WS-RENT-ACCOUNTID          TO I-ACC-ACCOUNTID
           MOVE WS-RENT-NEW-BALANCE        TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           SET FG-RENT-COLLECTED-Y         TO TRUE
           ADD 1                           TO WS-RENTALS-BILLED
           ADD WS-RENT-AMOUNT              TO WS-AMOUNT-BILLED

      *    PAID A YEAR AHEAD FROM THE DUE DATE, NOT FROM TODAY, SO A
      *    LATE PAYMENT DOES NOT SHIFT THE ANNIVERSARY. 29 FEBRUARY
      *    FALLS BACK TO THE 28TH IN A COMMON YEAR.
           MOVE WS-DATE-RAW                TO SR-LAST-PAID-DATE
           MOVE WS-RENT-AMOUNT             TO SR-LAST-RENT-AMOUNT
           MOVE SR-NEXT-DUE-DATE           TO WS-NEXT-DUE
           ADD 1                           TO WS-NEXT-DUE-YYYY
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-NEXT-DUE) NOT = 0
             MOVE 28                       TO WS-NEXT-DUE-DD
           END-IF
           MOVE WS-NEXT-DUE                TO SR-NEXT-DUE-DATE
           .
       F-POST-RENT-END.
           EXIT.
      ******************************************************************
       F-WRITE-EXCEPTION SECTION.
           COMPUTE WS-DAYS-LISTED =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-RAW)
                 - FUNCTION INTEGER-OF-DATE(SR-EXCEPTION-DATE)
           MOVE WS-DAYS-LISTED             TO WS-DAYS-EDITED
           MOVE SPACES                     TO SDB-BILLING-LINE
           IF SR-EXC-UNPAID
             ADD 1                         TO WS-RENTALS-UNPAID
             STRING
               "UNPAID   BR=", SR-BRANCH-ID,
               " BOX=", SR-BOX-NO,
               " AGR=", SR-SEQ,
               " ACC=", SR-ACCOUNT-ID,
               " DUE SINCE ", SR-NEXT-DUE-DATE,
               " LISTED SINCE ", SR-EXCEPTION-DATE,
               " (", FUNCTION TRIM(WS-DAYS-EDITED), " DAYS)"
               DELIMITED BY SIZE
               INTO SDB-BILLING-LINE
             END-STRING
           ELSE
             ADD 1                         TO WS-RENTALS-ORPHANED
             STRING
               "ORPHANED BR=", SR-BRANCH-ID,
               " BOX=", SR-BOX-NO,
               " AGR=", SR-SEQ,
               " ACC=", SR-ACCOUNT-ID,
               " NO LIVING CUSTOMER OF ",
               FUNCTION TRIM(WS-PARTIES-ACTIVE),
               " LISTED SINCE ", SR-EXCEPTION-DATE,
               " (", FUNCTION TRIM(WS-DAYS-EDITED), " DAYS)"
               DELIMITED BY SIZE
               INTO SDB-BILLING-LINE
             END-STRING
           END-IF
           WRITE SDB-BILLING-LINE
           .
       F-WRITE-EXCEPTION-END.
           EXIT.
      ******************************************************************
       F-CHECK-OWNER-DECEASED SECTION.
      *    SAME RULE AS ACCBO.F-CHECK-OWNER-DECEASED: DEBITS ARE
      *    FROZEN WHILE THE OWNER IS MARKED DECEASED, UNLESS AN ACTIVE
      *    JOINT OWNER KEEPS THE ACCOUNT OPERABLE.
           SET FG-OWNER-DECEASED-N         TO TRUE
           IF WS-DEC-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-RENT-CUSTOMERID         TO DC-CUSTOMERID
           READ DECEASED-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF DC-IS-DECEASED OR DC-RELEASE-PENDING
                 SET FG-OWNER-DECEASED-Y   TO TRUE
               END-IF
           END-READ
           IF FG-OWNER-DECEASED-N OR WS-JA-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

      *    THE RULE ROW (BANK USER 00000) IS NOT AN OWNER.
           MOVE WS-RENT-ACCOUNTID          TO JA-ACCOUNT-ID
           MOVE 0                          TO JA-BUSR-ID
           SET FG-MORE-JA-ROWS-Y           TO TRUE
           START JOINT-ACC-FILE KEY IS NOT LESS THAN JA-KEY
             INVALID KEY
               SET FG-MORE-JA-ROWS-N       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-JA-ROWS-N
             READ JOINT-ACC-FILE NEXT RECORD
               AT END
                 SET FG-MORE-JA-ROWS-N     TO TRUE
               NOT AT END
                 IF JA-ACCOUNT-ID NOT = WS-RENT-ACCOUNTID
                   SET FG-MORE-JA-ROWS-N   TO TRUE
                 ELSE
                   IF JA-IS-ACTIVE AND JA-BUSR-ID NOT = 0
                     SET FG-OWNER-DECEASED-N TO TRUE
                     SET FG-MORE-JA-ROWS-N TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-CHECK-OWNER-DECEASED-END.
           EXIT.
      ******************************************************************
       F-WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES                      TO SDB-BILLING-LINE
           WRITE SDB-BILLING-LINE
           MOVE "===== CONTROL TOTALS =====" TO SDB-BILLING-LINE
           WRITE SDB-BILLING-LINE

           MOVE SPACES                      TO SDB-BILLING-LINE
           STRING
             "AGREEMENTS : ",
             FUNCTION TRIM(WS-RENTALS-CHECKED)
             INTO SDB-BILLING-LINE
           END-STRING
           WRITE SDB-BILLING-LINE

           MOVE WS-AMOUNT-BILLED            TO WS-CTL-AMT-EDITED
           MOVE SPACES                      TO SDB-BILLING-LINE
           STRING
             "BILLED     : ",
             FUNCTION TRIM(WS-RENTALS-BILLED),
             " / ",
             FUNCTION TRIM(WS-CTL-AMT-EDITED)
             INTO SDB-BILLING-LINE
           END-STRING
           WRITE SDB-BILLING-LINE

           MOVE SPACES                      TO SDB-BILLING-LINE
           STRING
             "UNPAID     : ",
             FUNCTION TRIM(WS-RENTALS-UNPAID)
             INTO SDB-BILLING-LINE
           END-STRING
           WRITE SDB-BILLING-LINE

           MOVE SPACES                      TO SDB-BILLING-LINE
           STRING
             "ORPHANED   : ",
             FUNCTION TRIM(WS-RENTALS-ORPHANED)
             INTO SDB-BILLING-LINE
           END-STRING
           WRITE SDB-BILLING-LINE
           .
       F-WRITE-CONTROL-TOTALS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
