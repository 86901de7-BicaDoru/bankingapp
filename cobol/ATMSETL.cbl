      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ATMSETL.
      ******************************************************************
      *  Daily ATM settlement. Run standalone, no args, nightly (same
      *  shape as ACHRECON, whose match-by-payment-reference this
      *  mirrors). Reads the terminal journal the card switch drops
      *  at files/atm_journal.txt (see ATMJOURNALRECORD), one line
      *  per cash withdrawal as the machine recorded it, and for
      *  each line looks up the customer withdrawal actually posted
      *  under the same payment reference on TRANSDB. Flags:
      *    - cash dispensed with no withdrawal posted for it
      *    - a withdrawal posted with no cash dispensed
      *    - a posted amount, or account, that differs from the
      *      journal's
      *    - a line from a terminal not on the ATM register (see
      *      ATMMAINT)
      *  Per machine, the cash the journal says was dispensed is run
      *  off the book cassette cash on files/atms.dat, and the
      *  difference between what was posted to customers and what
      *  was dispensed is the machine's overage (posted more than
      *  dispensed) or shortage (dispensed more than posted) for the
      *  day -- appended to files/vaultvariance.log alongside the
      *  vault and cassette-count variances VAULTMAINT writes there.
      *  Only journal lines dated after the machine's last settlement
      *  and not after the business date are settled, and the
      *  machine is then stamped settled through the business date,
      *  so a re-run over the same journal settles nothing twice.
      *  Results are written to
      *  files/reports/ATM_SETTLEMENT_<yyyymmdd>.txt with a summary.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT ATM-JOURNAL-FILE ASSIGN TO "files/atm_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT ATM-FILE ASSIGN TO "files/atms.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AT-ATM-ID
           FILE STATUS IS WS-ATM-FILE-STATUS.

           SELECT SETTLE-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT VARIANCE-LOG ASSIGN TO "files/vaultvariance.log"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  ATM-JOURNAL-FILE.
       COPY ATMJOURNALRECORD.

       FD  ATM-FILE.
       COPY ATMRECORD.

       FD  SETTLE-OUTPUT.
       01  SETTLE-LINE                   PIC X(200).

       FD  VARIANCE-LOG.
       01  VARIANCE-LINE                 PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ATMSETL             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-JOURNAL-FILE-STATUS      PIC XX VALUE SPACES.
         05 WS-ATM-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).

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

         05 WS-POSTED-AMOUNT            PIC S9(10)V99.
         05 WS-POSTED-ACCOUNTID         PIC 9(09).
         05 WS-EXCEPTION-REASON         PIC X(40).
         05 WS-VARIANCE                 PIC S9(10)V99.

         05 WS-LINES-READ               PIC 9(07) VALUE 0.
         05 WS-LINES-SETTLED            PIC 9(07) VALUE 0.
         05 WS-LINES-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-LINES-EXCEPTIONS         PIC 9(07) VALUE 0.
         05 WS-ATMS-SETTLED             PIC 9(05) VALUE 0.
         05 WS-ATMS-WITH-VARIANCE       PIC 9(05) VALUE 0.
         05 WS-TOTAL-DISPENSED          PIC S9(12)V99 VALUE 0.
         05 WS-TOTAL-POSTED             PIC S9(12)V99 VALUE 0.

         05 WS-AMOUNT-EDITED            PIC -ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED2           PIC -ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED3           PIC -ZZZZZZZZZ9.99.
         05 WS-CTL-AMT-EDITED           PIC -ZZZZZZZZZZZ9.99.

      *    ONE SLOT PER TERMINAL SEEN IN TONIGHT'S JOURNAL -- THE SAME
      *    LINEAR-SCAN CACHE EODRECON KEEPS FOR ITS CASH POSITION.
      *    200 IS WELL ABOVE THE BANK'S ESTATE OF MACHINES.
         05 WS-SET-COUNT                PIC 9(03) VALUE 0.
         05 WS-SET-ENTRY                OCCURS 200 TIMES.
           10 WS-SET-ATM-ID             PIC 9(05).
           10 WS-SET-BRANCH-ID          PIC 9(03).
           10 WS-SET-LAST-SETTLED       PIC 9(08).
           10 WS-SET-LINES              PIC 9(05).
           10 WS-SET-EXCEPTIONS         PIC 9(05).
           10 WS-SET-DISPENSED          PIC S9(10)V99.
           10 WS-SET-POSTED             PIC S9(10)V99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-JOURNAL-OPEN             PIC X VALUE 'N'.
           88 FG-JOURNAL-OPEN-Y         VALUE 'Y'.
           88 FG-JOURNAL-OPEN-N         VALUE 'N'.
         05 FG-ATM-OPEN                 PIC X VALUE 'N'.
           88 FG-ATM-OPEN-Y             VALUE 'Y'.
           88 FG-ATM-OPEN-N             VALUE 'N'.
         05 FG-ATM-KNOWN                PIC X VALUE 'N'.
           88 FG-ATM-KNOWN-Y            VALUE 'Y'.
           88 FG-ATM-KNOWN-N            VALUE 'N'.
         05 FG-EXCEPTION                PIC X VALUE 'N'.
           88 FG-EXCEPTION-Y            VALUE 'Y'.
           88 FG-EXCEPTION-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-SLOT                    PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-SETTLEMENT
           PERFORM F-SETTLE-ATMS
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ATM SETTLEMENT STARTING"  TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

      *    SETTLED THROUGH THE BANK-WIDE BUSINESS DATE (SEE
      *    BUSDATE.cbl), THE DAY OPERATIONS IS CLOSING.
           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF
           PERFORM F-SET-TIMESTAMP

           STRING "files/reports/ATM_SETTLEMENT_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING

           OPEN OUTPUT SETTLE-OUTPUT
           MOVE "===== ATM SETTLEMENT =====" TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE SPACES                    TO SETTLE-LINE
           STRING "BUSINESS DATE: " WS-TODAY-RAW
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE
           MOVE SPACES                    TO SETTLE-LINE
           WRITE SETTLE-LINE

      *    NO REGISTER YET MEANS EVERY JOURNAL LINE IS FROM AN
      *    UNKNOWN TERMINAL; NO JOURNAL MEANS NOTHING TO SETTLE.
           OPEN I-O ATM-FILE
           IF WS-ATM-FILE-STATUS = "00"
             SET FG-ATM-OPEN-Y            TO TRUE
           ELSE
             SET FG-ATM-OPEN-N            TO TRUE
           END-IF

           OPEN INPUT ATM-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
             SET FG-MORE-RECORDS-Y        TO TRUE
             SET FG-JOURNAL-OPEN-Y        TO TRUE
           ELSE
             SET FG-MORE-RECORDS-N        TO TRUE
             SET FG-JOURNAL-OPEN-N        TO TRUE
             MOVE "NO TERMINAL JOURNAL ON FILE -- NOTHING SETTLED"
                                          TO SETTLE-LINE
             WRITE SETTLE-LINE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           IF FG-JOURNAL-OPEN-Y
             CLOSE ATM-JOURNAL-FILE
           END-IF
           IF FG-ATM-OPEN-Y
             CLOSE ATM-FILE
           END-IF

           PERFORM F-WRITE-CONTROL-TOTALS
           CLOSE SETTLE-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO THE REPORT IS FINDABLE BY JOB AND DATE AND
      *    AN EMPTY RUN IS VISIBLE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-FILENAME               TO U-RPTREG-PATH
           MOVE WS-LINES-READ             TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "JOURNAL LINES: ",
             FUNCTION TRIM(WS-LINES-READ),
             " | SETTLED: ",
             FUNCTION TRIM(WS-LINES-SETTLED),
             " | EXCEPTIONS: ",
             FUNCTION TRIM(WS-LINES-EXCEPTIONS),
             " | ATMS WITH VARIANCE: ",
             FUNCTION TRIM(WS-ATMS-WITH-VARIANCE)
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
      *    WALL-CLOCK STAMP FOR THE VARIANCE LOG, IN THE SAME FORM
      *    VAULTMAINT WRITES THERE.
           ACCEPT WS-TIME-RAW FROM TIME
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-YYYY               TO T-YEAR
           MOVE WS-DATE-MM                 TO T-MONTH
           MOVE WS-DATE-TT                 TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC
           .
       F-SET-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-RUN-SETTLEMENT SECTION.
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ ATM-JOURNAL-FILE
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 ADD 1                    TO WS-LINES-READ
                 PERFORM F-SETTLE-JOURNAL-LINE
             END-READ
           END-PERFORM
           .
       F-RUN-SETTLEMENT-END.
           EXIT.
      ******************************************************************
       F-SETTLE-JOURNAL-LINE SECTION.
           SET FG-EXCEPTION-N              TO TRUE
           MOVE SPACES                     TO WS-EXCEPTION-REASON
           MOVE 0                          TO WS-POSTED-AMOUNT
           MOVE 0                          TO WS-POSTED-ACCOUNTID

           PERFORM F-FIND-ATM-SLOT
           IF FG-ATM-KNOWN-N
             SET FG-EXCEPTION-Y            TO TRUE
             MOVE "TERMINAL NOT ON THE ATM REGISTER"
                                           TO WS-EXCEPTION-REASON
             ADD 1                         TO WS-LINES-EXCEPTIONS
             PERFORM F-WRITE-EXCEPTION-LINE
             EXIT SECTION
           END-IF

      *    ALREADY SETTLED ON AN EARLIER NIGHT, OR DATED AHEAD OF THE
      *    DAY BEING CLOSED -- LEFT FOR THE NIGHT IT BELONGS TO.
           IF AJ-DATE NOT > WS-SET-LAST-SETTLED(IND-SLOT)
             OR AJ-DATE > WS-TODAY-RAW
             ADD 1                         TO WS-LINES-SKIPPED
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-LINES-SETTLED
           ADD 1                           TO WS-SET-LINES(IND-SLOT)
           ADD AJ-AMOUNT                   TO WS-SET-DISPENSED(IND-SLOT)

           PERFORM F-FIND-POSTING
           ADD WS-POSTED-AMOUNT            TO WS-SET-POSTED(IND-SLOT)

           EVALUATE TRUE
             WHEN WS-POSTED-AMOUNT = 0 AND AJ-AMOUNT = 0
               CONTINUE
             WHEN WS-POSTED-AMOUNT = 0
               SET FG-EXCEPTION-Y          TO TRUE
               MOVE "CASH DISPENSED, NO WITHDRAWAL POSTED"
                                           TO WS-EXCEPTION-REASON
             WHEN AJ-AMOUNT = 0
               SET FG-EXCEPTION-Y          TO TRUE
               MOVE "WITHDRAWAL POSTED, NO CASH DISPENSED"
                                           TO WS-EXCEPTION-REASON
             WHEN WS-POSTED-AMOUNT NOT = AJ-AMOUNT
               SET FG-EXCEPTION-Y          TO TRUE
               MOVE "POSTED AMOUNT DIFFERS FROM DISPENSED"
                                           TO WS-EXCEPTION-REASON
             WHEN WS-POSTED-ACCOUNTID NOT = AJ-ACCOUNT-ID
               SET FG-EXCEPTION-Y          TO TRUE
               MOVE "POSTED TO A DIFFERENT ACCOUNT"
                                           TO WS-EXCEPTION-REASON
           END-EVALUATE

           IF FG-EXCEPTION-Y
             ADD 1                         TO WS-LINES-EXCEPTIONS
             ADD 1                         TO WS-SET-EXCEPTIONS
                                                           (IND-SLOT)
             PERFORM F-WRITE-EXCEPTION-LINE
           END-IF
           .
       F-SETTLE-JOURNAL-LINE-END.
           EXIT.
      ******************************************************************
       F-FIND-ATM-SLOT SECTION.
      *    IND-SLOT -> THIS LINE'S TERMINAL IN THE SETTLEMENT TABLE,
      *    ADDED FROM THE REGISTER ON ITS FIRST LINE.
           SET FG-ATM-KNOWN-N              TO TRUE
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-SET-COUNT
             IF WS-SET-ATM-ID(IND-1) = AJ-ATM-ID
               MOVE IND-1                  TO IND-SLOT
               SET FG-ATM-KNOWN-Y          TO TRUE
             END-IF
           END-PERFORM
           IF FG-ATM-KNOWN-Y
             EXIT SECTION
           END-IF

           IF FG-ATM-OPEN-N
             OR WS-SET-COUNT NOT < 200
             EXIT SECTION
           END-IF
           MOVE AJ-ATM-ID                  TO AT-ATM-ID
           READ ATM-FILE
             INVALID KEY
               EXIT SECTION
           END-READ

           ADD 1                           TO WS-SET-COUNT
           MOVE WS-SET-COUNT               TO IND-SLOT
           MOVE AT-ATM-ID                  TO WS-SET-ATM-ID(IND-SLOT)
           MOVE AT-BRANCH-ID               TO WS-SET-BRANCH-ID
                                                           (IND-SLOT)
           MOVE AT-LAST-SETTLED-DATE       TO WS-SET-LAST-SETTLED
                                                           (IND-SLOT)
           MOVE 0                          TO WS-SET-LINES(IND-SLOT)
           MOVE 0                          TO WS-SET-EXCEPTIONS
                                                           (IND-SLOT)
           MOVE 0                          TO WS-SET-DISPENSED
                                                           (IND-SLOT)
           MOVE 0                          TO WS-SET-POSTED(IND-SLOT)
           SET FG-ATM-KNOWN-Y              TO TRUE
           .
       F-FIND-ATM-SLOT-END.
           EXIT.
      ******************************************************************
       F-FIND-POSTING SECTION.
      *    THE CUSTOMER WITHDRAWAL POSTED UNDER THE JOURNAL LINE'S
      *    PAYMENT REFERENCE -- AN INDEXED EXACT MATCH, AS IN
      *    ACHRECON.
           IF AJ-REFERENCE = SPACES
             EXIT SECTION
           END-IF

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-GET-LIST         TO TRUE
           MOVE 0                          TO I-TRANS-ACCOUNTID
           MOVE AJ-REFERENCE               TO I-TRANS-PAYMENT-REF
           MOVE 1                          TO I-TRANS-PAGE-NUMBER
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             MOVE 0                        TO O-TRANSDB-COUNT
           END-IF

           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > O-TRANSDB-COUNT
             EVALUATE O-TRANS-TRANS-TYPE(IND-2)
               WHEN "WITHDRAW"
                 ADD O-TRANS-AMMOUNT(IND-2) TO WS-POSTED-AMOUNT
                 MOVE O-TRANS-ACCOUNTID(IND-2)
                                           TO WS-POSTED-ACCOUNTID
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM
           .
       F-FIND-POSTING-END.
           EXIT.
      ******************************************************************
       F-WRITE-EXCEPTION-LINE SECTION.
           MOVE AJ-AMOUNT                  TO WS-AMOUNT-EDITED
           MOVE WS-POSTED-AMOUNT           TO WS-AMOUNT-EDITED2
           MOVE SPACES                     TO SETTLE-LINE
           STRING
             "EXCEPTION ATM=", AJ-ATM-ID,
             " DATE=", AJ-DATE,
             " TIME=", AJ-TIME,
             " ACC=", AJ-ACCOUNT-ID,
             " REF=", AJ-REFERENCE,
             " DISPENSED=", FUNCTION TRIM(WS-AMOUNT-EDITED),
             " POSTED=", FUNCTION TRIM(WS-AMOUNT-EDITED2),
             " REASON=", WS-EXCEPTION-REASON
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE
           .
       F-WRITE-EXCEPTION-LINE-END.
           EXIT.
      ******************************************************************
       F-SETTLE-ATMS SECTION.
      *    ONE SETTLEMENT ROW PER TERMINAL THAT HAD LINES TONIGHT:
      *    RUN THE DISPENSED CASH OFF ITS BOOK CASSETTE CASH, STAMP IT
      *    SETTLED THROUGH THE BUSINESS DATE, AND LOG ANY OVERAGE OR
      *    SHORTAGE.
           MOVE SPACES                     TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "===== SETTLEMENT BY TERMINAL =====" TO SETTLE-LINE
           WRITE SETTLE-LINE
           MOVE "ATM|BRANCH|LINES|EXCEPTIONS|DISPENSED|POSTED|VARIANCE"
                                           TO SETTLE-LINE
           WRITE SETTLE-LINE

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-SET-COUNT
             IF WS-SET-LINES(IND-1) > 0
               PERFORM F-SETTLE-ONE-ATM
             END-IF
           END-PERFORM
           .
       F-SETTLE-ATMS-END.
           EXIT.
      ******************************************************************
       F-SETTLE-ONE-ATM SECTION.
           ADD 1                           TO WS-ATMS-SETTLED
           ADD WS-SET-DISPENSED(IND-1)     TO WS-TOTAL-DISPENSED
           ADD WS-SET-POSTED(IND-1)        TO WS-TOTAL-POSTED
           COMPUTE WS-VARIANCE = WS-SET-POSTED(IND-1)
                               - WS-SET-DISPENSED(IND-1)

           MOVE WS-SET-ATM-ID(IND-1)       TO AT-ATM-ID
           READ ATM-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SUBTRACT WS-SET-DISPENSED(IND-1)
                                           FROM AT-CASSETTE-CASH
               MOVE WS-TODAY-RAW           TO AT-LAST-SETTLED-DATE
               REWRITE ATM-RECORD
               IF AT-CASSETTE-CASH < 0
                 PERFORM F-WRITE-NEGATIVE-BOOK
               END-IF
           END-READ

           MOVE WS-SET-DISPENSED(IND-1)    TO WS-AMOUNT-EDITED
           MOVE WS-SET-POSTED(IND-1)       TO WS-AMOUNT-EDITED2
           MOVE WS-VARIANCE                TO WS-AMOUNT-EDITED3
           MOVE SPACES                     TO SETTLE-LINE
           STRING WS-SET-ATM-ID(IND-1)     DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-SET-BRANCH-ID(IND-1)  DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-LINES(IND-1))
                                           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SET-EXCEPTIONS(IND-1))
                                           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-EDITED)
                                           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-EDITED2)
                                           DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-EDITED3)
                                           DELIMITED BY SIZE
             INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE

           IF WS-VARIANCE NOT = 0
             ADD 1                         TO WS-ATMS-WITH-VARIANCE
             OPEN EXTEND VARIANCE-LOG
             MOVE SPACES                   TO VARIANCE-LINE
             IF WS-VARIANCE > 0
               STRING
                 WS-TIMESTAMP " BRANCH " WS-SET-BRANCH-ID(IND-1)
                 " ATM " WS-SET-ATM-ID(IND-1)
                 " SETTLEMENT " WS-TODAY-RAW
                 " DISPENSED " FUNCTION TRIM(WS-AMOUNT-EDITED)
                 " POSTED " FUNCTION TRIM(WS-AMOUNT-EDITED2)
                 " OVERAGE " FUNCTION TRIM(WS-AMOUNT-EDITED3)
                 DELIMITED BY SIZE INTO VARIANCE-LINE
               END-STRING
             ELSE
               STRING
                 WS-TIMESTAMP " BRANCH " WS-SET-BRANCH-ID(IND-1)
                 " ATM " WS-SET-ATM-ID(IND-1)
                 " SETTLEMENT " WS-TODAY-RAW
                 " DISPENSED " FUNCTION TRIM(WS-AMOUNT-EDITED)
                 " POSTED " FUNCTION TRIM(WS-AMOUNT-EDITED2)
                 " SHORTAGE " FUNCTION TRIM(WS-AMOUNT-EDITED3)
                 DELIMITED BY SIZE INTO VARIANCE-LINE
               END-STRING
             END-IF
             WRITE VARIANCE-LINE
             CLOSE VARIANCE-LOG
           END-IF
           .
       F-SETTLE-ONE-ATM-END.
           EXIT.
      ******************************************************************
       F-WRITE-NEGATIVE-BOOK SECTION.
      *    MORE DISPENSED THAN WAS EVER LOADED -- A LOAD NEVER KEYED
      *    THROUGH VAULTMAINT, OR A JOURNAL FAULT.
           MOVE SPACES                     TO SETTLE-LINE
           STRING "  ATM " WS-SET-ATM-ID(IND-1)
                  " BOOK CASSETTE CASH BELOW ZERO -- CHECK ITS "
                  "LOAD MOVEMENTS"
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE
           .
       F-WRITE-NEGATIVE-BOOK-END.
           EXIT.
      ******************************************************************
       F-WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES                     TO SETTLE-LINE
           WRITE SETTLE-LINE

           MOVE SPACES                     TO SETTLE-LINE
           STRING "Journal lines read      : "
                  FUNCTION TRIM(WS-LINES-READ)
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE

           MOVE SPACES                     TO SETTLE-LINE
           STRING "Journal lines settled   : "
                  FUNCTION TRIM(WS-LINES-SETTLED)
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE

           MOVE SPACES                     TO SETTLE-LINE
           STRING "Already settled/ahead   : "
                  FUNCTION TRIM(WS-LINES-SKIPPED)
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE

           MOVE SPACES                     TO SETTLE-LINE
           STRING "Exception lines         : "
                  FUNCTION TRIM(WS-LINES-EXCEPTIONS)
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE

           MOVE SPACES                     TO SETTLE-LINE
           STRING "ATMs settled            : "
                  FUNCTION TRIM(WS-ATMS-SETTLED)
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE

           MOVE SPACES                     TO SETTLE-LINE
           STRING "ATMs with variance      : "
                  FUNCTION TRIM(WS-ATMS-WITH-VARIANCE)
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE

           MOVE WS-TOTAL-DISPENSED         TO WS-CTL-AMT-EDITED
           MOVE SPACES                     TO SETTLE-LINE
           STRING "Total cash dispensed    : "
                  FUNCTION TRIM(WS-CTL-AMT-EDITED)
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE

           MOVE WS-TOTAL-POSTED            TO WS-CTL-AMT-EDITED
           MOVE SPACES                     TO SETTLE-LINE
           STRING "Total withdrawals posted: "
                  FUNCTION TRIM(WS-CTL-AMT-EDITED)
             DELIMITED BY SIZE INTO SETTLE-LINE
           END-STRING
           WRITE SETTLE-LINE
           .
       F-WRITE-CONTROL-TOTALS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
