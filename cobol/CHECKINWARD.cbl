      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CHECKINWARD.
      ******************************************************************
      *  Inward check clearing batch. Run standalone (no dispatcher/
      *  permission layer, same as ACHBATCH, which this mirrors).
      *  Pays the checks our own customers have written that come
      *  back to us through the clearing house -- the other direction
      *  from CHECKDEP/CHECKCLR, which handle checks drawn on other
      *  banks and paid in here.
      *  First, a positive-pay file from business customers
      *  (files/pospay_issued.txt, see POSPAYRECORD) is loaded onto
      *  files/checkserials.dat: each listed check is recorded with
      *  its amount and payee, each voided one is stopped. The file
      *  is then renamed files/pospay_loaded_<yyyymmdd><hhmmss>.txt
      *  so it is applied exactly once.
      *  Then every presented check on files/inward_clearing.txt (see
      *  INWARDCLEARRECORD) is checked in this order and either paid
      *  -- a WITHDRAW TRANSDB posting on the drawer's account, the
      *  same way ACHBATCH posts a debit -- or returned to the
      *  clearing house on files/inward_returns_<yyyymmdd>.txt (see
      *  INWARDRETURNRECORD):
      *     - account on file, open, same currency
      *     - serial in a check book issued to the account (see
      *       CHECKBOOK) and that book not cancelled
      *     - serial not already paid, not stopped
      *     - on a positive-pay account, listed as issued for exactly
      *       the presented amount
      *     - owner not deceased (unless a living joint owner keeps
      *       the account operable, as ACCBO does)
      *     - available balance -- ledger less active holds plus the
      *       overdraft limit -- covers the check
      *  The outcome is recorded on the serial's row. An item whose
      *  reference is already recorded there was handled by an
      *  earlier run and is skipped, so a re-run cannot pay or
      *  return a check twice. Results and control totals are
      *  written to files/reports/CHECK_INWARD_RESULTS.txt
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT INWARD-CLEAR-FILE ASSIGN TO
           "files/inward_clearing.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTAKE-FILE-STATUS.

           SELECT POSPAY-FILE ASSIGN TO "files/pospay_issued.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PP-FILE-STATUS.

           SELECT INWARD-RETURN-FILE ASSIGN TO DYNAMIC
           WS-RETURN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT INWARD-RESULTS-OUTPUT ASSIGN TO
           "files/reports/CHECK_INWARD_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT CHECK-BOOK-FILE ASSIGN TO "files/checkbooks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CB-KEY
           FILE STATUS IS WS-CB-FILE-STATUS.

           SELECT CHECK-SERIAL-FILE ASSIGN TO "files/checkserials.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CS-KEY
           FILE STATUS IS WS-CS-FILE-STATUS.

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
       FD  INWARD-CLEAR-FILE.
       COPY INWARDCLEARRECORD.

       FD  POSPAY-FILE.
       COPY POSPAYRECORD.

       FD  INWARD-RETURN-FILE.
       COPY INWARDRETURNRECORD.

       FD  INWARD-RESULTS-OUTPUT.
       01  INWARD-RESULTS-LINE          PIC X(200).

       FD  CHECK-BOOK-FILE.
       COPY CHECKBOOKRECORD.

       FD  CHECK-SERIAL-FILE.
       COPY CHECKSERIALRECORD.

       FD  DECEASED-FILE.
       COPY DECEASEDRECORD.

       FD  JOINT-ACC-FILE.
       COPY JOINTACCRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CHECKINWARD         ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-HOLDDB               VALUE "HOLDDB              ".

       01 CONSTANTS.
         COPY PAGINGCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-INTAKE-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-PP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-RETURN-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-CB-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CS-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-DEC-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-JA-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-RETURN-FILENAME          PIC X(256).
         05 WS-PP-DONE-FILENAME         PIC X(60).
         05 WS-PP-FILENAME              PIC X(60)
                                        VALUE "files/pospay_issued.txt".
         05 WS-RENAME-RC                PIC S9(09) COMP-5.

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
             15 T-ZONE                  PIC X(03) VALUE "+00".

         05 WS-PP-READ                  PIC 9(07) VALUE 0.
         05 WS-PP-LOADED                PIC 9(07) VALUE 0.
         05 WS-PP-REJECTED              PIC 9(07) VALUE 0.
         05 WS-ITEMS-READ               PIC 9(07) VALUE 0.
         05 WS-ITEMS-PAID               PIC 9(07) VALUE 0.
         05 WS-ITEMS-RETURNED           PIC 9(07) VALUE 0.
         05 WS-ITEMS-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-AMOUNT-READ              PIC 9(12)V99 VALUE 0.
         05 WS-AMOUNT-PAID              PIC 9(12)V99 VALUE 0.
         05 WS-AMOUNT-RETURNED          PIC 9(12)V99 VALUE 0.
         05 WS-AMOUNT-SKIPPED           PIC 9(12)V99 VALUE 0.
         05 WS-CTL-AMT-EDITED           PIC ZZZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

         05 WS-BF-ACCOUNTID             PIC 9(09).
         05 WS-BF-CUSTOMERID            PIC 9(09).
         05 WS-BF-BALANCE               PIC S9(10)V99.
         05 WS-BF-NEW-BALANCE           PIC S9(10)V99.
         05 WS-BF-CURRENCY              PIC X(03).
         05 WS-BF-OD-LIMIT              PIC 9(10)V99.
         05 WS-HELD-TOTAL               PIC 9(12)V99.
         05 WS-AMOUNT-AVAILABLE         PIC S9(10)V99.
         05 WS-HOLD-PAGE-NUMBER         PIC 9(05).
         05 WS-SERIAL                   PIC 9(07).
         05 WS-RETURN-CODE              PIC X(02).
         05 WS-REJECT-REASON            PIC X(30).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-BOOKS               PIC X VALUE 'Y'.
           88 FG-MORE-BOOKS-Y           VALUE 'Y'.
           88 FG-MORE-BOOKS-N           VALUE 'N'.
         05 FG-MORE-JA-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-JA-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-JA-ROWS-N         VALUE 'N'.
         05 FG-MORE-HOLD-PAGES          PIC X VALUE 'Y'.
           88 FG-MORE-HOLD-PAGES-Y      VALUE 'Y'.
           88 FG-MORE-HOLD-PAGES-N      VALUE 'N'.
         05 FG-ITEM-OK                  PIC X VALUE 'Y'.
           88 FG-ITEM-OK-Y              VALUE 'Y'.
           88 FG-ITEM-OK-N              VALUE 'N'.
         05 FG-INTAKE-OPEN              PIC X VALUE 'N'.
           88 FG-INTAKE-OPEN-Y          VALUE 'Y'.
           88 FG-INTAKE-OPEN-N          VALUE 'N'.
         05 FG-BOOK-FOUND               PIC X VALUE 'N'.
           88 FG-BOOK-FOUND-Y           VALUE 'Y'.
           88 FG-BOOK-FOUND-N           VALUE 'N'.
         05 FG-SERIAL-EXISTS            PIC X VALUE 'N'.
           88 FG-SERIAL-EXISTS-Y        VALUE 'Y'.
           88 FG-SERIAL-EXISTS-N        VALUE 'N'.
         05 FG-POSPAY                   PIC X VALUE 'N'.
           88 FG-POSPAY-Y               VALUE 'Y'.
           88 FG-POSPAY-N               VALUE 'N'.
         05 FG-OWNER-DECEASED           PIC X VALUE 'N'.
           88 FG-OWNER-DECEASED-Y       VALUE 'Y'.
           88 FG-OWNER-DECEASED-N       VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY HOLDINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-LOAD-POSPAY
           PERFORM F-RUN-BATCH
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "INWARD CHECK CLEARING BATCH STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           PERFORM F-SET-TIMESTAMP

           OPEN OUTPUT INWARD-RESULTS-OUTPUT
           MOVE "===== INWARD CHECK CLEARING RESULTS ====="
                                           TO INWARD-RESULTS-LINE
           WRITE INWARD-RESULTS-LINE

      *    ONE DATED RETURN FILE PER DAY, OPENED EXTEND SO A SECOND
      *    RUN APPENDS RATHER THAN TRUNCATING RETURNS THE CLEARING
      *    HOUSE MAY NOT HAVE COLLECTED YET (SAME AS ACHOUT'S
      *    OUTBOUND FILE).
           STRING "files/inward_returns_"    DELIMITED BY SIZE
                  WS-DATE-RAW                DELIMITED BY SIZE
                  ".txt"                     DELIMITED BY SIZE
             INTO WS-RETURN-FILENAME
           END-STRING
           OPEN EXTEND INWARD-RETURN-FILE
           IF WS-RETURN-FILE-STATUS = "35"
             OPEN OUTPUT INWARD-RETURN-FILE
           END-IF

           OPEN I-O CHECK-BOOK-FILE
           IF WS-CB-FILE-STATUS = "35"
             OPEN OUTPUT CHECK-BOOK-FILE
             CLOSE CHECK-BOOK-FILE
             OPEN I-O CHECK-BOOK-FILE
           END-IF

           OPEN I-O CHECK-SERIAL-FILE
           IF WS-CS-FILE-STATUS = "35"
             OPEN OUTPUT CHECK-SERIAL-FILE
             CLOSE CHECK-SERIAL-FILE
             OPEN I-O CHECK-SERIAL-FILE
           END-IF

      *    NO DECEASED / JOINT-OWNER FILE ON SYSTEM MEANS NOBODY HAS
      *    BEEN MARKED / NO ACCOUNT HAS A JOINT OWNER.
           OPEN INPUT DECEASED-FILE
           OPEN INPUT JOINT-ACC-FILE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE CHECK-BOOK-FILE
           CLOSE CHECK-SERIAL-FILE
           CLOSE INWARD-RETURN-FILE
           IF WS-DEC-FILE-STATUS = "00"
             CLOSE DECEASED-FILE
           END-IF
           IF WS-JA-FILE-STATUS = "00"
             CLOSE JOINT-ACC-FILE
           END-IF
           IF FG-INTAKE-OPEN-Y
             CLOSE INWARD-CLEAR-FILE
           END-IF

           PERFORM F-WRITE-CONTROL-TOTALS
           CLOSE INWARD-RESULTS-OUTPUT

      *    REGISTER THE RESULTS FILE ON THE CENTRAL REPORT CATALOG
      *    (SEE REPORTREG) SO AN EMPTY RUN IS VISIBLE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-DATE-RAW               TO U-RPTREG-BUSDATE
           MOVE "files/reports/CHECK_INWARD_RESULTS.txt"
                                          TO U-RPTREG-PATH
           MOVE WS-ITEMS-READ             TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "CHECKS READ: ",
             FUNCTION TRIM(WS-ITEMS-READ),
             " | PAID: ",
             FUNCTION TRIM(WS-ITEMS-PAID),
             " | RETURNED: ",
             FUNCTION TRIM(WS-ITEMS-RETURNED),
             " | SKIPPED: ",
             FUNCTION TRIM(WS-ITEMS-SKIPPED),
             " | POSPAY LOADED: ",
             FUNCTION TRIM(WS-PP-LOADED)
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
           .
       F-SET-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-LOAD-POSPAY SECTION.
           OPEN INPUT POSPAY-FILE
           IF WS-PP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ POSPAY-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-PP-READ
                 PERFORM F-LOAD-POSPAY-LINE
             END-READ
           END-PERFORM
           CLOSE POSPAY-FILE

      *    LOADED ONCE -- THE NEXT RUN MUST NOT RE-LIST OR RE-VOID
      *    CHECKS A TELLER HAS SINCE DEALT WITH.
           STRING "files/pospay_loaded_"     DELIMITED BY SIZE
                  WS-DATE-RAW                DELIMITED BY SIZE
                  WS-TIME-RAW(1:6)           DELIMITED BY SIZE
                  ".txt"                     DELIMITED BY SIZE
             INTO WS-PP-DONE-FILENAME
           END-STRING
           CALL "CBL_RENAME_FILE" USING WS-PP-FILENAME,
                                        WS-PP-DONE-FILENAME
             RETURNING WS-RENAME-RC
           END-CALL

           STRING
             "POSITIVE PAY: ",
             FUNCTION TRIM(WS-PP-READ),
             " LINES READ, ",
             FUNCTION TRIM(WS-PP-LOADED),
             " LOADED, ",
             FUNCTION TRIM(WS-PP-REJECTED),
             " REJECTED"
             INTO INWARD-RESULTS-LINE
           END-STRING
           WRITE INWARD-RESULTS-LINE
           MOVE SPACES                     TO INWARD-RESULTS-LINE
           WRITE INWARD-RESULTS-LINE
           .
       F-LOAD-POSPAY-END.
           EXIT.
      ******************************************************************
       F-LOAD-POSPAY-LINE SECTION.
           SET FG-ITEM-OK-Y                TO TRUE
           MOVE SPACES                     TO WS-REJECT-REASON

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE PP-IBAN                    TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             SET FG-ITEM-OK-N              TO TRUE
             MOVE "ACCOUNT NOT FOUND"      TO WS-REJECT-REASON
           ELSE
             MOVE O-ACC-ACCOUNTID(1)       TO WS-BF-ACCOUNTID
           END-IF

           IF FG-ITEM-OK-Y
             PERFORM F-CHECK-POSPAY-ENROLLED
             IF FG-POSPAY-N
               SET FG-ITEM-OK-N            TO TRUE
               MOVE "NOT ENROLLED IN POSITIVE PAY"
                                           TO WS-REJECT-REASON
             END-IF
           END-IF

           IF FG-ITEM-OK-Y
           AND NOT PP-ACTION-ISSUE AND NOT PP-ACTION-VOID
             SET FG-ITEM-OK-N              TO TRUE
             MOVE "INVALID ACTION"         TO WS-REJECT-REASON
           END-IF

           IF FG-ITEM-OK-Y AND PP-ACTION-ISSUE AND PP-AMOUNT = 0
             SET FG-ITEM-OK-N              TO TRUE
             MOVE "NO AMOUNT"              TO WS-REJECT-REASON
           END-IF

           IF FG-ITEM-OK-Y
             MOVE PP-SERIAL                TO WS-SERIAL
             PERFORM F-FIND-BOOK
             IF FG-BOOK-FOUND-N
               SET FG-ITEM-OK-N            TO TRUE
               MOVE "SERIAL NOT IN AN ISSUED BOOK"
                                           TO WS-REJECT-REASON
             END-IF
           END-IF

           IF FG-ITEM-OK-Y
             PERFORM F-READ-SERIAL
             IF CS-IS-PAID
               SET FG-ITEM-OK-N            TO TRUE
               MOVE "CHECK ALREADY PAID"   TO WS-REJECT-REASON
             END-IF
           END-IF

           MOVE PP-AMOUNT                  TO WS-AMOUNT-EDITED
           IF FG-ITEM-OK-N
             ADD 1                         TO WS-PP-REJECTED
             STRING
               "POSPAY REJECTED IBAN=", PP-IBAN(1:22),
               " SERIAL=", PP-SERIAL,
               " ACTION=", PP-ACTION,
               " AMT=", WS-AMOUNT-EDITED,
               " REASON=", WS-REJECT-REASON
               INTO INWARD-RESULTS-LINE
             END-STRING
             WRITE INWARD-RESULTS-LINE
             EXIT SECTION
           END-IF

           IF PP-ACTION-ISSUE
             MOVE PP-AMOUNT                TO CS-POSPAY-AMOUNT
             MOVE PP-PAYEE                 TO CS-POSPAY-PAYEE
             MOVE PP-ISSUE-DATE            TO CS-POSPAY-ISSUE-DATE
             MOVE WS-DATE-RAW              TO CS-POSPAY-LOADED-DATE
           ELSE
      *      A VOID IS THE CUSTOMER'S OWN STOP -- NO TELLER ON IT.
             SET CS-IS-STOPPED             TO TRUE
             MOVE WS-DATE-RAW              TO CS-STOP-DATE
             MOVE 0                        TO CS-STOP-BY
             MOVE "VOIDED ON POSITIVE-PAY FILE"
                                           TO CS-STOP-REASON
           END-IF
           PERFORM F-SAVE-SERIAL
           ADD 1                           TO WS-PP-LOADED
           .
       F-LOAD-POSPAY-LINE-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
           OPEN INPUT INWARD-CLEAR-FILE
           IF WS-INTAKE-FILE-STATUS NOT = "00"
             SET FG-INTAKE-OPEN-N          TO TRUE
             EXIT SECTION
           END-IF
           SET FG-INTAKE-OPEN-Y            TO TRUE

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ INWARD-CLEAR-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-ITEMS-READ
                 ADD IC-AMOUNT             TO WS-AMOUNT-READ
                 PERFORM F-PROCESS-ITEM
             END-READ
           END-PERFORM
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-ITEM SECTION.
           SET FG-ITEM-OK-Y                TO TRUE
           SET FG-SERIAL-EXISTS-N          TO TRUE
           SET FG-BOOK-FOUND-N             TO TRUE
           MOVE SPACES                     TO WS-RETURN-CODE
           MOVE SPACES                     TO WS-REJECT-REASON
           MOVE IC-SERIAL                  TO WS-SERIAL

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE IC-IBAN                    TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             MOVE "NA"                     TO WS-RETURN-CODE
             MOVE "NO SUCH ACCOUNT"        TO WS-REJECT-REASON
             PERFORM F-RETURN-ITEM
             EXIT SECTION
           END-IF
           MOVE O-ACC-ACCOUNTID(1)         TO WS-BF-ACCOUNTID
           MOVE O-ACC-CUSTOMERID(1)        TO WS-BF-CUSTOMERID
           MOVE O-ACC-BALANCE(1)           TO WS-BF-BALANCE
           MOVE O-ACC-CURRENCY(1)          TO WS-BF-CURRENCY
           MOVE O-ACC-OD-LIMIT(1)          TO WS-BF-OD-LIMIT
           IF O-ACC-STATUS(1) = "C"
             MOVE "NA"                     TO WS-RETURN-CODE
             MOVE "ACCOUNT CLOSED"         TO WS-REJECT-REASON
             PERFORM F-RETURN-ITEM
             EXIT SECTION
           END-IF

      *    ALREADY HANDLED BY AN EARLIER RUN OF THE SAME FILE.
           PERFORM F-READ-SERIAL
           IF FG-SERIAL-EXISTS-Y
           AND CS-ITEM-REF = IC-ITEM-REF
           AND (CS-IS-PAID OR CS-IS-RETURNED)
             ADD 1                         TO WS-ITEMS-SKIPPED
             ADD IC-AMOUNT                 TO WS-AMOUNT-SKIPPED
             MOVE IC-AMOUNT                TO WS-AMOUNT-EDITED
             STRING
               "SKIPPED  ACC=", WS-BF-ACCOUNTID,
               " SERIAL=", IC-SERIAL,
               " AMT=", WS-AMOUNT-EDITED,
               " REF=", IC-ITEM-REF,
               " ALREADY ", CS-PRESENT-STATUS,
               " ON ", CS-PRESENT-DATE
               INTO INWARD-RESULTS-LINE
             END-STRING
             WRITE INWARD-RESULTS-LINE
             EXIT SECTION
           END-IF

           IF IC-CURRENCY NOT = WS-BF-CURRENCY
             MOVE "CY"                     TO WS-RETURN-CODE
             MOVE "CURRENCY MISMATCH"      TO WS-REJECT-REASON
           END-IF

           IF WS-RETURN-CODE = SPACES
             PERFORM F-FIND-BOOK
             EVALUATE TRUE
               WHEN FG-BOOK-FOUND-N
                 MOVE "BS"                 TO WS-RETURN-CODE
                 MOVE "SERIAL NOT ISSUED TO ACCOUNT"
                                           TO WS-REJECT-REASON
               WHEN CB-IS-CANCELLED
                 MOVE "SP"                 TO WS-RETURN-CODE
                 MOVE "CHECK BOOK CANCELLED"
                                           TO WS-REJECT-REASON
             END-EVALUATE
           END-IF

           IF WS-RETURN-CODE = SPACES
             EVALUATE TRUE
               WHEN CS-IS-PAID
                 MOVE "DP"                 TO WS-RETURN-CODE
                 MOVE "CHECK ALREADY PAID" TO WS-REJECT-REASON
               WHEN CS-IS-STOPPED
                 MOVE "SP"                 TO WS-RETURN-CODE
                 MOVE "PAYMENT STOPPED BY DRAWER"
                                           TO WS-REJECT-REASON
             END-EVALUATE
           END-IF

           IF WS-RETURN-CODE = SPACES
             PERFORM F-CHECK-POSPAY-ENROLLED
             IF FG-POSPAY-Y
               EVALUATE TRUE
                 WHEN CS-POSPAY-AMOUNT = 0
                   MOVE "PP"               TO WS-RETURN-CODE
                   MOVE "NOT ON POSITIVE-PAY LIST"
                                           TO WS-REJECT-REASON
                 WHEN CS-POSPAY-AMOUNT NOT = IC-AMOUNT
                   MOVE "PP"               TO WS-RETURN-CODE
                   MOVE "AMOUNT DIFFERS FROM POSPAY"
                                           TO WS-REJECT-REASON
               END-EVALUATE
             END-IF
           END-IF

           IF WS-RETURN-CODE = SPACES
             PERFORM F-CHECK-OWNER-DECEASED
             IF FG-OWNER-DECEASED-Y
               MOVE "DC"                   TO WS-RETURN-CODE
               MOVE "ACCOUNT HOLDER DECEASED"
                                           TO WS-REJECT-REASON
             END-IF
           END-IF

           IF WS-RETURN-CODE = SPACES
             PERFORM F-GET-HELD-TOTAL
             COMPUTE WS-AMOUNT-AVAILABLE =
                 WS-BF-BALANCE - WS-HELD-TOTAL + WS-BF-OD-LIMIT
             IF IC-AMOUNT > WS-AMOUNT-AVAILABLE
               MOVE "NF"                   TO WS-RETURN-CODE
               MOVE "INSUFFICIENT FUNDS"   TO WS-REJECT-REASON
             END-IF
           END-IF

           IF WS-RETURN-CODE NOT = SPACES
             PERFORM F-RETURN-ITEM
           ELSE
             PERFORM F-PAY-ITEM
           END-IF
           .
       F-PROCESS-ITEM-END.
           EXIT.
      ******************************************************************
       F-PAY-ITEM SECTION.
           COMPUTE WS-BF-NEW-BALANCE = WS-BF-BALANCE - IC-AMOUNT

           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE WS-BF-ACCOUNTID            TO I-TRANS-ACCOUNTID
           SET I-TRANS-TYPE-WITHDRAW       TO TRUE
           MOVE IC-AMOUNT                  TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-BF-NEW-BALANCE          TO I-TRANS-ACCBALANCE
           MOVE IC-ITEM-REF                TO I-TRANS-PAYMENT-REF
           STRING "CHECK " DELIMITED BY SIZE
                  IC-SERIAL DELIMITED BY SIZE
                  " PRESENTED BY " DELIMITED BY SIZE
                  IC-PRESENTING-BANK DELIMITED BY SPACE
             INTO I-TRANS-MEMO
           END-STRING
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE WS-BF-ACCOUNTID            TO I-ACC-ACCOUNTID
           MOVE WS-BF-NEW-BALANCE          TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           SET CS-IS-PAID                  TO TRUE
           MOVE WS-DATE-RAW                TO CS-PRESENT-DATE
           MOVE IC-AMOUNT                  TO CS-PRESENT-AMOUNT
           MOVE IC-ITEM-REF                TO CS-ITEM-REF
           MOVE SPACES                     TO CS-RETURN-CODE
           PERFORM F-SAVE-SERIAL

           ADD 1                           TO WS-ITEMS-PAID
           ADD IC-AMOUNT                   TO WS-AMOUNT-PAID

           MOVE IC-AMOUNT                  TO WS-AMOUNT-EDITED
           STRING
             "PAID     ACC=", WS-BF-ACCOUNTID,
             " SERIAL=", IC-SERIAL,
             " AMT=", WS-AMOUNT-EDITED,
             " REF=", IC-ITEM-REF
             INTO INWARD-RESULTS-LINE
           END-STRING
           WRITE INWARD-RESULTS-LINE
           .
       F-PAY-ITEM-END.
           EXIT.
      ******************************************************************
       F-RETURN-ITEM SECTION.
      *    BACK TO THE CLEARING HOUSE WITH WS-RETURN-CODE. THE SERIAL'S
      *    ROW RECORDS THE RETURN WHEN THE CHECK IS ONE OF THE
      *    ACCOUNT'S OWN -- A SERIAL NEVER ISSUED OR AN UNKNOWN
      *    ACCOUNT HAS NO ROW TO KEEP, AND A DUPLICATE OF A PAID
      *    CHECK MUST NOT OVERWRITE THE PAYMENT.
           INITIALIZE INWARD-RETURN-RECORD
           MOVE IC-ITEM-REF                TO ICR-ITEM-REF
           MOVE IC-IBAN                    TO ICR-IBAN
           MOVE IC-SERIAL                  TO ICR-SERIAL
           MOVE IC-AMOUNT                  TO ICR-AMOUNT
           MOVE IC-CURRENCY                TO ICR-CURRENCY
           MOVE IC-PRESENTING-BANK         TO ICR-PRESENTING-BANK
           MOVE WS-RETURN-CODE             TO ICR-RETURN-CODE
           MOVE WS-REJECT-REASON           TO ICR-RETURN-REASON
           MOVE WS-TIMESTAMP               TO ICR-TIMESTAMP
           WRITE INWARD-RETURN-RECORD

           IF FG-BOOK-FOUND-Y AND WS-RETURN-CODE NOT = "DP"
             SET CS-IS-RETURNED            TO TRUE
             MOVE WS-DATE-RAW              TO CS-PRESENT-DATE
             MOVE IC-AMOUNT                TO CS-PRESENT-AMOUNT
             MOVE IC-ITEM-REF              TO CS-ITEM-REF
             MOVE WS-RETURN-CODE           TO CS-RETURN-CODE
             PERFORM F-SAVE-SERIAL
           END-IF

           ADD 1                           TO WS-ITEMS-RETURNED
           ADD IC-AMOUNT                   TO WS-AMOUNT-RETURNED

           MOVE IC-AMOUNT                  TO WS-AMOUNT-EDITED
           STRING
             "RETURNED IBAN=", IC-IBAN(1:22),
             " SERIAL=", IC-SERIAL,
             " AMT=", WS-AMOUNT-EDITED,
             " RC=", WS-RETURN-CODE,
             " REASON=", WS-REJECT-REASON,
             " REF=", IC-ITEM-REF
             INTO INWARD-RESULTS-LINE
           END-STRING
           WRITE INWARD-RESULTS-LINE
           .
       F-RETURN-ITEM-END.
           EXIT.
      ******************************************************************
       F-CHECK-POSPAY-ENROLLED SECTION.
      *    THE ACCOUNT'S CONTROL ROW ON THE CHECK-BOOK REGISTER.
           SET FG-POSPAY-N                 TO TRUE
           MOVE WS-BF-ACCOUNTID            TO CB-ACCOUNT-ID
           MOVE 0                          TO CB-SERIAL-FROM
           READ CHECK-BOOK-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CB-POSPAY-ENROLLED
                 SET FG-POSPAY-Y           TO TRUE
               END-IF
           END-READ
           .
       F-CHECK-POSPAY-ENROLLED-END.
           EXIT.
      ******************************************************************
       F-FIND-BOOK SECTION.
      *    THE BOOK OF WS-BF-ACCOUNTID HOLDING WS-SERIAL (SAME WALK AS
      *    CHECKBOOK.F-FIND-BOOK). LEFT IN THE RECORD AREA WHEN FOUND.
           SET FG-BOOK-FOUND-N             TO TRUE
           MOVE WS-BF-ACCOUNTID            TO CB-ACCOUNT-ID
           MOVE 1                          TO CB-SERIAL-FROM
           START CHECK-BOOK-FILE KEY IS NOT LESS THAN CB-KEY
             INVALID KEY
               SET FG-MORE-BOOKS-N         TO TRUE
             NOT INVALID KEY
               SET FG-MORE-BOOKS-Y         TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-BOOKS-N
             READ CHECK-BOOK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-BOOKS-N       TO TRUE
               NOT AT END
                 IF CB-ACCOUNT-ID NOT = WS-BF-ACCOUNTID
                   OR CB-SERIAL-FROM > WS-SERIAL
                   SET FG-MORE-BOOKS-N     TO TRUE
                 ELSE
                   IF WS-SERIAL <= CB-SERIAL-TO
                     SET FG-BOOK-FOUND-Y   TO TRUE
                     SET FG-MORE-BOOKS-N   TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-FIND-BOOK-END.
           EXIT.
      ******************************************************************
       F-READ-SERIAL SECTION.
      *    THE SERIAL'S ROW, STARTED FRESH WHEN IT HAS NONE YET.
           MOVE WS-BF-ACCOUNTID            TO CS-ACCOUNT-ID
           MOVE WS-SERIAL                  TO CS-SERIAL
           SET FG-SERIAL-EXISTS-Y          TO TRUE
           READ CHECK-SERIAL-FILE
             INVALID KEY
               SET FG-SERIAL-EXISTS-N      TO TRUE
               INITIALIZE CHECK-SERIAL-RECORD
               MOVE WS-BF-ACCOUNTID        TO CS-ACCOUNT-ID
               MOVE WS-SERIAL              TO CS-SERIAL
               MOVE SPACES                 TO CS-PRESENT-STATUS
           END-READ
           .
       F-READ-SERIAL-END.
           EXIT.
      ******************************************************************
       F-SAVE-SERIAL SECTION.
           IF FG-SERIAL-EXISTS-Y
             REWRITE CHECK-SERIAL-RECORD
           ELSE
             WRITE CHECK-SERIAL-RECORD
             SET FG-SERIAL-EXISTS-Y        TO TRUE
           END-IF
           .
       F-SAVE-SERIAL-END.
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
           MOVE WS-BF-CUSTOMERID           TO DC-CUSTOMERID
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
           MOVE WS-BF-ACCOUNTID            TO JA-ACCOUNT-ID
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
                 IF JA-ACCOUNT-ID NOT = WS-BF-ACCOUNTID
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
       F-GET-HELD-TOTAL SECTION.
      *    ACTIVE HOLDS ON WS-BF-ACCOUNTID, ALL PAGES (SAME WALK AS
      *    ACCBO.F-GET-HELD-TOTAL).
           MOVE 0                          TO WS-HELD-TOTAL
           SET FG-MORE-HOLD-PAGES-Y        TO TRUE
           MOVE 1                          TO WS-HOLD-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-HOLD-PAGES-N
             INITIALIZE HOLDDB-INTERFACE
             SET I-HOLD-OP-GETLIST         TO TRUE
             MOVE WS-BF-ACCOUNTID          TO I-HOLD-ACCOUNTID
             SET I-HOLD-STATUS-ACTIVE      TO TRUE
             MOVE WS-HOLD-PAGE-NUMBER      TO I-HOLD-PAGE-NUMBER
             SET PGNAME-HOLDDB             TO TRUE
             CALL PROGNAME USING HOLDDB-INTERFACE

             IF NOT HOLDDB-STATUS-OK
               MOVE 0                      TO O-HOLDDB-COUNT
             END-IF

             IF O-HOLDDB-COUNT = 0
               SET FG-MORE-HOLD-PAGES-N    TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-HOLDDB-COUNT
                 IF O-HOLD-ACCOUNTID(IND-1) = WS-BF-ACCOUNTID
                 AND O-HOLD-STATUS(IND-1) = "A"
                   ADD O-HOLD-AMOUNT(IND-1) TO WS-HELD-TOTAL
                 END-IF
               END-PERFORM
               IF O-HOLDDB-COUNT < K-PAGE-SIZE
                 SET FG-MORE-HOLD-PAGES-N  TO TRUE
               ELSE
                 ADD 1                     TO WS-HOLD-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-GET-HELD-TOTAL-END.
           EXIT.
      ******************************************************************
       F-WRITE-CONTROL-TOTALS SECTION.
      *    READ = PAID + RETURNED + SKIPPED ON BOTH AXES, OR THE RUN
      *    DID NOT APPLY THE FILE EXACTLY ONCE.
           MOVE SPACES                      TO INWARD-RESULTS-LINE
           WRITE INWARD-RESULTS-LINE
           MOVE "===== CONTROL TOTALS =====" TO INWARD-RESULTS-LINE
           WRITE INWARD-RESULTS-LINE

           MOVE WS-AMOUNT-READ              TO WS-CTL-AMT-EDITED
           STRING
             "READ     : ",
             FUNCTION TRIM(WS-ITEMS-READ),
             " CHECKS / ",
             FUNCTION TRIM(WS-CTL-AMT-EDITED)
             INTO INWARD-RESULTS-LINE
           END-STRING
           WRITE INWARD-RESULTS-LINE

           MOVE WS-AMOUNT-PAID              TO WS-CTL-AMT-EDITED
           STRING
             "PAID     : ",
             FUNCTION TRIM(WS-ITEMS-PAID),
             " CHECKS / ",
             FUNCTION TRIM(WS-CTL-AMT-EDITED)
             INTO INWARD-RESULTS-LINE
           END-STRING
           WRITE INWARD-RESULTS-LINE

           MOVE WS-AMOUNT-RETURNED          TO WS-CTL-AMT-EDITED
           STRING
             "RETURNED : ",
             FUNCTION TRIM(WS-ITEMS-RETURNED),
             " CHECKS / ",
             FUNCTION TRIM(WS-CTL-AMT-EDITED),
             " TO ",
             FUNCTION TRIM(WS-RETURN-FILENAME)
             INTO INWARD-RESULTS-LINE
           END-STRING
           WRITE INWARD-RESULTS-LINE

           MOVE WS-AMOUNT-SKIPPED           TO WS-CTL-AMT-EDITED
           STRING
             "SKIPPED  : ",
             FUNCTION TRIM(WS-ITEMS-SKIPPED),
             " CHECKS / ",
             FUNCTION TRIM(WS-CTL-AMT-EDITED)
             INTO INWARD-RESULTS-LINE
           END-STRING
           WRITE INWARD-RESULTS-LINE
           .
       F-WRITE-CONTROL-TOTALS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
