      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      WIREIN.
      ******************************************************************
      *  Inbound international wire intake -- the receiving side of
      *  WIRE. Run standalone or from NIGHTRUN after ACHBATCH. Reads
      *  files/wires_in.txt, one line per incoming cross-border
      *  credit from our correspondents (see WIREINRECORD), and for
      *  each one:
      *    - skips a reference already applied by an earlier run
      *      (files/wires_in_processed.dat, the same idempotency
      *      registry shape ACHBATCH keeps)
      *    - screens the ordering party through SCREENCHK; a hit is
      *      not credited -- it is held for compliance with a
      *      FRAUDCHK case opened, the same gate WIRE applies
      *      outbound
      *    - matches the beneficiary by IBAN AND by name: the name on
      *      the wire must be, or contain, or be contained in the
      *      account holder's name on CUSTDB
      *    - converts the amount into the account's currency through
      *      the same files/fxrates.dat pair lookup WIRE uses
      *    - takes our receiving charge (FEEMAINT code "WIREIN  ",
      *      K-WIRE-IN-FEE fallback, FEEWAIVER applied) from the
      *      credit under SHA and BEN; under OUR the sender bears it
      *      and the charge is listed as claimable from the
      *      correspondent instead
      *    - posts the credit and the charge as two TRANSDB entries
      *      carrying the wire reference, and sends the customer a
      *      credit advice through NOTIFY (event WIREIN)
      *  A wire that cannot be placed -- IBAN not on file, account
      *  closed, name not matching, or no rate into the account's
      *  currency -- is somebody's money all the same: it posts to
      *  the designated suspense account and goes on the ACHREPAIR
      *  queue (files/achsuspense.dat), exactly as an unmatched ACH
      *  credit does. The suspense account keeps one currency, so a
      *  wire in any other is converted into it through the same
      *  rate lookup first, and the queue row keeps the wire as it
      *  arrived beside what was posted; with no rate for that pair
      *  either, the wire is rejected.
      *  Results go to files/reports/WIRE_INTAKE_RESULTS_<yyyymmdd>
      *  .txt, ending with a control-total block, registered on
      *  REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT WIRE-IN-FILE ASSIGN TO "files/wires_in.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INTAKE-FILE-STATUS.

           SELECT WIRE-RESULTS-OUTPUT ASSIGN TO DYNAMIC
           WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT WIRE-PROCESSED-FILE ASSIGN TO
           "files/wires_in_processed.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WP-REFERENCE
           FILE STATUS IS WS-PROCESSED-FILE-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "files/achsuspense.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SQ-ID
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "files/fxrates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXR-PAIR
           FILE STATUS IS WS-FXR-FILE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO
               "files/data/feeschedule.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FEE-SCHED-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  WIRE-IN-FILE.
       COPY WIREINRECORD.

       FD  WIRE-RESULTS-OUTPUT.
       01  WIRE-RESULTS-LINE            PIC X(200).

       FD  WIRE-PROCESSED-FILE.
      *    ONE ROW PER INBOUND WIRE REFERENCE EVER APPLIED -- CREDITED,
      *    PARKED IN SUSPENSE OR HELD FOR COMPLIANCE -- SO A
      *    RE-DELIVERED FILE OR A RE-RUN CANNOT APPLY IT TWICE.
       01  WIRE-PROCESSED-RECORD.
           05 WP-REFERENCE              PIC X(20).
           05 WP-BENEF-IBAN             PIC X(30).
           05 WP-AMOUNT                 PIC 9(10)V99.
           05 WP-CURRENCY               PIC X(03).
      *    C = CREDITED, S = SUSPENSE, H = HELD (SCREENING HIT).
           05 WP-OUTCOME                PIC X(01).
           05 WP-POSTED-TS              PIC X(22).

       FD  SUSPENSE-FILE.
       COPY SUSPENSERECORD.

       FD  FX-RATE-FILE.
       COPY FXRATERECORD.

       FD  FEE-SCHEDULE-FILE.
       01  FEE-SCHEDULE-FILE-RECORD.
           05 FILE-FS-CODE              PIC X(08).
           05 FILE-FS-EFF-DATE          PIC X(10).
           05 FILE-FS-AMOUNT            PIC 9(10)V99.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "WIREIN              ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-SCREENCHK            VALUE "SCREENCHK           ".
         88 PGNAME-FRAUDCHK             VALUE "FRAUDCHK            ".
         88 PGNAME-FEEWAIVER            VALUE "FEEWAIVER           ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".

       01 CONSTANTS.
         COPY WIRECONFIG.
      *    DESIGNATED SUSPENSE ACCOUNT FOR CREDITS THAT CANNOT BE
      *    PLACED -- THE SAME ONE ACHBATCH USES.
         COPY SUSPENSECONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-INTAKE-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-PROCESSED-FILE-STATUS    PIC XX VALUE SPACES.
         05 WS-SUSPENSE-FILE-STATUS     PIC XX VALUE SPACES.
         05 WS-FXR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-FEE-SCHED-STATUS         PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-BASE-WIRE-IN-FEE         PIC 9(10)V99.
         05 WS-BEST-FEE-DATE            PIC X(10).

         05 WS-ACCOUNT-ID               PIC 9(09).
         05 WS-CUSTOMER-ID              PIC 9(09).
         05 WS-ACC-CURRENCY             PIC X(03).
         05 WS-ACC-BALANCE              PIC S9(10)V99.
         05 WS-NEW-BALANCE              PIC S9(10)V99.
         05 WS-FX-RATE                  PIC 9(03)V9999.
         05 WS-CREDIT-AMOUNT            PIC 9(10)V99.
         05 WS-CHARGE                   PIC 9(10)V99.
         05 WS-CLAIM                    PIC 9(10)V99.
         05 WS-NET-AMOUNT               PIC 9(10)V99.
         05 WS-TRANS-TYPE               PIC X(10).
         05 WS-TRANS-AMOUNT             PIC 9(10)V99.
         05 WS-TRANS-MEMO               PIC X(40).
         05 WS-UNPLACED-REASON          PIC X(40).
         05 WS-RATE-FAIL-REASON         PIC X(40).
         05 WS-SQ-NEXT-ID               PIC 9(05).

      *    BENEFICIARY NAME MATCH (F-MATCH-NAME).
         05 WS-NAME-ACCOUNT             PIC X(50).
         05 WS-NAME-WIRE                PIC X(50).
         05 WS-NAME-ACCOUNT-LEN         PIC 9(03).
         05 WS-NAME-WIRE-LEN            PIC 9(03).
         05 WS-NAME-HITS                PIC 9(03).

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
             15 T-ZONE                  PIC X(03) VALUE "+00".

         05 WS-WIRES-READ               PIC 9(07) VALUE 0.
         05 WS-WIRES-CREDITED           PIC 9(07) VALUE 0.
         05 WS-WIRES-SUSPENDED          PIC 9(07) VALUE 0.
         05 WS-WIRES-HELD               PIC 9(07) VALUE 0.
         05 WS-WIRES-REJECTED           PIC 9(07) VALUE 0.
         05 WS-WIRES-SKIPPED            PIC 9(07) VALUE 0.
         05 WS-CHARGES-TAKEN            PIC 9(10)V99 VALUE 0.
         05 WS-CHARGES-CLAIMED          PIC 9(10)V99 VALUE 0.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-2          PIC ZZZZZZZZZ9.99.
         05 WS-CTL-AMT-EDITED           PIC ZZZZZZZZZ9.99.
         05 WS-RATE-EDITED              PIC ZZ9.9999.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-INTAKE-OPEN              PIC X VALUE 'N'.
           88 FG-INTAKE-OPEN-Y          VALUE 'Y'.
           88 FG-INTAKE-OPEN-N          VALUE 'N'.
         05 FG-FXR-OPEN                 PIC X VALUE 'N'.
           88 FG-FXR-OPEN-Y             VALUE 'Y'.
           88 FG-FXR-OPEN-N             VALUE 'N'.
         05 FG-ALREADY-PROCESSED        PIC X VALUE 'N'.
           88 FG-ALREADY-PROCESSED-Y    VALUE 'Y'.
           88 FG-ALREADY-PROCESSED-N    VALUE 'N'.
         05 FG-PLACED                   PIC X VALUE 'N'.
           88 FG-PLACED-Y               VALUE 'Y'.
           88 FG-PLACED-N               VALUE 'N'.
         05 FG-RATE-FOUND               PIC X VALUE 'N'.
           88 FG-RATE-FOUND-Y           VALUE 'Y'.
           88 FG-RATE-FOUND-N           VALUE 'N'.
         05 FG-POSTED                   PIC X VALUE 'N'.
           88 FG-POSTED-Y               VALUE 'Y'.
           88 FG-POSTED-N               VALUE 'N'.
         05 FG-MORE-SQ-ROWS             PIC X VALUE 'Y'.
           88 FG-MORE-SQ-ROWS-Y         VALUE 'Y'.
           88 FG-MORE-SQ-ROWS-N         VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY SCREENINTERFACE.
       COPY FRAUDINTERFACE.
       COPY FEEWAIVERINTERFACE.
       COPY NOTIFYINTERFACE.
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
           MOVE "INBOUND WIRE INTAKE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES                    TO WS-TODAY-ISO
           STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                  WS-TODAY-RAW(7:2)
             DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING

           PERFORM F-LOAD-WIRE-IN-FEE

           STRING "files/reports/WIRE_INTAKE_RESULTS_"
                                                  DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT WIRE-RESULTS-OUTPUT
           MOVE "===== INBOUND WIRE INTAKE RESULTS ====="
                                           TO WIRE-RESULTS-LINE
           WRITE WIRE-RESULTS-LINE

           OPEN INPUT WIRE-IN-FILE
           IF WS-INTAKE-FILE-STATUS = "35"
             SET FG-MORE-RECORDS-N        TO TRUE
             SET FG-INTAKE-OPEN-N         TO TRUE
           ELSE
             SET FG-MORE-RECORDS-Y        TO TRUE
             SET FG-INTAKE-OPEN-Y         TO TRUE
           END-IF

           OPEN I-O WIRE-PROCESSED-FILE
           IF WS-PROCESSED-FILE-STATUS = "35"
             OPEN OUTPUT WIRE-PROCESSED-FILE
             CLOSE WIRE-PROCESSED-FILE
             OPEN I-O WIRE-PROCESSED-FILE
           END-IF

           OPEN INPUT FX-RATE-FILE
           IF WS-FXR-FILE-STATUS = "00"
             SET FG-FXR-OPEN-Y            TO TRUE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE WIRE-PROCESSED-FILE
           IF FG-FXR-OPEN-Y
             CLOSE FX-RATE-FILE
           END-IF
           IF FG-INTAKE-OPEN-Y
             CLOSE WIRE-IN-FILE
           END-IF

           PERFORM F-WRITE-CONTROL-TOTALS
           CLOSE WIRE-RESULTS-OUTPUT

      *    REGISTER THE RESULTS FILE ON THE CENTRAL REPORT CATALOG
      *    (SEE REPORTREG) SO "REPORTQRY MISSING" CAN TELL A RUN
      *    THAT NEVER HAPPENED FROM ONE THAT READ NOTHING.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-WIRES-READ             TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "WIRES READ: ",
             FUNCTION TRIM(WS-WIRES-READ),
             " | CREDITED: ",
             FUNCTION TRIM(WS-WIRES-CREDITED),
             " | SUSPENSE: ",
             FUNCTION TRIM(WS-WIRES-SUSPENDED),
             " | HELD: ",
             FUNCTION TRIM(WS-WIRES-HELD)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-LOAD-WIRE-IN-FEE SECTION.
      *    LATEST WIREIN SCHEDULE ROW NOT AFTER TODAY, FALLING BACK TO
      *    K-WIRE-IN-FEE -- THE SAME LOOKUP WIRE MAKES FOR WIREFEE.
           MOVE K-WIRE-IN-FEE              TO WS-BASE-WIRE-IN-FEE
           MOVE SPACES                     TO WS-BEST-FEE-DATE

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
                 IF FILE-FS-CODE = "WIREIN  "
                   AND FILE-FS-EFF-DATE <= WS-TODAY-ISO
                   AND FILE-FS-EFF-DATE > WS-BEST-FEE-DATE
                   MOVE FILE-FS-EFF-DATE   TO WS-BEST-FEE-DATE
                   MOVE FILE-FS-AMOUNT     TO WS-BASE-WIRE-IN-FEE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE FEE-SCHEDULE-FILE
           .
       F-LOAD-WIRE-IN-FEE-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ WIRE-IN-FILE
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 ADD 1                    TO WS-WIRES-READ
                 PERFORM F-PROCESS-WIRE
             END-READ
           END-PERFORM
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-WIRE SECTION.
           SET FG-PLACED-N                 TO TRUE
           MOVE SPACES                     TO WS-UNPLACED-REASON
           MOVE 0                          TO WS-CHARGE
                                              WS-CLAIM
           MOVE WI-AMOUNT                  TO WS-AMOUNT-EDITED

      *    A REFERENCE ALREADY ON THE REGISTRY WAS APPLIED BY AN
      *    EARLIER RUN -- SKIP IT RATHER THAN CREDIT IT TWICE.
           PERFORM F-CHECK-ALREADY-PROCESSED
           IF FG-ALREADY-PROCESSED-Y
             ADD 1                         TO WS-WIRES-SKIPPED
             MOVE SPACES                   TO WIRE-RESULTS-LINE
             STRING "SKIPPED  REF=" WI-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                    " ALREADY APPLIED " WP-POSTED-TS
               DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
             END-STRING
             WRITE WIRE-RESULTS-LINE
             EXIT SECTION
           END-IF

           IF WI-AMOUNT = 0
           OR (NOT WI-CHARGES-OUR AND NOT WI-CHARGES-SHA
               AND NOT WI-CHARGES-BEN)
             ADD 1                         TO WS-WIRES-REJECTED
             MOVE SPACES                   TO WIRE-RESULTS-LINE
             STRING "REJECTED REF=" WI-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                    " CHARGES=" WI-CHARGE-OPTION
                    " REASON=INVALID AMOUNT OR CHARGE CODE"
               DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
             END-STRING
             WRITE WIRE-RESULTS-LINE
             EXIT SECTION
           END-IF

      *    SANCTIONS SCREENING OF WHO SENT IT, BEFORE ANYTHING POSTS.
           INITIALIZE SCREEN-INTERFACE
           MOVE WI-ORDER-IBAN              TO I-SCR-IBAN
           MOVE WI-ORDER-NAME              TO I-SCR-NAME
           SET PGNAME-SCREENCHK            TO TRUE
           CALL PROGNAME USING SCREEN-INTERFACE
           IF SCREEN-STATUS-HIT
             PERFORM F-HOLD-FOR-COMPLIANCE
             EXIT SECTION
           END-IF

           PERFORM F-MATCH-BENEFICIARY

      *    FX LEG INTO THE ACCOUNT'S OWN CURRENCY.
           MOVE 1.0000                     TO WS-FX-RATE
           IF FG-PLACED-Y AND WI-CURRENCY NOT = WS-ACC-CURRENCY
             PERFORM F-GET-EXCHANGE-RATE
             IF FG-RATE-FOUND-N
               SET FG-PLACED-N             TO TRUE
               MOVE WS-RATE-FAIL-REASON    TO WS-UNPLACED-REASON
             END-IF
           END-IF

           IF FG-PLACED-N
             PERFORM F-POST-TO-SUSPENSE
             EXIT SECTION
           END-IF

           COMPUTE WS-CREDIT-AMOUNT ROUNDED = WI-AMOUNT * WS-FX-RATE
           PERFORM F-WORK-OUT-CHARGE
           COMPUTE WS-NET-AMOUNT = WS-CREDIT-AMOUNT - WS-CHARGE

           PERFORM F-POST-CREDIT
           IF FG-POSTED-N
             ADD 1                         TO WS-WIRES-REJECTED
             MOVE SPACES                   TO WIRE-RESULTS-LINE
             STRING "REJECTED REF=" WI-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                    " ACCOUNT=" WS-ACCOUNT-ID
                    " REASON=POSTING FAILED"
               DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
             END-STRING
             WRITE WIRE-RESULTS-LINE
             EXIT SECTION
           END-IF

           ADD 1                           TO WS-WIRES-CREDITED
           ADD WS-CHARGE                   TO WS-CHARGES-TAKEN
           ADD WS-CLAIM                    TO WS-CHARGES-CLAIMED
           MOVE "C"                        TO WP-OUTCOME
           PERFORM F-RECORD-PROCESSED-REFERENCE
           PERFORM F-SEND-CREDIT-ADVICE

           MOVE WS-NET-AMOUNT              TO WS-AMOUNT-EDITED-2
           MOVE WS-FX-RATE                 TO WS-RATE-EDITED
           MOVE SPACES                     TO WIRE-RESULTS-LINE
           STRING "CREDITED REF=" WI-REFERENCE
                  " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                  " RATE=" WS-RATE-EDITED
                  " ACCOUNT=" WS-ACCOUNT-ID
                  " NET=" WS-AMOUNT-EDITED-2 " " WS-ACC-CURRENCY
                  " CHARGES=" WI-CHARGE-OPTION
             DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
           END-STRING
           WRITE WIRE-RESULTS-LINE

           IF WS-CHARGE > 0
             MOVE WS-CHARGE                TO WS-AMOUNT-EDITED-2
             MOVE SPACES                   TO WIRE-RESULTS-LINE
             STRING "         RECEIVING CHARGE TAKEN "
                    WS-AMOUNT-EDITED-2 " " WS-ACC-CURRENCY
               DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
             END-STRING
             WRITE WIRE-RESULTS-LINE
           END-IF
           IF WS-CLAIM > 0
             MOVE WS-CLAIM                 TO WS-AMOUNT-EDITED-2
             MOVE SPACES                   TO WIRE-RESULTS-LINE
             STRING "         RECEIVING CHARGE "
                    WS-AMOUNT-EDITED-2 " " WS-ACC-CURRENCY
                    " TO CLAIM FROM CORRESPONDENT " WI-CORR-BIC
               DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
             END-STRING
             WRITE WIRE-RESULTS-LINE
           END-IF
           .
       F-PROCESS-WIRE-END.
           EXIT.
      ******************************************************************
       F-HOLD-FOR-COMPLIANCE SECTION.
      *    A SCREENING HIT IS NOT CREDITED AND NOT PARKED FOR REPAIR
      *    -- IT WAITS FOR COMPLIANCE ON THE FRAUD CASE OPENED HERE.
           INITIALIZE FRAUD-INTERFACE
           MOVE "WIREIN"                   TO I-FRAUD-ENTITY
           MOVE 0                          TO I-FRAUD-ENTITY-ID
           MOVE "DEPOSIT"                  TO I-FRAUD-TRTYPE
           MOVE WI-AMOUNT                  TO I-FRAUD-AMOUNT
           MOVE SPACES                     TO I-FRAUD-REASON
           STRING "SCREENING HIT ON INBOUND WIRE "
                  WI-REFERENCE(1:10)
             DELIMITED BY SIZE INTO I-FRAUD-REASON
           END-STRING
           MOVE 0                          TO I-FRAUD-ACTOR-BUSR-ID
           SET PGNAME-FRAUDCHK             TO TRUE
           CALL PROGNAME USING FRAUD-INTERFACE

           ADD 1                           TO WS-WIRES-HELD
           MOVE "H"                        TO WP-OUTCOME
           PERFORM F-GET-TIMESTAMP
           PERFORM F-RECORD-PROCESSED-REFERENCE

           MOVE SPACES                     TO WIRE-RESULTS-LINE
           STRING "HELD     REF=" WI-REFERENCE
                  " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                  " FROM " FUNCTION TRIM(WI-ORDER-NAME)
                  " -- SCREENING HIT, REFER TO COMPLIANCE"
             DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
           END-STRING
           WRITE WIRE-RESULTS-LINE
           .
       F-HOLD-FOR-COMPLIANCE-END.
           EXIT.
      ******************************************************************
       F-MATCH-BENEFICIARY SECTION.
      *    LEAVES FG-PLACED-Y AND THE ACCOUNT IN WS-ACCOUNT-ID ETC., OR
      *    FG-PLACED-N WITH THE REASON IN WS-UNPLACED-REASON.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE WI-BENEF-IBAN              TO I-ACC-IBAN
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             MOVE "IBAN NOT ON FILE"       TO WS-UNPLACED-REASON
             EXIT SECTION
           END-IF
           IF O-ACC-STATUS(1) = "C"
             MOVE "ACCOUNT CLOSED"         TO WS-UNPLACED-REASON
             EXIT SECTION
           END-IF

           MOVE O-ACC-ACCOUNTID(1)         TO WS-ACCOUNT-ID
           MOVE O-ACC-CUSTOMERID(1)        TO WS-CUSTOMER-ID
           MOVE O-ACC-CURRENCY(1)          TO WS-ACC-CURRENCY
           MOVE O-ACC-BALANCE(1)           TO WS-ACC-BALANCE

           INITIALIZE CUSTDB-INTERFACE
           SET I-CUST-OP-GET-ITEM          TO TRUE
           MOVE WS-CUSTOMER-ID             TO I-CUST-CUSTID
           SET PGNAME-CUSTDB               TO TRUE
           CALL PROGNAME USING CUSTDB-INTERFACE
           IF NOT CUST-STATUS-OK
             MOVE "ACCOUNT HOLDER NOT ON FILE"
                                           TO WS-UNPLACED-REASON
             EXIT SECTION
           END-IF

           MOVE FUNCTION UPPER-CASE(O-CUST-USERNAME(1))
                                           TO WS-NAME-ACCOUNT
           MOVE FUNCTION UPPER-CASE(WI-BENEF-NAME)
                                           TO WS-NAME-WIRE
           PERFORM F-MATCH-NAME
           IF WS-NAME-HITS = 0
             MOVE "BENEFICIARY NAME DOES NOT MATCH"
                                           TO WS-UNPLACED-REASON
             EXIT SECTION
           END-IF

           SET FG-PLACED-Y                 TO TRUE
           .
       F-MATCH-BENEFICIARY-END.
           EXIT.
      ******************************************************************
       F-MATCH-NAME SECTION.
      *    THE TWO NAMES MATCH WHEN ONE, TRIMMED, IS FOUND IN THE
      *    OTHER -- "J SMITH" ON A WIRE TO "J SMITH LTD", OR A FULL
      *    NAME ON THE WIRE AGAINST A SHORTER ONE ON FILE.
           MOVE 0                          TO WS-NAME-HITS
           MOVE FUNCTION TRIM(WS-NAME-ACCOUNT) TO WS-NAME-ACCOUNT
           MOVE FUNCTION TRIM(WS-NAME-WIRE)    TO WS-NAME-WIRE
           IF WS-NAME-ACCOUNT = SPACES OR WS-NAME-WIRE = SPACES
             EXIT SECTION
           END-IF
           COMPUTE WS-NAME-ACCOUNT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-ACCOUNT))
           COMPUTE WS-NAME-WIRE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-WIRE))

           IF WS-NAME-WIRE-LEN <= WS-NAME-ACCOUNT-LEN
             INSPECT WS-NAME-ACCOUNT TALLYING WS-NAME-HITS
               FOR ALL WS-NAME-WIRE(1:WS-NAME-WIRE-LEN)
           ELSE
             INSPECT WS-NAME-WIRE TALLYING WS-NAME-HITS
               FOR ALL WS-NAME-ACCOUNT(1:WS-NAME-ACCOUNT-LEN)
           END-IF
           .
       F-MATCH-NAME-END.
           EXIT.
      ******************************************************************
       F-GET-EXCHANGE-RATE SECTION.
      *    SAME PAIR LOOKUP WIRE MAKES, WIRE CURRENCY TO THE
      *    CURRENCY IN WS-ACC-CURRENCY -- THE BENEFICIARY'S, OR THE
      *    SUSPENSE ACCOUNT'S FOR A WIRE THAT COULD NOT BE PLACED.
      *    LEAVES FG-RATE-FOUND-Y AND WS-FX-RATE, OR FG-RATE-FOUND-N
      *    WITH THE REASON IN WS-RATE-FAIL-REASON.
           SET FG-RATE-FOUND-Y             TO TRUE
           IF FG-FXR-OPEN-N
             SET FG-RATE-FOUND-N           TO TRUE
             MOVE "NO FX RATE TABLE ON FILE"
                                           TO WS-RATE-FAIL-REASON
             EXIT SECTION
           END-IF

           MOVE SPACES                     TO FXR-PAIR
           STRING WI-CURRENCY WS-ACC-CURRENCY DELIMITED BY SIZE
             INTO FXR-PAIR
           END-STRING
           READ FX-RATE-FILE
             INVALID KEY
               SET FG-RATE-FOUND-N         TO TRUE
               MOVE SPACES                 TO WS-RATE-FAIL-REASON
               STRING "NO FX RATE FOR " FXR-PAIR
                 DELIMITED BY SIZE INTO WS-RATE-FAIL-REASON
               END-STRING
             NOT INVALID KEY
               MOVE FXR-RATE               TO WS-FX-RATE
           END-READ
           .
       F-GET-EXCHANGE-RATE-END.
           EXIT.
      ******************************************************************
       F-WORK-OUT-CHARGE SECTION.
      *    SHA AND BEN: THE BENEFICIARY BEARS OUR RECEIVING CHARGE,
      *    TAKEN FROM THE CREDIT (NEVER MORE THAN THE CREDIT ITSELF),
      *    AND THE CUSTOMER'S RELATIONSHIP MAY WAIVE OR DISCOUNT IT
      *    (SEE FEEWAIVER). OUR: THE SENDER BEARS ALL CHARGES, SO THE
      *    FULL AMOUNT IS CREDITED AND THE CHARGE IS CLAIMED FROM THE
      *    CORRESPONDENT.
           IF WI-CHARGES-OUR
             MOVE WS-BASE-WIRE-IN-FEE      TO WS-CLAIM
             EXIT SECTION
           END-IF

           MOVE WS-BASE-WIRE-IN-FEE        TO WS-CHARGE
           INITIALIZE FEEWAIVER-INTERFACE
           SET I-FWV-OP-APPLY              TO TRUE
           MOVE WS-CUSTOMER-ID             TO I-FWV-CUSTOMERID
           MOVE WS-ACCOUNT-ID              TO I-FWV-ACCOUNTID
           MOVE "WIREIN  "                 TO I-FWV-FEE-CODE
           MOVE WS-CHARGE                  TO I-FWV-FEE-AMOUNT
           SET PGNAME-FEEWAIVER            TO TRUE
           CALL PROGNAME USING FEEWAIVER-INTERFACE
           IF FEEWAIVER-STATUS-OK
             MOVE O-FWV-CHARGE-AMOUNT      TO WS-CHARGE
           END-IF

           IF WS-CHARGE > WS-CREDIT-AMOUNT
             MOVE WS-CREDIT-AMOUNT         TO WS-CHARGE
           END-IF
           .
       F-WORK-OUT-CHARGE-END.
           EXIT.
      ******************************************************************
       F-POST-CREDIT SECTION.
      *    THE CREDIT, THEN THE CHARGE -- TWO POSTINGS, SAME AS THE
      *    OUTBOUND WIRE DESK.
           SET FG-POSTED-Y                 TO TRUE
           COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE + WS-CREDIT-AMOUNT
           MOVE "DEPOSIT"                  TO WS-TRANS-TYPE
           MOVE WS-CREDIT-AMOUNT           TO WS-TRANS-AMOUNT
           MOVE SPACES                     TO WS-TRANS-MEMO
           STRING "WIRE FROM " WI-ORDER-NAME(1:30)
             DELIMITED BY SIZE INTO WS-TRANS-MEMO
           END-STRING
           PERFORM F-POST-ONE-TRANSACTION

           IF FG-POSTED-Y AND WS-CHARGE > 0
             COMPUTE WS-NEW-BALANCE = WS-NEW-BALANCE - WS-CHARGE
             MOVE "FEE"                    TO WS-TRANS-TYPE
             MOVE WS-CHARGE                TO WS-TRANS-AMOUNT
             MOVE SPACES                   TO WS-TRANS-MEMO
             STRING "WIRE IN FEE " WI-CHARGE-OPTION
               DELIMITED BY SIZE INTO WS-TRANS-MEMO
             END-STRING
             PERFORM F-POST-ONE-TRANSACTION
           END-IF

           IF FG-POSTED-Y
             PERFORM F-UPDATE-ACCOUNT-BALANCE
           END-IF
           .
       F-POST-CREDIT-END.
           EXIT.
      ******************************************************************
       F-POST-TO-SUSPENSE SECTION.
      *    CREDIT THE DESIGNATED SUSPENSE ACCOUNT AND QUEUE THE WIRE
      *    FOR ACHREPAIR -- SAME AS ACHBATCH DOES FOR AN UNMATCHED ACH
      *    CREDIT. NO SUSPENSE ACCOUNT ON FILE MEANS THE WIRE IS
      *    REJECTED.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE K-ACH-SUSPENSE-ACCID       TO I-ACC-ACCOUNTID
           SET I-ACC-PROD-INTERNAL         TO TRUE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE
           IF NOT ACCDB-STATUS-OK
             ADD 1                         TO WS-WIRES-REJECTED
             MOVE SPACES                   TO WIRE-RESULTS-LINE
             STRING "REJECTED REF=" WI-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                    " REASON=" WS-UNPLACED-REASON
                    " (NO SUSPENSE ACCOUNT)"
               DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
             END-STRING
             WRITE WIRE-RESULTS-LINE
             EXIT SECTION
           END-IF

           MOVE O-ACC-ACCOUNTID(1)         TO WS-ACCOUNT-ID
           MOVE O-ACC-CURRENCY(1)          TO WS-ACC-CURRENCY
           MOVE O-ACC-BALANCE(1)           TO WS-ACC-BALANCE

      *    THE SUSPENSE ACCOUNT HOLDS ONE CURRENCY -- CONVERT INTO IT
      *    THE WAY A PLACED WIRE IS CONVERTED, NEVER ONE FOR ONE.
           MOVE 1.0000                     TO WS-FX-RATE
           IF WI-CURRENCY NOT = WS-ACC-CURRENCY
             PERFORM F-GET-EXCHANGE-RATE
             IF FG-RATE-FOUND-N
               ADD 1                       TO WS-WIRES-REJECTED
               MOVE SPACES                 TO WIRE-RESULTS-LINE
               STRING "REJECTED REF=" WI-REFERENCE
                      " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                      " REASON=" WS-UNPLACED-REASON
                      " (SUSPENSE: " WS-RATE-FAIL-REASON ")"
                 DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
               END-STRING
               WRITE WIRE-RESULTS-LINE
               EXIT SECTION
             END-IF
           END-IF
           COMPUTE WS-CREDIT-AMOUNT ROUNDED = WI-AMOUNT * WS-FX-RATE

           COMPUTE WS-NEW-BALANCE = WS-ACC-BALANCE + WS-CREDIT-AMOUNT
           SET FG-POSTED-Y                 TO TRUE
           MOVE "DEPOSIT"                  TO WS-TRANS-TYPE
           MOVE WS-CREDIT-AMOUNT           TO WS-TRANS-AMOUNT
           MOVE SPACES                     TO WS-TRANS-MEMO
           STRING "WIRE IN SUSPENSE " WI-BENEF-IBAN(1:22)
             DELIMITED BY SIZE INTO WS-TRANS-MEMO
           END-STRING
           PERFORM F-POST-ONE-TRANSACTION
           IF FG-POSTED-Y
             PERFORM F-UPDATE-ACCOUNT-BALANCE
           END-IF
           IF FG-POSTED-N
             ADD 1                         TO WS-WIRES-REJECTED
             MOVE SPACES                   TO WIRE-RESULTS-LINE
             STRING "REJECTED REF=" WI-REFERENCE
                    " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                    " REASON=SUSPENSE POSTING FAILED"
               DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
             END-STRING
             WRITE WIRE-RESULTS-LINE
             EXIT SECTION
           END-IF

           PERFORM F-WRITE-SUSPENSE-ROW
           ADD 1                           TO WS-WIRES-SUSPENDED
           MOVE "S"                        TO WP-OUTCOME
           PERFORM F-RECORD-PROCESSED-REFERENCE

           MOVE WS-CREDIT-AMOUNT           TO WS-AMOUNT-EDITED-2
           MOVE WS-FX-RATE                 TO WS-RATE-EDITED
           MOVE SPACES                     TO WIRE-RESULTS-LINE
           STRING "SUSPENSE REF=" WI-REFERENCE
                  " AMT=" WS-AMOUNT-EDITED " " WI-CURRENCY
                  " RATE=" WS-RATE-EDITED
                  " POSTED=" WS-AMOUNT-EDITED-2 " " WS-ACC-CURRENCY
                  " IBAN=" WI-BENEF-IBAN(1:22)
                  " REASON=" WS-UNPLACED-REASON
                  " QUEUED AS " WS-SQ-NEXT-ID
             DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
           END-STRING
           WRITE WIRE-RESULTS-LINE
           .
       F-POST-TO-SUSPENSE-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUSPENSE-ROW SECTION.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
             OPEN OUTPUT SUSPENSE-FILE
             CLOSE SUSPENSE-FILE
             OPEN I-O SUSPENSE-FILE
           END-IF

           MOVE 0                          TO WS-SQ-NEXT-ID
           MOVE LOW-VALUES                 TO SQ-ID
           START SUSPENSE-FILE KEY IS NOT LESS THAN SQ-ID
             INVALID KEY
               SET FG-MORE-SQ-ROWS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-SQ-ROWS-Y       TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-SQ-ROWS-N
             READ SUSPENSE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-SQ-ROWS-N     TO TRUE
               NOT AT END
                 IF SQ-ID > WS-SQ-NEXT-ID
                   MOVE SQ-ID              TO WS-SQ-NEXT-ID
                 END-IF
             END-READ
           END-PERFORM
           ADD 1                           TO WS-SQ-NEXT-ID

           INITIALIZE SUSPENSE-RECORD
           MOVE WS-SQ-NEXT-ID              TO SQ-ID
           MOVE WI-REFERENCE               TO SQ-REFERENCE
           MOVE WI-BENEF-IBAN              TO SQ-IBAN
           MOVE WS-CREDIT-AMOUNT           TO SQ-AMOUNT
           MOVE WS-ACC-CURRENCY            TO SQ-CURRENCY
           IF WI-CURRENCY NOT = WS-ACC-CURRENCY
             MOVE WI-AMOUNT                TO SQ-ORIG-AMOUNT
             MOVE WI-CURRENCY              TO SQ-ORIG-CURRENCY
             MOVE WS-FX-RATE               TO SQ-FX-RATE
           END-IF
           MOVE WS-TODAY-RAW               TO SQ-RECEIVED-DATE
           SET SQ-IN-SUSPENSE              TO TRUE
           WRITE SUSPENSE-RECORD

           CLOSE SUSPENSE-FILE
           .
       F-WRITE-SUSPENSE-ROW-END.
           EXIT.
      ******************************************************************
       F-SEND-CREDIT-ADVICE SECTION.
      *    CUSTOMER-FACING CREDIT ADVICE -- THE NET AMOUNT CREDITED,
      *    WITH THE WIRE REFERENCE AS THE MEMO.
           INITIALIZE NOTIFY-INTERFACE
           MOVE WS-CUSTOMER-ID             TO I-NOTIFY-CUSTID
           MOVE "ACCOUNT"                  TO I-NOTIFY-ENTITY
           MOVE WS-ACCOUNT-ID              TO I-NOTIFY-ENTITY-ID
           MOVE "WIREIN"                   TO I-NOTIFY-EVENT
           MOVE WS-NET-AMOUNT              TO I-NOTIFY-AMOUNT
           MOVE WI-REFERENCE               TO I-NOTIFY-MEMO
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE
           .
       F-SEND-CREDIT-ADVICE-END.
           EXIT.
      ******************************************************************
       F-GET-TIMESTAMP SECTION.
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
       F-GET-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-POST-ONE-TRANSACTION SECTION.
      *    CALLER LEAVES WS-ACCOUNT-ID, WS-TRANS-TYPE, WS-TRANS-MEMO,
      *    WS-TRANS-AMOUNT AND WS-NEW-BALANCE SET.
           PERFORM F-GET-TIMESTAMP
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-POST             TO TRUE
           MOVE WS-ACCOUNT-ID              TO I-TRANS-ACCOUNTID
           MOVE WS-TRANS-TYPE              TO I-TRANS-TRANS-TYPE
           MOVE WS-TRANS-AMOUNT            TO I-TRANS-AMMOUNT
           MOVE WS-TIMESTAMP               TO I-TRANS-TIMESTAMP
           MOVE WS-NEW-BALANCE             TO I-TRANS-ACCBALANCE
           MOVE WS-TRANS-MEMO              TO I-TRANS-MEMO
           MOVE WI-REFERENCE               TO I-TRANS-PAYMENT-REF
           MOVE WS-TODAY-RAW               TO I-TRANS-VALUE-DATE
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE

           IF NOT TRANSDB-STATUS-OK
             SET FG-POSTED-N               TO TRUE
           END-IF
           .
       F-POST-ONE-TRANSACTION-END.
           EXIT.
      ******************************************************************
       F-UPDATE-ACCOUNT-BALANCE SECTION.
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-PUT                TO TRUE
           MOVE WS-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           MOVE WS-NEW-BALANCE             TO I-ACC-BALANCE
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF NOT ACCDB-STATUS-OK
             SET FG-POSTED-N               TO TRUE
           END-IF
           .
       F-UPDATE-ACCOUNT-BALANCE-END.
           EXIT.
      ******************************************************************
       F-CHECK-ALREADY-PROCESSED SECTION.
           SET FG-ALREADY-PROCESSED-N      TO TRUE
           MOVE WI-REFERENCE               TO WP-REFERENCE
           READ WIRE-PROCESSED-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET FG-ALREADY-PROCESSED-Y  TO TRUE
           END-READ
           .
       F-CHECK-ALREADY-PROCESSED-END.
           EXIT.
      ******************************************************************
       F-RECORD-PROCESSED-REFERENCE SECTION.
      *    CALLER LEAVES THE OUTCOME IN WP-OUTCOME. WRITTEN ONLY ONCE
      *    THE WIRE WAS ACTUALLY APPLIED.
           MOVE WI-REFERENCE               TO WP-REFERENCE
           MOVE WI-BENEF-IBAN              TO WP-BENEF-IBAN
           MOVE WI-AMOUNT                  TO WP-AMOUNT
           MOVE WI-CURRENCY                TO WP-CURRENCY
           MOVE WS-TIMESTAMP               TO WP-POSTED-TS
           WRITE WIRE-PROCESSED-RECORD
           .
       F-RECORD-PROCESSED-REFERENCE-END.
           EXIT.
      ******************************************************************
       F-WRITE-CONTROL-TOTALS SECTION.
      *    READ = CREDITED + SUSPENSE + HELD + REJECTED + SKIPPED, OR
      *    THE RUN DID NOT APPLY THE FILE EXACTLY ONCE.
           MOVE SPACES                     TO WIRE-RESULTS-LINE
           WRITE WIRE-RESULTS-LINE
           MOVE "===== CONTROL TOTALS ====="
                                           TO WIRE-RESULTS-LINE
           WRITE WIRE-RESULTS-LINE

           MOVE SPACES                     TO WIRE-RESULTS-LINE
           STRING "READ:      " WS-WIRES-READ
                  "   CREDITED: " WS-WIRES-CREDITED
                  "   SUSPENSE: " WS-WIRES-SUSPENDED
             DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
           END-STRING
           WRITE WIRE-RESULTS-LINE

           MOVE SPACES                     TO WIRE-RESULTS-LINE
           STRING "HELD:      " WS-WIRES-HELD
                  "   REJECTED: " WS-WIRES-REJECTED
                  "   SKIPPED:  " WS-WIRES-SKIPPED
             DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
           END-STRING
           WRITE WIRE-RESULTS-LINE

           MOVE WS-CHARGES-TAKEN           TO WS-CTL-AMT-EDITED
           MOVE SPACES                     TO WIRE-RESULTS-LINE
           STRING "RECEIVING CHARGES TAKEN (SHA/BEN):   "
                  WS-CTL-AMT-EDITED
             DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
           END-STRING
           WRITE WIRE-RESULTS-LINE

           MOVE WS-CHARGES-CLAIMED         TO WS-CTL-AMT-EDITED
           MOVE SPACES                     TO WIRE-RESULTS-LINE
           STRING "RECEIVING CHARGES TO CLAIM (OUR):    "
                  WS-CTL-AMT-EDITED
             DELIMITED BY SIZE INTO WIRE-RESULTS-LINE
           END-STRING
           WRITE WIRE-RESULTS-LINE
           .
       F-WRITE-CONTROL-TOTALS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
