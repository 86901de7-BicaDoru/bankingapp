      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      VIBANRPT.
      ******************************************************************
      *  Virtual IBAN collection report. Run standalone, no args,
      *  nightly after ACHBATCH. Walks the collections ledger
      *  files/vibancoll.dat (see VIBANCOLLRECORD), where ACHBATCH
      *  enters every credit it posted to a parent account through
      *  one of the account's virtual IBANs (see VIBANRECORD), and
      *  for every collection not yet sent to the client produces:
      *    - one line per collection in
      *      files/reports/VIBAN_COLLECTIONS_<yyyymmdd>.txt, grouped
      *      by parent account and virtual IBAN, with the payer or
      *      invoice the virtual IBAN is tagged with, a subtotal per
      *      virtual IBAN and a total per account
      *    - per parent account, the client's reconciliation file
      *      files/reports/VIBAN_RECON_<account>_<yyyymmdd>.txt --
      *      semicolon-separated, a header line (H), one detail line
      *      per collection (D: virtual IBAN, tag type, tag, date,
      *      payment reference, amount, currency) and a trailer (T:
      *      count and total), for the client to load against their
      *      own receivables ledger
      *  Each collection is stamped with the business date once
      *  reported, so the next night starts where this one stopped.
      *  Rows stamped with today's business date are reported again,
      *  so a same-day re-run rebuilds the same files.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT VIBAN-COLL-FILE ASSIGN TO "files/vibancoll.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VC-KEY
           FILE STATUS IS WS-VC-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT RECON-OUTPUT ASSIGN TO DYNAMIC WS-RECON-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  VIBAN-COLL-FILE.
       COPY VIBANCOLLRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                   PIC X(200).

       FD  RECON-OUTPUT.
       01  RECON-LINE                    PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "VIBANRPT            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-RECON-FILENAME           PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-RECON-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-VC-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).

      *    CONTROL-BREAK KEYS -- THE LEDGER KEY ORDER IS ACCOUNT,
      *    VIRTUAL IBAN, DATE, REFERENCE.
         05 WS-CUR-ACCOUNT-ID           PIC 9(09) VALUE 0.
         05 WS-CUR-VIBAN                PIC X(30) VALUE SPACES.
         05 WS-CUR-CURRENCY             PIC X(03) VALUE SPACES.

         05 WS-VIBAN-COUNT              PIC 9(05) VALUE 0.
         05 WS-VIBAN-TOTAL              PIC 9(12)V99 VALUE 0.
         05 WS-ACC-COUNT                PIC 9(05) VALUE 0.
         05 WS-ACC-TOTAL                PIC 9(12)V99 VALUE 0.
         05 WS-ACC-VIBANS               PIC 9(05) VALUE 0.

         05 WS-ROWS-READ                PIC 9(07) VALUE 0.
         05 WS-ROWS-REPORTED            PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-REPORTED        PIC 9(05) VALUE 0.
         05 WS-VIBANS-REPORTED          PIC 9(05) VALUE 0.
         05 WS-TOTAL-REPORTED           PIC 9(12)V99 VALUE 0.

         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-CTL-AMT-EDITED           PIC ZZZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-LEDGER-OPEN              PIC X VALUE 'N'.
           88 FG-LEDGER-OPEN-Y          VALUE 'Y'.
           88 FG-LEDGER-OPEN-N          VALUE 'N'.
         05 FG-ACCOUNT-OPEN             PIC X VALUE 'N'.
           88 FG-ACCOUNT-OPEN-Y         VALUE 'Y'.
           88 FG-ACCOUNT-OPEN-N         VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-REPORT
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "VIRTUAL IBAN COLLECTION REPORT STARTING"
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

           MOVE SPACES                    TO WS-FILENAME
           STRING "files/reports/VIBAN_COLLECTIONS_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING

           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== VIRTUAL IBAN COLLECTIONS =====" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "BUSINESS DATE: " WS-TODAY-RAW
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O VIBAN-COLL-FILE
           IF WS-VC-FILE-STATUS = "00"
             SET FG-LEDGER-OPEN-Y         TO TRUE
             SET FG-MORE-RECORDS-Y        TO TRUE
             MOVE LOW-VALUES              TO VC-KEY
             START VIBAN-COLL-FILE KEY IS NOT LESS THAN VC-KEY
               INVALID KEY
                 SET FG-MORE-RECORDS-N    TO TRUE
             END-START
           ELSE
             SET FG-LEDGER-OPEN-N         TO TRUE
             SET FG-MORE-RECORDS-N        TO TRUE
             MOVE "NO VIRTUAL IBAN COLLECTIONS ON FILE"
                                          TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           IF FG-ACCOUNT-OPEN-Y
             PERFORM F-CLOSE-ACCOUNT
           END-IF
           IF FG-LEDGER-OPEN-Y
             CLOSE VIBAN-COLL-FILE
           END-IF

           PERFORM F-WRITE-CONTROL-TOTALS
           CLOSE REPORT-OUTPUT

      *    REGISTER THE REPORT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN EMPTY
      *    RUN IS VISIBLE. THE PER-CLIENT RECONCILIATION FILES ARE
      *    NAMED BY ACCOUNT AND DATE AND LISTED IN THE REPORT.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-FILENAME               TO U-RPTREG-PATH
           MOVE WS-ROWS-REPORTED          TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "COLLECTIONS REPORTED: ",
             FUNCTION TRIM(WS-ROWS-REPORTED),
             " | ACCOUNTS: ",
             FUNCTION TRIM(WS-ACCOUNTS-REPORTED),
             " | VIRTUAL IBANS: ",
             FUNCTION TRIM(WS-VIBANS-REPORTED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-REPORT SECTION.
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ VIBAN-COLL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 ADD 1                    TO WS-ROWS-READ
                 IF VC-REPORTED-DATE = 0
                 OR VC-REPORTED-DATE = WS-TODAY-RAW
                   PERFORM F-REPORT-COLLECTION
                 END-IF
             END-READ
           END-PERFORM
           .
       F-RUN-REPORT-END.
           EXIT.
      ******************************************************************
       F-REPORT-COLLECTION SECTION.
      *    CONTROL BREAKS ON ACCOUNT, THEN ON VIRTUAL IBAN.
           IF FG-ACCOUNT-OPEN-N
           OR VC-ACCOUNT-ID NOT = WS-CUR-ACCOUNT-ID
             IF FG-ACCOUNT-OPEN-Y
               PERFORM F-CLOSE-ACCOUNT
             END-IF
             PERFORM F-OPEN-ACCOUNT
           END-IF

           IF VC-VIBAN NOT = WS-CUR-VIBAN
             IF WS-CUR-VIBAN NOT = SPACES
               PERFORM F-WRITE-VIBAN-SUBTOTAL
             END-IF
             PERFORM F-WRITE-VIBAN-HEADER
           END-IF

           MOVE VC-AMOUNT                  TO WS-AMOUNT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "      " VC-POST-DATE
                  "  REF " VC-REFERENCE
                  "  " WS-AMOUNT-EDITED
                  " " VC-CURRENCY
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES                     TO RECON-LINE
           STRING "D;" DELIMITED BY SIZE
                  VC-VIBAN DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  VC-TAG-TYPE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(VC-TAG) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VC-POST-DATE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VC-REFERENCE DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-EDITED) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  VC-CURRENCY DELIMITED BY SIZE
             INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           ADD 1                           TO WS-VIBAN-COUNT
           ADD VC-AMOUNT                   TO WS-VIBAN-TOTAL
           ADD 1                           TO WS-ACC-COUNT
           ADD VC-AMOUNT                   TO WS-ACC-TOTAL
           ADD 1                           TO WS-ROWS-REPORTED
           ADD VC-AMOUNT                   TO WS-TOTAL-REPORTED

           MOVE WS-TODAY-RAW               TO VC-REPORTED-DATE
           REWRITE VIBAN-COLL-RECORD
           .
       F-REPORT-COLLECTION-END.
           EXIT.
      ******************************************************************
       F-OPEN-ACCOUNT SECTION.
      *    NEW PARENT ACCOUNT -- HEADING ON THE REPORT AND A FRESH
      *    RECONCILIATION FILE FOR THE CLIENT.
           MOVE VC-ACCOUNT-ID              TO WS-CUR-ACCOUNT-ID
           MOVE VC-CURRENCY                TO WS-CUR-CURRENCY
           MOVE SPACES                     TO WS-CUR-VIBAN
           MOVE 0                          TO WS-ACC-COUNT
           MOVE 0                          TO WS-ACC-TOTAL
           MOVE 0                          TO WS-ACC-VIBANS
           SET FG-ACCOUNT-OPEN-Y           TO TRUE
           ADD 1                           TO WS-ACCOUNTS-REPORTED

           MOVE SPACES                     TO WS-RECON-FILENAME
           STRING "files/reports/VIBAN_RECON_" DELIMITED BY SIZE
                  WS-CUR-ACCOUNT-ID         DELIMITED BY SIZE
                  "_"                       DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-RECON-FILENAME
           END-STRING
           OPEN OUTPUT RECON-OUTPUT

           MOVE SPACES                     TO RECON-LINE
           STRING "H;" WS-CUR-ACCOUNT-ID ";" WS-TODAY-RAW
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE

           MOVE SPACES                     TO REPORT-LINE
           STRING "ACCOUNT " WS-CUR-ACCOUNT-ID
                  "  RECONCILIATION FILE "
                  FUNCTION TRIM(WS-RECON-FILENAME)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-OPEN-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-CLOSE-ACCOUNT SECTION.
           PERFORM F-WRITE-VIBAN-SUBTOTAL

           MOVE WS-ACC-TOTAL               TO WS-CTL-AMT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "  ACCOUNT TOTAL: "
                  FUNCTION TRIM(WS-ACC-VIBANS) " VIRTUAL IBANS, "
                  FUNCTION TRIM(WS-ACC-COUNT) " COLLECTIONS, "
                  FUNCTION TRIM(WS-CTL-AMT-EDITED) " "
                  WS-CUR-CURRENCY
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                     TO RECON-LINE
           STRING "T;" FUNCTION TRIM(WS-ACC-COUNT) ";"
                  FUNCTION TRIM(WS-CTL-AMT-EDITED) ";"
                  WS-CUR-CURRENCY
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           CLOSE RECON-OUTPUT

           SET FG-ACCOUNT-OPEN-N           TO TRUE
           .
       F-CLOSE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-WRITE-VIBAN-HEADER SECTION.
           MOVE VC-VIBAN                   TO WS-CUR-VIBAN
           MOVE 0                          TO WS-VIBAN-COUNT
           MOVE 0                          TO WS-VIBAN-TOTAL
           ADD 1                           TO WS-ACC-VIBANS
           ADD 1                           TO WS-VIBANS-REPORTED

           MOVE SPACES                     TO REPORT-LINE
           EVALUATE VC-TAG-TYPE
             WHEN "P"
               STRING "  VIRTUAL IBAN " VC-VIBAN
                      " PAYER   " VC-TAG
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
             WHEN OTHER
               STRING "  VIRTUAL IBAN " VC-VIBAN
                      " INVOICE " VC-TAG
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-EVALUATE
           WRITE REPORT-LINE
           .
       F-WRITE-VIBAN-HEADER-END.
           EXIT.
      ******************************************************************
       F-WRITE-VIBAN-SUBTOTAL SECTION.
           MOVE WS-VIBAN-TOTAL             TO WS-CTL-AMT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "    SUBTOTAL: "
                  FUNCTION TRIM(WS-VIBAN-COUNT) " COLLECTIONS, "
                  FUNCTION TRIM(WS-CTL-AMT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-VIBAN-SUBTOTAL-END.
           EXIT.
      ******************************************************************
       F-WRITE-CONTROL-TOTALS SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES                     TO REPORT-LINE
           STRING "Ledger rows read        : "
                  FUNCTION TRIM(WS-ROWS-READ)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES                     TO REPORT-LINE
           STRING "Collections reported    : "
                  FUNCTION TRIM(WS-ROWS-REPORTED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES                     TO REPORT-LINE
           STRING "Parent accounts         : "
                  FUNCTION TRIM(WS-ACCOUNTS-REPORTED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE SPACES                     TO REPORT-LINE
           STRING "Virtual IBANs           : "
                  FUNCTION TRIM(WS-VIBANS-REPORTED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           MOVE WS-TOTAL-REPORTED          TO WS-CTL-AMT-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "Total collected         : "
                  FUNCTION TRIM(WS-CTL-AMT-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-CONTROL-TOTALS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
