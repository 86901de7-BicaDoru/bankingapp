      *  further. EUR is the home currency and is reported but never
      *  capped. Writes files/reports/FX_EXPOSURE_<ts>.txt and
      *  records itself in the shared batch run log.
      *  The open foreign-currency pockets accounts hold (see POCKET,
      *  files/ccypockets.dat) are positions in their own currency
      *  and are added to that currency's total, not the account's.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT POCKET-FILE ASSIGN TO "files/ccypockets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS WS-PK-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).

       FD  POCKET-FILE.
       COPY POCKETRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         05 WS-CUR-EXPOSURE-CAP-USD     PIC 9(10)V99.
         05 WS-CUR-EXPOSURE-CAP-GBP     PIC 9(10)V99.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-PK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-POCKET-COUNT             PIC 9(07) VALUE 0.
         05 WS-REPORT-NAME              PIC X(256).
         05 WS-TS-RAW                   PIC 9(08).
         05 WS-TM-RAW                   PIC X(08).
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-POCKETS             PIC X VALUE 'N'.
           88 FG-MORE-POCKETS-Y         VALUE 'Y'.
           88 FG-MORE-POCKETS-N         VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
           PERFORM F-INIT
           PERFORM F-LOAD-RUNTIME-PARAMS
           PERFORM F-SCAN-ACCOUNTS
           PERFORM F-SCAN-POCKETS
           PERFORM F-WRITE-REPORT
           PERFORM F-FINISH
           .
           .
       F-ACCUMULATE-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-SCAN-POCKETS SECTION.
      *    EVERY OPEN CURRENCY POCKET IS A POSITION IN ITS OWN
      *    CURRENCY. NO POCKET REGISTER ON FILE MEANS NONE ARE HELD.
           OPEN INPUT POCKET-FILE
           IF WS-PK-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO PK-KEY
           START POCKET-FILE KEY IS NOT LESS THAN PK-KEY
             INVALID KEY
               SET FG-MORE-POCKETS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-POCKETS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-POCKETS-N
             READ POCKET-FILE NEXT RECORD
               AT END
                 SET FG-MORE-POCKETS-N     TO TRUE
               NOT AT END
                 IF PK-IS-ACTIVE
                   PERFORM F-ACCUMULATE-POCKET
                 END-IF
             END-READ
           END-PERFORM
           CLOSE POCKET-FILE
           .
       F-SCAN-POCKETS-END.
           EXIT.
      ******************************************************************
       F-ACCUMULATE-POCKET SECTION.
           ADD 1                           TO WS-POCKET-COUNT
           EVALUATE PK-CURRENCY
             WHEN "EUR"
               ADD PK-BALANCE              TO WS-TOTAL-EUR
               ADD 1                       TO WS-COUNT-EUR
             WHEN "USD"
               ADD PK-BALANCE              TO WS-TOTAL-USD
               ADD 1                       TO WS-COUNT-USD
             WHEN "GBP"
               ADD PK-BALANCE              TO WS-TOTAL-GBP
               ADD 1                       TO WS-COUNT-GBP
           END-EVALUATE
           .
       F-ACCUMULATE-POCKET-END.
           EXIT.
      ******************************************************************
       F-WRITE-REPORT SECTION.
           STRING WS-TS-RAW                DELIMITED BY SIZE
           END-IF
           WRITE REPORT-LINE

           IF WS-POCKET-COUNT > 0
             MOVE SPACES                   TO REPORT-LINE
             STRING "Currency pockets included in the positions "
                    "above: " FUNCTION TRIM(WS-POCKET-COUNT)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
