      *  current files/fxrates.dat rate, and compares against the
      *  EUR value recorded by the previous revaluation
      *  (files/fxreval_baseline.dat) -- the difference is the
      *  month's unrealized gain/loss. The open foreign-currency
      *  pockets accounts hold (see POCKET, files/ccypockets.dat) are
      *  revalued with the position of their own currency.
      *  The gain/loss is emitted as dedicated GL lines in GLEXPORT's
      *  pipe-delimited layout (files/reports/GL_FXREVAL_<yyyymmdd>
      *  .txt) under the K-GLCODE-FX-REVAL code, and a companion
           SELECT GL-OUTPUT ASSIGN TO DYNAMIC WS-GL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-STATUS.

           SELECT POCKET-FILE ASSIGN TO "files/ccypockets.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PK-KEY
           FILE STATUS IS WS-PK-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************

       FD  GL-OUTPUT.
       01  GL-LINE                      PIC X(200).

       FD  POCKET-FILE.
       COPY POCKETRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         05 WS-FXR-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-BASELINE-STATUS          PIC XX VALUE SPACES.
         05 WS-GL-STATUS                PIC XX VALUE SPACES.
         05 WS-PK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-NAME              PIC X(256).
         05 WS-GL-FILENAME              PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-POCKETS             PIC X VALUE 'N'.
           88 FG-MORE-POCKETS-Y         VALUE 'Y'.
           88 FG-MORE-POCKETS-N         VALUE 'N'.
         05 FG-RATE-FOUND               PIC X VALUE 'N'.
           88 FG-RATE-FOUND-Y           VALUE 'Y'.
           88 FG-RATE-FOUND-N           VALUE 'N'.
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-SUM-POSITIONS
           PERFORM F-SUM-POCKETS
           PERFORM F-REVALUE-CURRENCIES
           PERFORM F-FINISH
           .
           .
       F-SUM-POSITIONS-END.
           EXIT.
      ******************************************************************
       F-SUM-POCKETS SECTION.
      *    EVERY OPEN CURRENCY POCKET IS PART OF ITS OWN CURRENCY'S
      *    POSITION. NO POCKET REGISTER ON FILE MEANS NONE ARE HELD.
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
                   EVALUATE PK-CURRENCY
                     WHEN "USD"
                       ADD PK-BALANCE      TO WS-TOTAL-USD
                     WHEN "GBP"
                       ADD PK-BALANCE      TO WS-TOTAL-GBP
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE POCKET-FILE
           .
       F-SUM-POCKETS-END.
           EXIT.
      ******************************************************************
       F-REVALUE-CURRENCIES SECTION.
           MOVE "USD"                      TO WS-CUR-CURRENCY
