       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-ACCOUNTID                PIC 9(09).
         05 WS-PAGE-NUMBER              PIC 9(05) VALUE 1.
      *    TRANSDB CONTINUATION KEY -- EACH PAGE PICKS UP AFTER THE
      *    LAST ROW OF THE ONE BEFORE (KEYSET PAGING).
         05 WS-TRANS-CONT-KEY.
           10 WS-TRANS-CONT-ID          PIC 9(09).
           10 WS-TRANS-CONT-TS          PIC X(25).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-FROM-SERIAL              PIC S9(08) VALUE 0.
         05 WS-TO-SERIAL                PIC S9(08) VALUE 0.
         05 WS-DAY-DATE-NUM             PIC 9(08).
         05 WS-DAY-DATE-X               PIC X(08) JUSTIFIED RIGHT.
         05 WS-DAY-EDITED               PIC X(10).
         05 WS-CARRY-BALANCE            PIC S9(10)V99 VALUE 0.
         05 WS-DAY-AVG                  PIC S9(10)V99.
         05 WS-WEEK-NUMBER              PIC 9(03).
         05 WS-WEEK-SUM                 PIC S9(12)V99.
         05 WS-WEEK-MIN                 PIC S9(10)V99.
         05 WS-WEEK-END                 PIC S9(10)V99.
         05 WS-WEEK-DAYS                PIC 9(03).
         05 WS-OVER-MIN                 PIC S9(10)V99.
         05 WS-AMOUNT-EDITED            PIC +ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-2          PIC +ZZZZZZZZZ9.99.
         05 WS-AMOUNT-EDITED-3          PIC +ZZZZZZZZZ9.99.

      *    ONE SLOT PER CALENDAR DAY OF THE REQUESTED RANGE, INDEXED
      *    BY (DAY SERIAL - FROM SERIAL + 1). FILLED WHILE PAGING THE
           10 DAY-HAS-ACTIVITY          PIC X(01).
             88 DAY-HAS-ACTIVITY-Y      VALUE "Y".
           10 DAY-TX-COUNT              PIC 9(05).
           10 DAY-BAL-SUM               PIC S9(12)V99.
           10 DAY-BAL-MIN               PIC S9(10)V99.
           10 DAY-BAL-END               PIC S9(10)V99.

       01 FLAGS.
         05 FG-MORE-PAGES               PIC X VALUE 'Y'.
           SET FG-MORE-PAGES-Y              TO TRUE
           SET FG-OPENING-SEEN-N            TO TRUE
           MOVE 1                           TO WS-PAGE-NUMBER
           MOVE SPACES                      TO WS-TRANS-CONT-KEY
           MOVE 0                           TO WS-CARRY-BALANCE

           PERFORM UNTIL FG-MORE-PAGES-N
           SET I-TRANS-OP-GET-LIST         TO TRUE
           MOVE WS-ACCOUNTID               TO I-TRANS-ACCOUNTID
           MOVE WS-PAGE-NUMBER             TO I-TRANS-PAGE-NUMBER
           MOVE WS-TRANS-CONT-KEY          TO I-TRANS-CONT-KEY
           SET PGNAME-TRANSDB              TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           MOVE O-TRANSDB-CONT-KEY         TO WS-TRANS-CONT-KEY

           IF NOT TRANSDB-STATUS-OK
             MOVE 0                        TO O-TRANSDB-COUNT
           MOVE SPACES                     TO TREND-LINE
           WRITE TREND-LINE

           MOVE "DATE        TXNS        AVERAGE        MINIMUM"
                                           TO TREND-LINE
           MOVE "ENDING"                   TO TREND-LINE(53:6)
           WRITE TREND-LINE
           .
       F-WRITE-HEADER-END.
      *    DAILY PASS LEFT IN THE DAY TABLE (AVERAGE IN DAY-BAL-SUM).
           MOVE SPACES                     TO TREND-LINE
           WRITE TREND-LINE
           MOVE "WEEK  DAYS        AVERAGE        MINIMUM"
                                           TO TREND-LINE
           MOVE "ENDING"                   TO TREND-LINE(50:6)
           WRITE TREND-LINE

           MOVE 0                          TO WS-WEEK-NUMBER
