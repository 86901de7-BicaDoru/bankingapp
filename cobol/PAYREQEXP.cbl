      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      PAYREQEXP.
      ******************************************************************
      *  Nightly expiry of requests-to-pay (see TRANSFERBO
      *  F-CREATE-PAY-REQUEST). Runs standalone, no args, for the
      *  current business date:
      *    - every request still pending whose expiry date is before
      *      the business date is marked expired
      *    - requester and payer are both told through NOTIFY
      *  TRANSFERBO already refuses an answer past the expiry date,
      *  so this run only closes the record and tells the customers.
      *  Report: files/reports/PAYREQ_EXPIRED_<yyyymmdd>.txt,
      *  registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT PAY-REQUEST-FILE ASSIGN TO "files/payrequests.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PR-ID
           FILE STATUS IS WS-PR-FILE-STATUS.

           SELECT EXPIRY-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  PAY-REQUEST-FILE.
       COPY PAYREQRECORD.

       FD  EXPIRY-OUTPUT.
       01  EXPIRY-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "PAYREQEXP           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-PR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
           10 WS-TIME-MM                PIC X(02).
           10 WS-TIME-SS                PIC X(02).
           10 WS-TIME-TT                PIC X(02).
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

         05 WS-PENDING-SEEN             PIC 9(07) VALUE 0.
         05 WS-EXPIRED                  PIC 9(07) VALUE 0.
         05 WS-EXPIRED-AMOUNT           PIC 9(10)V99 VALUE 0.
         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.
         05 WS-TOTAL-EDITED             PIC ZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY NOTIFYINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-EXPIRE-REQUESTS
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "REQUEST-TO-PAY EXPIRY STARTING"
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
             MOVE O-BUSDATE-ISO           TO WS-TODAY-ISO
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
             STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                    WS-TODAY-RAW(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-ISO
             END-STRING
           END-IF

           STRING "files/reports/PAYREQ_EXPIRED_" DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT EXPIRY-OUTPUT
           MOVE SPACES                    TO EXPIRY-LINE
           STRING "REQUESTS-TO-PAY EXPIRED FOR BUSINESS DATE "
                  WS-TODAY-ISO
             DELIMITED BY SIZE INTO EXPIRY-LINE
           END-STRING
           WRITE EXPIRY-LINE
           MOVE SPACES                    TO EXPIRY-LINE
           WRITE EXPIRY-LINE

           OPEN I-O PAY-REQUEST-FILE
           IF WS-PR-FILE-STATUS = "35"
             OPEN OUTPUT PAY-REQUEST-FILE
             CLOSE PAY-REQUEST-FILE
             OPEN I-O PAY-REQUEST-FILE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE PAY-REQUEST-FILE

           PERFORM F-WRITE-SUMMARY
           CLOSE EXPIRY-OUTPUT

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-EXPIRED                TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "PENDING: ",
             FUNCTION TRIM(WS-PENDING-SEEN),
             " | EXPIRED: ",
             FUNCTION TRIM(WS-EXPIRED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-EXPIRE-REQUESTS SECTION.
      *    THE EXPIRY DATE IS THE LAST DAY THE PAYER MAY ANSWER, SO
      *    ONLY REQUESTS STRICTLY BEFORE TODAY ARE CLOSED.
           PERFORM F-GET-TIMESTAMP

           MOVE LOW-VALUES                 TO PR-ID
           START PAY-REQUEST-FILE KEY IS NOT LESS THAN PR-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ PAY-REQUEST-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF PR-IS-PENDING
                   ADD 1                   TO WS-PENDING-SEEN
                   IF PR-EXPIRY-DATE < WS-TODAY-RAW
                     PERFORM F-EXPIRE-ONE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-EXPIRE-REQUESTS-END.
           EXIT.
      ******************************************************************
       F-EXPIRE-ONE SECTION.
           SET PR-IS-EXPIRED               TO TRUE
           MOVE WS-TIMESTAMP               TO PR-RESOLVED-TS
           REWRITE PAY-REQUEST-RECORD
           ADD 1                           TO WS-EXPIRED
           ADD PR-AMOUNT                   TO WS-EXPIRED-AMOUNT

           MOVE PR-AMOUNT                  TO WS-AMOUNT-EDITED
           MOVE SPACES                     TO EXPIRY-LINE
           STRING "ID=" PR-ID
                  " FROM=" PR-REQ-IBAN
                  " TO=" PR-PAYER-IBAN
                  " AMT=" WS-AMOUNT-EDITED " " PR-CURRENCY
                  " EXPIRED " PR-EXPIRY-DATE
             DELIMITED BY SIZE INTO EXPIRY-LINE
           END-STRING
           WRITE EXPIRY-LINE

           INITIALIZE NOTIFY-INTERFACE
           MOVE PR-PAYER-CUSTID            TO I-NOTIFY-CUSTID
           MOVE "PAYREQ"                   TO I-NOTIFY-ENTITY
           MOVE PR-ID                      TO I-NOTIFY-ENTITY-ID
           MOVE "RTPEXPD"                  TO I-NOTIFY-EVENT
           MOVE PR-AMOUNT                  TO I-NOTIFY-AMOUNT
           MOVE PR-REFERENCE               TO I-NOTIFY-MEMO
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE

           MOVE PR-REQ-CUSTID              TO I-NOTIFY-CUSTID
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE
           .
       F-EXPIRE-ONE-END.
           EXIT.
      ******************************************************************
       F-GET-TIMESTAMP SECTION.
      *    THE STAMP CARRIES THE BUSINESS DATE, SAME RULE AS
      *    TRANSFERBO.UT-GET-TIMESTAMP.
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE WS-TODAY-RAW(1:4)          TO T-YEAR
           MOVE WS-TODAY-RAW(5:2)          TO T-MONTH
           MOVE WS-TODAY-RAW(7:2)          TO T-DAY
           MOVE WS-TIME-HH                 TO T-HOUR
           MOVE WS-TIME-MM                 TO T-MIN
           MOVE WS-TIME-SS                 TO T-SEC
           .
       F-GET-TIMESTAMP-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUMMARY SECTION.
           MOVE SPACES                     TO EXPIRY-LINE
           WRITE EXPIRY-LINE
           MOVE "----- SUMMARY -----"      TO EXPIRY-LINE
           WRITE EXPIRY-LINE

           MOVE WS-EXPIRED-AMOUNT          TO WS-TOTAL-EDITED
           MOVE SPACES                     TO EXPIRY-LINE
           STRING "PENDING SEEN: " WS-PENDING-SEEN
                  "   EXPIRED: " WS-EXPIRED
                  "   EXPIRED AMOUNT: " WS-TOTAL-EDITED
             DELIMITED BY SIZE INTO EXPIRY-LINE
           END-STRING
           WRITE EXPIRY-LINE
           .
       F-WRITE-SUMMARY-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
