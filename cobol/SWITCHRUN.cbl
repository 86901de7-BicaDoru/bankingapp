      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      SWITCHRUN.
      ******************************************************************
      *  Nightly account switching step. Run standalone, no args
      *  (same as ACHBATCH) -- after ACHBATCH, so a closing balance
      *  that came in tonight is already posted. One sweep of the
      *  switch register files/acctswitch.dat (see ACCSWITCHRECORD):
      *    - a confirmed switch whose switch date has come asks the
      *      old bank for the closing balance: one instruction in
      *      ACH-OUT-RECORD layout appended to files/ach_switch_out.txt
      *      for the network desk (same hand-off as ESTATE), from the
      *      old IBAN to ours, amount zero for "the whole closing
      *      balance", quoting a reference the switch keeps;
      *    - a switch waiting for its closing balance is completed
      *      when ACHBATCH has posted a credit under that reference:
      *      the amount is kept on the switch and the customer is
      *      notified;
      *    - everything else still open is listed as in progress, a
      *      switch past its date without the customer's go-ahead
      *      flagged for the desk.
      *  Report: files/reports/SWITCHRUN_<yyyymmdd>.txt -- the
      *  switches in progress and those completed tonight, with a
      *  count per status -- registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT SWITCH-FILE ASSIGN TO "files/acctswitch.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SW-ID
           FILE STATUS IS WS-SW-FILE-STATUS.

           SELECT SWITCH-OUT-FILE ASSIGN TO
           "files/ach_switch_out.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  SWITCH-FILE.
       COPY ACCSWITCHRECORD.

       FD  SWITCH-OUT-FILE.
       COPY ACHOUTRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "SWITCHRUN           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-SW-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-STATUS-TEXT              PIC X(24).
         05 WS-AMOUNT-EDITED            PIC Z(09)9.99.

         05 WS-TIMESTAMP.
           10 WS-TS-DATE                PIC 9(08).
           10 WS-TS-TIME                PIC 9(08).
           10 FILLER                    PIC X(06) VALUE SPACES.

         05 WS-SWITCHES-READ            PIC 9(07) VALUE 0.
         05 WS-BAL-REQUESTED            PIC 9(07) VALUE 0.
         05 WS-COMPLETED                PIC 9(07) VALUE 0.
         05 WS-COUNT-REQUESTED          PIC 9(07) VALUE 0.
         05 WS-COUNT-IMPORTED           PIC 9(07) VALUE 0.
         05 WS-COUNT-CONFIRMED          PIC 9(07) VALUE 0.
         05 WS-COUNT-AWAITING           PIC 9(07) VALUE 0.
         05 WS-COUNT-OVERDUE            PIC 9(07) VALUE 0.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY TRANSINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY NOTIFYINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
       COPY REPORTREGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-SWITCHES
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ACCOUNT SWITCHING RUN STARTING"
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

           STRING "files/reports/SWITCHRUN_" DELIMITED BY SIZE
                  WS-TODAY-RAW              DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== ACCOUNT SWITCHES IN PROGRESS ====="
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Business date: " WS-TODAY-RAW
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O SWITCH-FILE
           IF WS-SW-FILE-STATUS = "35"
             OPEN OUTPUT SWITCH-FILE
             CLOSE SWITCH-FILE
             OPEN I-O SWITCH-FILE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE SWITCH-FILE

           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "Requested, awaiting lists  : "
                  FUNCTION TRIM(WS-COUNT-REQUESTED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Imported, awaiting go-ahead: "
                  FUNCTION TRIM(WS-COUNT-IMPORTED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "  of which past switch date: "
                  FUNCTION TRIM(WS-COUNT-OVERDUE)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Confirmed, before the date : "
                  FUNCTION TRIM(WS-COUNT-CONFIRMED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Closing balance requested  : "
                  FUNCTION TRIM(WS-BAL-REQUESTED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Awaiting closing balance   : "
                  FUNCTION TRIM(WS-COUNT-AWAITING)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           STRING "Completed tonight          : "
                  FUNCTION TRIM(WS-COMPLETED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-SWITCHES-READ          TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "SWITCHES OPEN: ",
             FUNCTION TRIM(WS-SWITCHES-READ),
             " | BALANCE REQUESTED: ",
             FUNCTION TRIM(WS-BAL-REQUESTED),
             " | COMPLETED: ",
             FUNCTION TRIM(WS-COMPLETED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-SWITCHES SECTION.
           MOVE LOW-VALUES                 TO SW-ID
           START SWITCH-FILE KEY IS NOT LESS THAN SW-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ SWITCH-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF SW-IS-IN-PROGRESS
                   ADD 1                   TO WS-SWITCHES-READ
                   PERFORM F-PROCESS-SWITCH
                 END-IF
             END-READ
           END-PERFORM
           .
       F-RUN-SWITCHES-END.
           EXIT.
      ******************************************************************
       F-PROCESS-SWITCH SECTION.
           EVALUATE TRUE
             WHEN SW-IS-CONFIRMED
             AND SW-SWITCH-DATE <= WS-TODAY-RAW
               PERFORM F-REQUEST-CLOSING-BALANCE
             WHEN SW-IS-BAL-REQUESTED
               PERFORM F-CHECK-CLOSING-BALANCE
             WHEN SW-IS-CONFIRMED
               ADD 1                       TO WS-COUNT-CONFIRMED
               MOVE "CONFIRMED"            TO WS-STATUS-TEXT
               PERFORM F-WRITE-SWITCH-LINE
             WHEN SW-IS-REQUESTED
               ADD 1                       TO WS-COUNT-REQUESTED
               MOVE "AWAITING OLD BANK LISTS"
                                           TO WS-STATUS-TEXT
               PERFORM F-WRITE-SWITCH-LINE
             WHEN SW-IS-IMPORTED
               ADD 1                       TO WS-COUNT-IMPORTED
               IF SW-SWITCH-DATE <= WS-TODAY-RAW
      *          THE DATE HAS COME WITHOUT THE CUSTOMER'S GO-AHEAD --
      *          NOTHING MOVES UNTIL THE DESK CONFIRMS OR CANCELS.
                 ADD 1                     TO WS-COUNT-OVERDUE
                 MOVE "OVERDUE -- NOT CONFIRMED"
                                           TO WS-STATUS-TEXT
               ELSE
                 MOVE "AWAITING CONFIRMATION"
                                           TO WS-STATUS-TEXT
               END-IF
               PERFORM F-WRITE-SWITCH-LINE
           END-EVALUATE
           .
       F-PROCESS-SWITCH-END.
           EXIT.
      ******************************************************************
       F-REQUEST-CLOSING-BALANCE SECTION.
      *    THE OLD BANK CLOSES THE ACCOUNT AND SENDS WHATEVER IS LEFT
      *    ON IT, QUOTING OUR REFERENCE -- THAT IS HOW THE CREDIT IS
      *    RECOGNISED WHEN ACHBATCH POSTS IT.
           MOVE SPACES                     TO SW-BAL-REF
           STRING "SW"                     DELIMITED BY SIZE
                  SW-ID                    DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  SW-SWITCH-DATE           DELIMITED BY SIZE
             INTO SW-BAL-REF
           END-STRING

           ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TS-TIME FROM TIME

           INITIALIZE ACH-OUT-RECORD
           MOVE SW-OLD-IBAN                TO ACHO-SRC-IBAN
           MOVE SW-NEW-IBAN                TO ACHO-DEST-IBAN
           MOVE 0                          TO ACHO-AMOUNT
           MOVE SW-CURRENCY                TO ACHO-CURRENCY
           SET ACHO-ORIGIN-SWITCH          TO TRUE
           MOVE SW-ID                      TO ACHO-ORIGIN-ID
           MOVE SW-BAL-REF                 TO ACHO-REFERENCE
           MOVE WS-TIMESTAMP               TO ACHO-TIMESTAMP

           OPEN EXTEND SWITCH-OUT-FILE
           WRITE ACH-OUT-RECORD
           CLOSE SWITCH-OUT-FILE

           SET SW-IS-BAL-REQUESTED         TO TRUE
           MOVE WS-TODAY-RAW               TO SW-BAL-REQUESTED-DATE
           REWRITE ACC-SWITCH-RECORD

           ADD 1                           TO WS-BAL-REQUESTED
           MOVE "CLOSING BALANCE REQUESTED"
                                           TO WS-STATUS-TEXT
           PERFORM F-WRITE-SWITCH-LINE
           .
       F-REQUEST-CLOSING-BALANCE-END.
           EXIT.
      ******************************************************************
       F-CHECK-CLOSING-BALANCE SECTION.
      *    SAME EXACT LOOKUP BY PAYMENT REFERENCE AS ACHRECON.
           INITIALIZE TRANSDB-INTERFACE
           SET I-TRANS-OP-GET-LIST          TO TRUE
           MOVE 0                           TO I-TRANS-ACCOUNTID
           MOVE SW-BAL-REF                  TO I-TRANS-PAYMENT-REF
           MOVE 1                           TO I-TRANS-PAGE-NUMBER
           SET PGNAME-TRANSDB               TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           IF NOT TRANSDB-STATUS-OK
             MOVE 0                         TO O-TRANSDB-COUNT
           END-IF

           IF O-TRANSDB-COUNT = 0
             ADD 1                          TO WS-COUNT-AWAITING
             MOVE "AWAITING CLOSING BALANCE"
                                            TO WS-STATUS-TEXT
             PERFORM F-WRITE-SWITCH-LINE
             EXIT SECTION
           END-IF

           MOVE O-TRANS-AMMOUNT(1)          TO SW-BAL-AMOUNT
           SET SW-IS-DONE                   TO TRUE
           MOVE WS-TODAY-RAW                TO SW-CLOSED-DATE
           REWRITE ACC-SWITCH-RECORD

           INITIALIZE NOTIFY-INTERFACE
           MOVE SW-CUSTOMER-ID              TO I-NOTIFY-CUSTID
           MOVE "ACCSWITCH"                 TO I-NOTIFY-ENTITY
           MOVE SW-ID                       TO I-NOTIFY-ENTITY-ID
           MOVE "SWITCHDONE"                TO I-NOTIFY-EVENT
           MOVE SW-BAL-AMOUNT               TO I-NOTIFY-AMOUNT
           SET PGNAME-NOTIFY                TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE

           ADD 1                            TO WS-COMPLETED
           MOVE "COMPLETED"                 TO WS-STATUS-TEXT
           PERFORM F-WRITE-SWITCH-LINE
           .
       F-CHECK-CLOSING-BALANCE-END.
           EXIT.
      ******************************************************************
       F-WRITE-SWITCH-LINE SECTION.
           MOVE SPACES                     TO REPORT-LINE
           IF SW-IS-DONE
             MOVE SW-BAL-AMOUNT            TO WS-AMOUNT-EDITED
             STRING "SWITCH " SW-ID
                    " CUST=" SW-CUSTOMER-ID
                    " ACC=" SW-ACCOUNT-ID
                    " DATE=" SW-SWITCH-DATE
                    " " WS-STATUS-TEXT
                    " RECEIVED=" FUNCTION TRIM(WS-AMOUNT-EDITED)
                    " " SW-CURRENCY
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
           ELSE
             STRING "SWITCH " SW-ID
                    " CUST=" SW-CUSTOMER-ID
                    " ACC=" SW-ACCOUNT-ID
                    " DATE=" SW-SWITCH-DATE
                    " " WS-STATUS-TEXT
                    " FROM " FUNCTION TRIM(SW-OLD-BANK-NAME)
                    " " FUNCTION TRIM(SW-OLD-IBAN)
                    " ORDERS=" SW-SO-COUNT
                    " PAYERS=" SW-PAYER-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE
           .
       F-WRITE-SWITCH-LINE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
