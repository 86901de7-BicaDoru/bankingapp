      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      DUPREQRPT.
      ******************************************************************
      *  Nightly report of the duplicate DISPATCHER submissions the
      *  request-key check caught (see REQKEY.cbl). Runs standalone,
      *  no args, for the current business date:
      *    - every line of files/reqdups.dat filed under the business
      *      date is listed: who resubmitted which key, what it was
      *      (object), and what it got back -- the original result
      *      (REPLAYED) or a refusal (INPROGRESS / KEYREUSED)
      *    - the request-key registry files/reqkeys.dat is then swept:
      *      a key stuck IN PROGRESS past K-REQKEY-PENDING-MINUTES is
      *      listed as UNRESOLVED -- its DISPATCHER died mid-post, so
      *      operations must check the account for the posting -- and
      *      every key older than the window is deleted
      *  Report: files/reports/DUPREQ_<yyyymmdd>.txt, registered on
      *  REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT REQDUP-FILE ASSIGN TO "files/reqdups.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RD-FILE-STATUS.

           SELECT REQKEY-FILE ASSIGN TO "files/reqkeys.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RK-KEY
           FILE STATUS IS WS-RK-FILE-STATUS.

           SELECT DUPREQ-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  REQDUP-FILE.
       COPY REQDUPRECORD.

       FD  REQKEY-FILE.
       COPY REQKEYRECORD.

       FD  DUPREQ-OUTPUT.
       01  DUPREQ-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "DUPREQRPT           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
         COPY REQKEYCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-RD-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-RK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).
      *    THE REGISTRY WINDOW RUNS ON THE WALL CLOCK (SEE REQKEY),
      *    SO THE SWEEP DOES TOO.
         05 WS-CLOCK-DATE               PIC 9(08).
         05 WS-CLOCK-TIME               PIC 9(08).
         05 WS-CLOCK-TIME-R REDEFINES WS-CLOCK-TIME.
           10 WS-CLOCK-HH               PIC 9(02).
           10 WS-CLOCK-MM               PIC 9(02).
           10 WS-CLOCK-SSTT             PIC 9(04).
         05 WS-NOW-MINUTE               PIC 9(10).
         05 WS-AGE-MINUTES              PIC S9(10).

         05 WS-CAUGHT                   PIC 9(07) VALUE 0.
         05 WS-REPLAYED                 PIC 9(07) VALUE 0.
         05 WS-IN-PROGRESS              PIC 9(07) VALUE 0.
         05 WS-KEY-REUSED               PIC 9(07) VALUE 0.
         05 WS-UNRESOLVED               PIC 9(07) VALUE 0.
         05 WS-KEYS-HELD                PIC 9(07) VALUE 0.
         05 WS-KEYS-PURGED              PIC 9(07) VALUE 0.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-LIST-DUPLICATES
           PERFORM F-SWEEP-REGISTRY
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "DUPLICATE SUBMISSION REPORT STARTING"
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

           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME
           COMPUTE WS-NOW-MINUTE =
             FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE) * 1440
             + WS-CLOCK-HH * 60 + WS-CLOCK-MM

           STRING "files/reports/DUPREQ_"         DELIMITED BY SIZE
                  WS-TODAY-RAW                    DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING

           OPEN OUTPUT DUPREQ-OUTPUT
           MOVE SPACES                    TO DUPREQ-LINE
           STRING "DUPLICATE SUBMISSIONS CAUGHT FOR BUSINESS DATE "
                  WS-TODAY-ISO
             DELIMITED BY SIZE INTO DUPREQ-LINE
           END-STRING
           WRITE DUPREQ-LINE
           MOVE SPACES                    TO DUPREQ-LINE
           WRITE DUPREQ-LINE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           PERFORM F-WRITE-SUMMARY
           CLOSE DUPREQ-OUTPUT

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-CAUGHT                 TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "CAUGHT: ",
             FUNCTION TRIM(WS-CAUGHT),
             " | UNRESOLVED: ",
             FUNCTION TRIM(WS-UNRESOLVED),
             " | KEYS PURGED: ",
             FUNCTION TRIM(WS-KEYS-PURGED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-LIST-DUPLICATES SECTION.
           OPEN INPUT REQDUP-FILE
      *    NO FILE YET -- NOTHING HAS EVER BEEN RESUBMITTED.
           IF WS-RD-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ REQDUP-FILE
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF RD-BUSDATE = WS-TODAY-RAW
                   PERFORM F-LIST-ONE
                 END-IF
             END-READ
           END-PERFORM

           CLOSE REQDUP-FILE
           .
       F-LIST-DUPLICATES-END.
           EXIT.
      ******************************************************************
       F-LIST-ONE SECTION.
           ADD 1                           TO WS-CAUGHT
           EVALUATE TRUE
             WHEN RD-REPLAYED
               ADD 1                       TO WS-REPLAYED
             WHEN RD-IN-PROGRESS
               ADD 1                       TO WS-IN-PROGRESS
             WHEN RD-KEY-REUSED
               ADD 1                       TO WS-KEY-REUSED
           END-EVALUATE

           MOVE SPACES                     TO DUPREQ-LINE
           STRING RD-CAUGHT-TS
                  " BUSR=" RD-BANKUSERID
                  " KEY=" RD-REQUEST-KEY
                  " " RD-METHOD(1:4) " " RD-OBJECT
                  " " RD-OUTCOME
                  " FIRST=" RD-FIRST-TS
                  " TIMES=" RD-DUP-COUNT
             DELIMITED BY SIZE INTO DUPREQ-LINE
           END-STRING
           WRITE DUPREQ-LINE
           .
       F-LIST-ONE-END.
           EXIT.
      ******************************************************************
       F-SWEEP-REGISTRY SECTION.
           OPEN I-O REQKEY-FILE
           IF WS-RK-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE SPACES                     TO DUPREQ-LINE
           WRITE DUPREQ-LINE
           MOVE "----- UNRESOLVED KEYS (CHECK THE ACCOUNT) -----"
                                           TO DUPREQ-LINE
           WRITE DUPREQ-LINE

           MOVE LOW-VALUES                 TO RK-KEY
           START REQKEY-FILE KEY IS NOT LESS THAN RK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ REQKEY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-SWEEP-ONE
             END-READ
           END-PERFORM

           CLOSE REQKEY-FILE
           .
       F-SWEEP-REGISTRY-END.
           EXIT.
      ******************************************************************
       F-SWEEP-ONE SECTION.
           COMPUTE WS-AGE-MINUTES = WS-NOW-MINUTE - RK-FIRST-MINUTE

      *    A KEY STUCK IN PROGRESS IS LISTED EVERY NIGHT UNTIL ITS
      *    WINDOW RUNS OUT, INCLUDING THE NIGHT IT IS PURGED.
           IF RK-IN-PROGRESS
             AND WS-AGE-MINUTES > K-REQKEY-PENDING-MINUTES
             ADD 1                         TO WS-UNRESOLVED
             MOVE SPACES                   TO DUPREQ-LINE
             STRING RK-FIRST-TS
                    " BUSR=" RK-BANKUSERID
                    " KEY=" RK-REQUEST-KEY
                    " " RK-METHOD(1:4) " " RK-OBJECT
                    " IN PROGRESS SINCE FIRST SUBMISSION"
               DELIMITED BY SIZE INTO DUPREQ-LINE
             END-STRING
             WRITE DUPREQ-LINE
           END-IF

           IF WS-AGE-MINUTES > K-REQKEY-WINDOW-MINUTES
             DELETE REQKEY-FILE RECORD
             ADD 1                         TO WS-KEYS-PURGED
           ELSE
             ADD 1                         TO WS-KEYS-HELD
           END-IF
           .
       F-SWEEP-ONE-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUMMARY SECTION.
           MOVE SPACES                     TO DUPREQ-LINE
           WRITE DUPREQ-LINE
           MOVE "----- SUMMARY -----"      TO DUPREQ-LINE
           WRITE DUPREQ-LINE

           MOVE SPACES                     TO DUPREQ-LINE
           STRING "CAUGHT: " WS-CAUGHT
                  "   REPLAYED: " WS-REPLAYED
                  "   IN PROGRESS: " WS-IN-PROGRESS
                  "   KEY REUSED: " WS-KEY-REUSED
             DELIMITED BY SIZE INTO DUPREQ-LINE
           END-STRING
           WRITE DUPREQ-LINE

           MOVE SPACES                     TO DUPREQ-LINE
           STRING "UNRESOLVED KEYS: " WS-UNRESOLVED
                  "   KEYS HELD: " WS-KEYS-HELD
                  "   KEYS PURGED: " WS-KEYS-PURGED
             DELIMITED BY SIZE INTO DUPREQ-LINE
           END-STRING
           WRITE DUPREQ-LINE
           .
       F-WRITE-SUMMARY-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
