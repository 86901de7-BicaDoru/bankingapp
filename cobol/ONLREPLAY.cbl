      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ONLREPLAY.
      ******************************************************************
      *  Online-window queue replay. Run standalone, no args, once
      *  the online window is OPEN again -- NIGHTRUN launches it
      *  itself right after reopening the window at the end of a
      *  clean chain, and an admin runs it by hand after reopening
      *  with ONLMAINT:
      *     ONLREPLAY
      *  files/online_queue.dat holds the money-moving DISPATCHER
      *  requests taken while the mode was QUEUE, one fixed
      *  DISPATCHER-IN image per line, in arrival order. Unlike the
      *  offline spool (OFFREPLAY) these lines were authenticated
      *  when they arrived and carry their own requester, so each
      *  one is replayed under ITS OWN bank user -- never under an
      *  operator's, which would let a client's queued request pass
      *  a teller's permission checks. Each line is run as a
      *  one-line DISPATCHER batch, so it passes exactly the
      *  validation a live request would have (account status,
      *  holds, approval routing, request key and all). The
      *  requester's session has usually idled out during the
      *  batch, so the replay revives that one session row for its
      *  own run only and puts the original expiry back afterwards
      *  -- the token is never handed back to the client live. A
      *  session that no longer exists (logged out, user deleted)
      *  fails DP05 and is reported for the customer to resubmit.
      *  Outcomes go to files/reports/ONLINE_REPLAY_<yyyymmdd>.txt,
      *  registered on REPORTREG; the replayed queue is preserved
      *  as files/online_queue_done.dat and the live queue cleared,
      *  so a second replay cannot double-post.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "files/online_queue.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-FILE-STATUS.

      *    THE ONE LINE BEING REPLAYED -- WHAT EACH DISPATCHER BATCH
      *    ACTUALLY RUNS OVER.
           SELECT QUEUE-RUN-FILE ASSIGN TO
           "files/online_queue_run.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT QUEUE-DONE-FILE ASSIGN TO
           "files/online_queue_done.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DONE-FILE-STATUS.

           SELECT BATCH-RESULTS-INPUT ASSIGN TO
           "files/reports/DISPATCH_BATCH_RESULTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT SESSION-FILE ASSIGN TO "files/session.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-TOKEN
           FILE STATUS IS WS-SS-FILE-STATUS.

           SELECT RECON-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  QUEUE-FILE.
       01  QUEUE-LINE                   PIC X(292).

       FD  QUEUE-RUN-FILE.
       01  QUEUE-RUN-LINE               PIC X(292).

       FD  QUEUE-DONE-FILE.
       01  QUEUE-DONE-LINE              PIC X(292).

       FD  BATCH-RESULTS-INPUT.
       01  RESULTS-LINE                 PIC X(300).

       FD  SESSION-FILE.
       COPY SESSIONRECORD.

       FD  RECON-OUTPUT.
       01  RECON-LINE                   PIC X(300).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ONLREPLAY           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ONLMODE              VALUE "ONLMODE             ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 INTERNAL-VARS.
         05 WS-QUEUE-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-RUN-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-DONE-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-RESULTS-FILE-STATUS      PIC XX VALUE SPACES.
         05 WS-SS-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-RECON-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-QUEUE-COUNT              PIC 9(05) VALUE 0.
         05 WS-LINE-NUMBER              PIC 9(05) VALUE 0.
         05 WS-POSTED-COUNT             PIC 9(05) VALUE 0.
         05 WS-FAILED-COUNT             PIC 9(05) VALUE 0.
         05 WS-SYSTEM-COMMAND           PIC X(80).
         05 WS-SYSTEM-RC                PIC S9(09) BINARY.
      *    THE QUEUED REQUEST'S OWN IDENTITY (DISPATCHER-IN COLUMNS).
         05 WS-Q-BUSR-ID                PIC 9(09).
         05 WS-Q-METHOD                 PIC X(08).
         05 WS-Q-OBJECT                 PIC X(10).
         05 WS-Q-TOKEN                  PIC X(24).
         05 WS-Q-REQUEST-KEY            PIC X(20).
         05 WS-OUTCOME                  PIC X(200).
      *    SESSION REVIVAL -- THE EXPIRY PUT BACK AFTER THE REPLAY.
         05 WS-SAVED-EXPIRES-MIN        PIC 9(10).
         05 WS-NOW-DATE-RAW             PIC 9(08).
         05 WS-NOW-TIME-RAW             PIC 9(08).
         05 WS-NOW-TIME-R REDEFINES WS-NOW-TIME-RAW.
           10 WS-NOW-HH                 PIC 9(02).
           10 WS-NOW-MM                 PIC 9(02).
           10 WS-NOW-SSTT               PIC 9(04).
         05 WS-NOW-MINUTES              PIC 9(10).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-RESULTS             PIC X VALUE 'Y'.
           88 FG-MORE-RESULTS-Y         VALUE 'Y'.
           88 FG-MORE-RESULTS-N         VALUE 'N'.
         05 FG-REVIVED                  PIC X VALUE 'N'.
           88 FG-REVIVED-Y              VALUE 'Y'.
           88 FG-REVIVED-N              VALUE 'N'.
         05 FG-POSTED                   PIC X VALUE 'N'.
           88 FG-POSTED-Y               VALUE 'Y'.
           88 FG-POSTED-N               VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ONLMODEINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT

      *    REPLAYING WHILE THE WINDOW IS STILL CLOSED WOULD ONLY
      *    REFUSE OR RE-QUEUE EVERY LINE.
           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-GET           TO TRUE
           SET PGNAME-ONLMODE             TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE
           IF NOT O-ONLMODE-OPEN
             DISPLAY "ONLINE WINDOW IS " FUNCTION TRIM(O-ONLMODE-MODE)
                     " -- REOPEN IT (ONLMAINT OPEN) BEFORE REPLAYING"
             PERFORM F-FINISH
             GO TO MAIN-END
           END-IF

           PERFORM F-COUNT-QUEUE
           IF WS-QUEUE-COUNT = 0
             DISPLAY "ONLINE QUEUE IS EMPTY -- NOTHING TO REPLAY"
             PERFORM F-FINISH
             GO TO MAIN-END
           END-IF

           PERFORM F-REPLAY-QUEUE
           PERFORM F-RETIRE-QUEUE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ONLINE QUEUE REPLAY STARTING"
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

           MOVE SPACES                    TO WS-REPORT-FILENAME
           STRING "files/reports/ONLINE_REPLAY_" DELIMITED BY SIZE
                  WS-TODAY-RAW                   DELIMITED BY SIZE
                  ".txt"                         DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING "ONLINE QUEUE REPLAY FINISHED -- QUEUED: "
                  FUNCTION TRIM(WS-QUEUE-COUNT)
                  " POSTED: " FUNCTION TRIM(WS-POSTED-COUNT)
                  " FAILED: " FUNCTION TRIM(WS-FAILED-COUNT)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-COUNT-QUEUE SECTION.
           MOVE 0                         TO WS-QUEUE-COUNT
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y          TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ QUEUE-FILE
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 ADD 1                    TO WS-QUEUE-COUNT
             END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           .
       F-COUNT-QUEUE-END.
           EXIT.
      ******************************************************************
       F-REPLAY-QUEUE SECTION.
           OPEN OUTPUT RECON-OUTPUT
           MOVE SPACES                    TO RECON-LINE
           STRING "ONLINE QUEUE REPLAY FOR BUSINESS DATE "
                  WS-TODAY-RAW
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           MOVE "======================================="
                                          TO RECON-LINE
           WRITE RECON-LINE

           OPEN INPUT QUEUE-FILE
           SET FG-MORE-RECORDS-Y          TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ QUEUE-FILE
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 ADD 1                    TO WS-LINE-NUMBER
                 PERFORM F-REPLAY-ONE
             END-READ
           END-PERFORM
           CLOSE QUEUE-FILE

           MOVE SPACES                    TO RECON-LINE
           WRITE RECON-LINE
           MOVE SPACES                    TO RECON-LINE
           STRING "QUEUED: " WS-QUEUE-COUNT
                  " POSTED: " WS-POSTED-COUNT
                  " FAILED: " WS-FAILED-COUNT
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           IF WS-FAILED-COUNT > 0
             MOVE "FAILED ITEMS WERE NOT POSTED -- THE REQUESTER MUST"
                 & " RESUBMIT THEM"       TO RECON-LINE
             WRITE RECON-LINE
           END-IF
           CLOSE RECON-OUTPUT

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-QUEUE-COUNT            TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           DISPLAY "REPLAY COMPLETE -- " WS-POSTED-COUNT " POSTED, "
                   WS-FAILED-COUNT " FAILED, SEE "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
           .
       F-REPLAY-QUEUE-END.
           EXIT.
      ******************************************************************
       F-REPLAY-ONE SECTION.
      *    DISPATCHER-IN PUTS THE BANKUSERID IN COLUMNS 1-9, METHOD
      *    AND OBJECT IN 11-28, THE SESSION TOKEN IN 249-272 AND THE
      *    REQUEST KEY IN 273-292.
           MOVE QUEUE-LINE(1:9)           TO WS-Q-BUSR-ID
           MOVE QUEUE-LINE(11:8)          TO WS-Q-METHOD
           MOVE QUEUE-LINE(19:10)         TO WS-Q-OBJECT
           MOVE QUEUE-LINE(249:24)        TO WS-Q-TOKEN
           MOVE QUEUE-LINE(273:20)        TO WS-Q-REQUEST-KEY

           PERFORM F-REVIVE-SESSION

           OPEN OUTPUT QUEUE-RUN-FILE
           MOVE QUEUE-LINE                TO QUEUE-RUN-LINE
           WRITE QUEUE-RUN-LINE
           CLOSE QUEUE-RUN-FILE

           MOVE SPACES                    TO WS-SYSTEM-COMMAND
           STRING "./DISPATCHER BATCH files/online_queue_run.dat"
             DELIMITED BY SIZE INTO WS-SYSTEM-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND
                RETURNING WS-SYSTEM-RC
           END-CALL

           PERFORM F-RESTORE-SESSION
           PERFORM F-READ-OUTCOME

           IF FG-POSTED-Y
             ADD 1                        TO WS-POSTED-COUNT
           ELSE
             ADD 1                        TO WS-FAILED-COUNT
           END-IF

           MOVE SPACES                    TO RECON-LINE
           STRING WS-LINE-NUMBER
                  " BUSR=" WS-Q-BUSR-ID
                  " " WS-Q-METHOD(1:4) " " WS-Q-OBJECT
                  " KEY=" WS-Q-REQUEST-KEY
                  " " FUNCTION TRIM(WS-OUTCOME)
             DELIMITED BY SIZE INTO RECON-LINE
           END-STRING
           WRITE RECON-LINE
           .
       F-REPLAY-ONE-END.
           EXIT.
      ******************************************************************
       F-REVIVE-SESSION SECTION.
      *    THE SESSION MUST STILL NAME THE SAME BANK USER -- A TOKEN
      *    THAT NOW BELONGS TO NOBODY (OR SOMEBODY ELSE) IS LEFT AS IT
      *    IS AND THE LINE FAILS ITS SESSION CHECK.
           SET FG-REVIVED-N               TO TRUE
           OPEN I-O SESSION-FILE
           IF WS-SS-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE WS-Q-TOKEN                TO SS-TOKEN
           READ SESSION-FILE
             INVALID KEY
               CLOSE SESSION-FILE
               EXIT SECTION
           END-READ
           IF SS-BUSR-ID NOT = WS-Q-BUSR-ID
             CLOSE SESSION-FILE
             EXIT SECTION
           END-IF

           PERFORM F-COMPUTE-NOW-MINUTES
           MOVE SS-EXPIRES-MIN            TO WS-SAVED-EXPIRES-MIN
           IF SS-EXPIRES-MIN < WS-NOW-MINUTES
             MOVE WS-NOW-MINUTES          TO SS-EXPIRES-MIN
             REWRITE SESSION-RECORD
           END-IF
           SET FG-REVIVED-Y               TO TRUE
           CLOSE SESSION-FILE
           .
       F-REVIVE-SESSION-END.
           EXIT.
      ******************************************************************
       F-RESTORE-SESSION SECTION.
      *    THE REPLAY'S OWN SESSION CHECK SLID THE EXPIRY FORWARD --
      *    PUT THE ORIGINAL BACK SO THE REPLAY NEVER KEEPS A CLIENT'S
      *    SESSION ALIVE.
           IF FG-REVIVED-N
             EXIT SECTION
           END-IF
           OPEN I-O SESSION-FILE
           IF WS-SS-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE WS-Q-TOKEN                TO SS-TOKEN
           READ SESSION-FILE
             INVALID KEY
               CLOSE SESSION-FILE
               EXIT SECTION
           END-READ
           MOVE WS-SAVED-EXPIRES-MIN      TO SS-EXPIRES-MIN
           REWRITE SESSION-RECORD
           CLOSE SESSION-FILE
           .
       F-RESTORE-SESSION-END.
           EXIT.
      ******************************************************************
       F-READ-OUTCOME SECTION.
      *    THE ONE-LINE BATCH WROTE ONE "REQ " OUTCOME LINE -- "OK" AND
      *    "DUP" (THE REQUEST KEY SHOWS IT ALREADY POSTED) BOTH MEAN
      *    THE REQUEST STANDS; ANYTHING ELSE DID NOT POST.
           SET FG-POSTED-N                TO TRUE
           MOVE "*** NO DISPATCHER RESULT -- REPLAY DID NOT RUN"
                                          TO WS-OUTCOME
           OPEN INPUT BATCH-RESULTS-INPUT
           IF WS-RESULTS-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RESULTS-Y          TO TRUE
           PERFORM UNTIL FG-MORE-RESULTS-N
             READ BATCH-RESULTS-INPUT
               AT END
                 SET FG-MORE-RESULTS-N    TO TRUE
               NOT AT END
                 IF RESULTS-LINE(1:4) = "REQ "
                   MOVE RESULTS-LINE(11:)  TO WS-OUTCOME
                   IF RESULTS-LINE(11:2) = "OK"
                     OR RESULTS-LINE(11:3) = "DUP"
                     SET FG-POSTED-Y      TO TRUE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BATCH-RESULTS-INPUT
           .
       F-READ-OUTCOME-END.
           EXIT.
      ******************************************************************
       F-COMPUTE-NOW-MINUTES SECTION.
      *    SAME MINUTE CLOCK BUSRBO KEEPS SESSION EXPIRIES ON.
           ACCEPT WS-NOW-DATE-RAW         FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW         FROM TIME
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-RAW) * 1440
               + (WS-NOW-HH * 60) + WS-NOW-MM
           .
       F-COMPUTE-NOW-MINUTES-END.
           EXIT.
      ******************************************************************
       F-RETIRE-QUEUE SECTION.
      *    THE REPLAYED QUEUE IS KEPT FOR THE RECORD AND THE LIVE
      *    QUEUE CLEARED, SO RUNNING THE REPLAY TWICE CANNOT
      *    DOUBLE-POST ANYTHING.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           OPEN EXTEND QUEUE-DONE-FILE
           IF WS-DONE-FILE-STATUS = "35"
             OPEN OUTPUT QUEUE-DONE-FILE
           END-IF

           SET FG-MORE-RECORDS-Y          TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ QUEUE-FILE
               AT END
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 MOVE QUEUE-LINE          TO QUEUE-DONE-LINE
                 WRITE QUEUE-DONE-LINE
             END-READ
           END-PERFORM

           CLOSE QUEUE-FILE
           CLOSE QUEUE-DONE-FILE

           CALL "CBL_DELETE_FILE" USING "files/online_queue.dat"
           CALL "CBL_DELETE_FILE" USING
                "files/online_queue_run.dat"
           .
       F-RETIRE-QUEUE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
