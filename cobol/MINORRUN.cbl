      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      MINORRUN.
      ******************************************************************
      *  Minor account majority batch. Run standalone (no dispatcher/
      *  permission layer, same as LOANRUN), nightly under the new
      *  business date. Walks the customer profile file
      *  (files/custprofile.dat, see CUSTPROFILERECORD, maintained
      *  by CUSTPROF) and, for every customer still a minor:
      *    - on or after the majority date, converts the customer to
      *      full adult ownership: the guardian loses authority over
      *      the accounts and the minor limits stop applying in
      *      ACCBO/TRANSFERBO/CARDBO from that moment. Customer and
      *      guardian are both told (NOTIFY event MAJORITY);
      *    - once, K-MAJORITY-NOTICE-DAYS (see MINORCONFIG) ahead of
      *      the majority date, sends both the advance notice (event
      *      MAJNOTICE, memo the date it takes effect);
      *    - on each birthday while still a minor, sends both the
      *      birthday notice (event BIRTHDAY, memo the years left).
      *      A 29 February birthday falls on 1 March in a common
      *      year.
      *  A missed night is caught up: conversion and the advance
      *  notice run on the first night on or after they fall due.
      *  Writes results to files/reports/MINOR_MAJORITY.txt.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CUST-PROFILE-FILE ASSIGN TO "files/custprofile.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-CUSTOMERID
           FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT MINOR-OUTPUT ASSIGN TO
           "files/reports/MINOR_MAJORITY.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CUST-PROFILE-FILE.
       COPY CUSTPROFILERECORD.

       FD  MINOR-OUTPUT.
       01  MINOR-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "MINORRUN            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-NOTIFY               VALUE "NOTIFY              ".

       01 CONSTANTS.
      *    AGE OF MAJORITY AND ADVANCE NOTICE PERIOD.
         COPY MINORCONFIG.

       01 INTERNAL-VARS.
         05 WS-CP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-BUSDATE-RAW              PIC 9(08).
         05 WS-BUSDATE-X REDEFINES WS-BUSDATE-RAW.
           10 WS-BUS-YYYY               PIC 9(04).
           10 WS-BUS-MMDD               PIC 9(04).

         05 WS-PROFILES-READ            PIC 9(07) VALUE 0.
         05 WS-MINORS                   PIC 9(07) VALUE 0.
         05 WS-CONVERTED                PIC 9(07) VALUE 0.
         05 WS-ADVANCE-NOTICES          PIC 9(07) VALUE 0.
         05 WS-BIRTHDAY-NOTICES         PIC 9(07) VALUE 0.
         05 WS-ROWS-CHANGED             PIC 9(07) VALUE 0.

         05 WS-BIRTH-DATE               PIC 9(08).
         05 WS-BIRTH-DATE-X REDEFINES WS-BIRTH-DATE.
           10 WS-BIRTH-YYYY             PIC 9(04).
           10 WS-BIRTH-MMDD             PIC 9(04).
         05 WS-BDAY-MMDD                PIC 9(04).
         05 WS-DAYS-TO-MAJORITY         PIC S9(07).
         05 WS-YEARS-TO-MAJORITY        PIC 9(02).
         05 WS-NOTIFY-EVENT             PIC X(10).
         05 WS-NOTIFY-MEMO              PIC X(20).
         05 WS-ACTION-TEXT              PIC X(20).

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-ROW-CHANGED              PIC X VALUE 'N'.
           88 FG-ROW-CHANGED-Y          VALUE 'Y'.
           88 FG-ROW-CHANGED-N          VALUE 'N'.
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
           PERFORM F-RUN-BATCH
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "MINOR MAJORITY RUN STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           MOVE O-BUSDATE                 TO WS-BUSDATE-RAW

      *    THIS YEAR'S DATE FOR A 29 FEBRUARY BIRTHDAY.
           MOVE 0229                       TO WS-BDAY-MMDD
           IF FUNCTION MOD(WS-BUS-YYYY, 4) NOT = 0
             OR (FUNCTION MOD(WS-BUS-YYYY, 100) = 0
                 AND FUNCTION MOD(WS-BUS-YYYY, 400) NOT = 0)
             MOVE 0301                     TO WS-BDAY-MMDD
           END-IF

           OPEN OUTPUT MINOR-OUTPUT
           MOVE SPACES                     TO MINOR-LINE
           STRING "MINOR MAJORITY RUN FOR " WS-BUSDATE-RAW
             DELIMITED BY SIZE INTO MINOR-LINE
           END-STRING
           WRITE MINOR-LINE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE SPACES                     TO MINOR-LINE
           STRING
             "PROFILES READ: ",
             FUNCTION TRIM(WS-PROFILES-READ),
             " | MINORS: ",
             FUNCTION TRIM(WS-MINORS),
             " | CONVERTED: ",
             FUNCTION TRIM(WS-CONVERTED),
             " | ADVANCE NOTICES: ",
             FUNCTION TRIM(WS-ADVANCE-NOTICES),
             " | BIRTHDAY NOTICES: ",
             FUNCTION TRIM(WS-BIRTHDAY-NOTICES)
             INTO MINOR-LINE
           END-STRING
           WRITE MINOR-LINE
           CLOSE MINOR-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-BUSDATE-RAW             TO U-RPTREG-BUSDATE
           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE "files/reports/MINOR_MAJORITY.txt"
                                           TO U-RPTREG-PATH
           MOVE WS-ROWS-CHANGED            TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE MINOR-LINE                TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
      *    NO PROFILE FILE YET -- NO DATE OF BIRTH EVER RECORDED.
           OPEN I-O CUST-PROFILE-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO CP-CUSTOMERID
           START CUST-PROFILE-FILE KEY IS NOT LESS THAN CP-CUSTOMERID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ CUST-PROFILE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-PROFILES-READ
                 SET FG-ROW-CHANGED-N      TO TRUE
                 IF CP-IS-MINOR
                   PERFORM F-PROCESS-MINOR
                 END-IF
                 IF FG-ROW-CHANGED-Y
                   REWRITE CUST-PROFILE-RECORD
                   ADD 1                   TO WS-ROWS-CHANGED
                 END-IF
             END-READ
           END-PERFORM

           CLOSE CUST-PROFILE-FILE
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROCESS-MINOR SECTION.
           ADD 1                           TO WS-MINORS

      *    COME OF AGE -- CONVERSION TAKES PRECEDENCE OVER ANY NOTICE
      *    STILL OUTSTANDING FOR THE SAME NIGHT.
           IF CP-MAJORITY-DATE <= WS-BUSDATE-RAW
             SET CP-IS-ADULT               TO TRUE
             MOVE WS-BUSDATE-RAW           TO CP-CONVERTED-DATE
             SET FG-ROW-CHANGED-Y          TO TRUE
             ADD 1                         TO WS-CONVERTED
             MOVE "MAJORITY"               TO WS-NOTIFY-EVENT
             MOVE SPACES                   TO WS-NOTIFY-MEMO
             STRING "ADULT FROM " CP-MAJORITY-DATE
               DELIMITED BY SIZE INTO WS-NOTIFY-MEMO
             END-STRING
             MOVE "CONVERTED TO ADULT"     TO WS-ACTION-TEXT
             PERFORM F-NOTIFY-BOTH
             EXIT SECTION
           END-IF

           COMPUTE WS-DAYS-TO-MAJORITY =
                   FUNCTION INTEGER-OF-DATE(CP-MAJORITY-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-BUSDATE-RAW)
           IF CP-MAJ-NOTICE-DATE = 0
             AND WS-DAYS-TO-MAJORITY <= K-MAJORITY-NOTICE-DAYS
             MOVE WS-BUSDATE-RAW           TO CP-MAJ-NOTICE-DATE
             SET FG-ROW-CHANGED-Y          TO TRUE
             ADD 1                         TO WS-ADVANCE-NOTICES
             MOVE "MAJNOTICE"              TO WS-NOTIFY-EVENT
             MOVE SPACES                   TO WS-NOTIFY-MEMO
             STRING "ADULT FROM " CP-MAJORITY-DATE
               DELIMITED BY SIZE INTO WS-NOTIFY-MEMO
             END-STRING
             MOVE "MAJORITY NOTICE"        TO WS-ACTION-TEXT
             PERFORM F-NOTIFY-BOTH
           END-IF

           MOVE CP-BIRTH-DATE              TO WS-BIRTH-DATE
           IF WS-BIRTH-MMDD = 0229
             MOVE WS-BDAY-MMDD             TO WS-BIRTH-MMDD
           END-IF
           IF WS-BIRTH-MMDD = WS-BUS-MMDD
             AND CP-BDAY-NOTICE-YEAR < WS-BUS-YYYY
             MOVE WS-BUS-YYYY              TO CP-BDAY-NOTICE-YEAR
             SET FG-ROW-CHANGED-Y          TO TRUE
             ADD 1                         TO WS-BIRTHDAY-NOTICES
             COMPUTE WS-YEARS-TO-MAJORITY =
                     K-MAJORITY-AGE - (WS-BUS-YYYY - WS-BIRTH-YYYY)
             MOVE "BIRTHDAY"               TO WS-NOTIFY-EVENT
             MOVE SPACES                   TO WS-NOTIFY-MEMO
             STRING "MAJORITY IN " WS-YEARS-TO-MAJORITY " YRS"
               DELIMITED BY SIZE INTO WS-NOTIFY-MEMO
             END-STRING
             MOVE "BIRTHDAY NOTICE"        TO WS-ACTION-TEXT
             PERFORM F-NOTIFY-BOTH
           END-IF
           .
       F-PROCESS-MINOR-END.
           EXIT.
      ******************************************************************
       F-NOTIFY-BOTH SECTION.
      *    THE MINOR AND THE GUARDIAN ARE TOLD OF THE SAME EVENT --
      *    NOTIFY-INTERFACE STAND-IN FOR AN EMAIL/SMS GATEWAY.
           INITIALIZE NOTIFY-INTERFACE
           MOVE CP-CUSTOMERID              TO I-NOTIFY-CUSTID
           MOVE "CUSTOMER"                 TO I-NOTIFY-ENTITY
           MOVE CP-CUSTOMERID              TO I-NOTIFY-ENTITY-ID
           MOVE WS-NOTIFY-EVENT            TO I-NOTIFY-EVENT
           MOVE WS-NOTIFY-MEMO             TO I-NOTIFY-MEMO
           SET PGNAME-NOTIFY               TO TRUE
           CALL PROGNAME USING NOTIFY-INTERFACE

           IF CP-GUARDIAN-CUSTID NOT = 0
             INITIALIZE NOTIFY-INTERFACE
             MOVE CP-GUARDIAN-CUSTID       TO I-NOTIFY-CUSTID
             MOVE "CUSTOMER"               TO I-NOTIFY-ENTITY
             MOVE CP-CUSTOMERID            TO I-NOTIFY-ENTITY-ID
             MOVE WS-NOTIFY-EVENT          TO I-NOTIFY-EVENT
             MOVE WS-NOTIFY-MEMO           TO I-NOTIFY-MEMO
             SET PGNAME-NOTIFY             TO TRUE
             CALL PROGNAME USING NOTIFY-INTERFACE
           END-IF

           MOVE SPACES                     TO MINOR-LINE
           STRING
             "CUST: ", CP-CUSTOMERID,
             " | GUARDIAN: ", CP-GUARDIAN-CUSTID,
             " | BORN: ", CP-BIRTH-DATE,
             " | MAJORITY: ", CP-MAJORITY-DATE,
             " | ", WS-ACTION-TEXT
             DELIMITED BY SIZE INTO MINOR-LINE
           END-STRING
           WRITE MINOR-LINE
           .
       F-NOTIFY-BOTH-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
