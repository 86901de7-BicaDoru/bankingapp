      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ONLMAINT.
      ******************************************************************
      *  Online operating mode maintenance -- the admin's hand on the
      *  switch ONLMODE keeps. Run standalone, e.g.:
      *     ONLMAINT SHOW
      *     ONLMAINT REFUSE 0001
      *     ONLMAINT QUEUE 0001
      *     ONLMAINT OPEN 0001
      *  REFUSE turns every money-moving DISPATCHER request away
      *  with a clear message, QUEUE spools them for ONLREPLAY, OPEN
      *  serves everything again; inquiries are served in every
      *  mode. EODCUTOVER and NIGHTRUN close and reopen the window
      *  around the nightly batch on their own -- this is for the
      *  unscheduled window (a long-running fix, a late restart) and
      *  for reopening after a halted chain. A mode set here is left
      *  alone by NIGHTRUN, which only reopens a window a batch job
      *  closed. The trailing bank user must be an admin and every
      *  switch goes through AUDITLOG under it.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ONLMAINT            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ONLMODE              VALUE "ONLMODE             ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-AUDITLOG             VALUE "AUDITLOG            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(60).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-SHOW               VALUE "SHOW".
           88 ARG-OP-SET                VALUE "OPEN" "REFUSE" "QUEUE".
         05 ARG-BUSR-TOK                PIC X(09).

       01 INTERNAL-VARS.
         05 WS-ACTOR-BUSR-ID            PIC 9(09) VALUE 0.
         05 WS-OLD-MODE                 PIC X(08).
         05 WS-SET-BY                   PIC X(20).

       01 FLAGS.
         05 FG-ACTOR-OK                 PIC X VALUE 'N'.
           88 FG-ACTOR-OK-Y             VALUE 'Y'.
           88 FG-ACTOR-OK-N             VALUE 'N'.
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ONLMODEINTERFACE.
       COPY BUSRINTERFACE.
       COPY AUDITINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           MOVE SPACES                    TO ARG-OPERATION
                                             ARG-BUSR-TOK
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-BUSR-TOK
           END-UNSTRING

           EVALUATE TRUE
             WHEN ARG-OP-SHOW
               PERFORM F-SHOW-MODE
             WHEN ARG-OP-SET
               PERFORM F-SET-MODE
             WHEN OTHER
               DISPLAY
                 "USAGE: ONLMAINT SHOW | OPEN|REFUSE|QUEUE <busr-id>"
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ONLMAINT MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ONLMAINT MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-SHOW-MODE SECTION.
           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-GET           TO TRUE
           SET PGNAME-ONLMODE             TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE

           DISPLAY "ONLINE MODE: " FUNCTION TRIM(O-ONLMODE-MODE)
           IF O-ONLMODE-SET-BY NOT = SPACES
             DISPLAY "SET BY     : " FUNCTION TRIM(O-ONLMODE-SET-BY)
             DISPLAY "SET AT     : " O-ONLMODE-SET-AT
           END-IF
           .
       F-SHOW-MODE-END.
           EXIT.
      ******************************************************************
       F-SET-MODE SECTION.
           PERFORM F-CHECK-ACTOR-ROLE
           IF FG-ACTOR-OK-N
             EXIT SECTION
           END-IF

           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-GET           TO TRUE
           SET PGNAME-ONLMODE             TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE
           MOVE O-ONLMODE-MODE            TO WS-OLD-MODE

           MOVE SPACES                    TO WS-SET-BY
           STRING "ADMIN "     DELIMITED BY SIZE
                  ARG-BUSR-TOK DELIMITED BY SPACE
             INTO WS-SET-BY
           END-STRING

           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-SET           TO TRUE
           MOVE ARG-OPERATION             TO I-ONLMODE-NEW-MODE
           MOVE WS-SET-BY                 TO I-ONLMODE-SET-BY
           SET PGNAME-ONLMODE             TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE

           IF NOT ONLMODE-STATUS-OK
             DISPLAY "ONLINE MODE NOT CHANGED -- COULD NOT REWRITE "
                     "THE MODE RECORD, STATUS " ONLMODE-STATUS
             EXIT SECTION
           END-IF

           PERFORM F-AUDIT-CHANGE

           DISPLAY "ONLINE MODE " FUNCTION TRIM(WS-OLD-MODE)
                   " -> " FUNCTION TRIM(O-ONLMODE-MODE)
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING "ONLINE MODE " FUNCTION TRIM(WS-OLD-MODE)
                  " -> " FUNCTION TRIM(O-ONLMODE-MODE)
                  " BY " FUNCTION TRIM(WS-SET-BY)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-SINGLE-LINE
           .
       F-SET-MODE-END.
           EXIT.
      ******************************************************************
       F-CHECK-ACTOR-ROLE SECTION.
      *    SHUTTING THE BANK'S ONLINE POSTING IS AN ADMIN DECISION.
           SET FG-ACTOR-OK-N              TO TRUE
           IF FUNCTION TEST-NUMVAL(ARG-BUSR-TOK) NOT = 0
             DISPLAY "USAGE: ONLMAINT OPEN|REFUSE|QUEUE <busr-id>"
             EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(ARG-BUSR-TOK)
                                          TO WS-ACTOR-BUSR-ID

           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE          TO TRUE
           MOVE WS-ACTOR-BUSR-ID          TO I-BUSR-ID
           SET PGNAME-BUSRDB              TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF NOT BUSRDB-STATUS-OK
             DISPLAY "BANK USER NOT FOUND: " WS-ACTOR-BUSR-ID
             EXIT SECTION
           END-IF
           IF NOT O-BUSR-ADMIN
             DISPLAY "ONLY AN ADMIN MAY SET THE ONLINE MODE, ROLE IS "
                     O-BUSR-ROLE
             EXIT SECTION
           END-IF
           SET FG-ACTOR-OK-Y              TO TRUE
           .
       F-CHECK-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-AUDIT-CHANGE SECTION.
           INITIALIZE AUDIT-INTERFACE
           MOVE "ONLINEMODE"              TO I-AUDIT-ENTITY
           MOVE 0                         TO I-AUDIT-ENTITY-ID
           SET I-AUDIT-ACT-UPDATE         TO TRUE
           MOVE WS-ACTOR-BUSR-ID          TO I-AUDIT-ACTOR-BUSR-ID
           SET PGNAME-AUDITLOG            TO TRUE
           CALL PROGNAME USING AUDIT-INTERFACE
           .
       F-AUDIT-CHANGE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
