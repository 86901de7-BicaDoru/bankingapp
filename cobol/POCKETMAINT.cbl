      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      POCKETMAINT.
      ******************************************************************
      *  Currency pocket maintenance tool. Run standalone, e.g.:
      *     POCKETMAINT OPEN 00001 USD
      *     POCKETMAINT OPEN 00001 USD Y
      *     POCKETMAINT AUTOFX 00001 USD N
      *     POCKETMAINT CLOSE 00001 USD
      *     POCKETMAINT SHOW 00001
      *  OPEN adds a USD pocket to account 00001 so it can hold USD
      *  next to its own currency under the same IBAN; a trailing Y
      *  switches on automatic conversion, so a USD debit the pocket
      *  cannot cover is topped up from the account's own balance at
      *  the files/fxrates.dat rate. AUTOFX switches that on or off.
      *  CLOSE closes an emptied pocket. SHOW lists every pocket of
      *  the account with its balance. POCKET validates everything.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "POCKETMAINT         ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-POCKET               VALUE "POCKET              ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION                PIC X(08).
           88 ARG-OP-OPEN                VALUE "OPEN".
           88 ARG-OP-CLOSE               VALUE "CLOSE".
           88 ARG-OP-AUTOFX              VALUE "AUTOFX".
           88 ARG-OP-SHOW                VALUE "SHOW".
      *    TOK2=ACCOUNT-ID. OPEN/CLOSE/AUTOFX: TOK3=CURRENCY.
      *    OPEN/AUTOFX: TOK4=AUTO-CONVERSION Y/N.
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(03).
         05 ARG-TOK4                    PIC X(01).

       01 INTERNAL-VARS.
         05 WS-ACCOUNT-ID               PIC 9(09).
         05 WS-BALANCE-EDITED           PIC -ZZZZZZZZZ9.99.

       01 INDEXES.
         05 IND-1                       PIC 9(03).

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY LOGGERINTERFACE.
       COPY POCKETINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
           END-UNSTRING

           EVALUATE TRUE
             WHEN ARG-OP-OPEN
             WHEN ARG-OP-CLOSE
             WHEN ARG-OP-AUTOFX
               PERFORM F-POCKET-OP
             WHEN ARG-OP-SHOW
               PERFORM F-SHOW-POCKETS
             WHEN OTHER
               DISPLAY
                 "USAGE: POCKETMAINT OPEN|CLOSE|AUTOFX|SHOW <ACCOUNT>"
                 " ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "POCKETMAINT MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "POCKETMAINT MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-POCKET-OP SECTION.
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-ACCOUNT-ID

           INITIALIZE POCKET-INTERFACE
           MOVE WS-ACCOUNT-ID              TO I-PKT-ACCOUNTID
           MOVE FUNCTION UPPER-CASE(ARG-TOK3) TO I-PKT-CURRENCY
           MOVE FUNCTION UPPER-CASE(ARG-TOK4) TO I-PKT-AUTO-FX
           EVALUATE TRUE
             WHEN ARG-OP-OPEN
               SET I-PKT-OP-OPEN           TO TRUE
             WHEN ARG-OP-CLOSE
               SET I-PKT-OP-CLOSE          TO TRUE
             WHEN OTHER
               SET I-PKT-OP-SETFX          TO TRUE
           END-EVALUATE
           SET PGNAME-POCKET               TO TRUE
           CALL PROGNAME USING POCKET-INTERFACE

           EVALUATE TRUE
             WHEN POCKET-STATUS-OK
               CONTINUE
             WHEN POCKET-STATUS-NOT-FOUND
               DISPLAY "NO OPEN " I-PKT-CURRENCY
                       " POCKET ON ACCOUNT " WS-ACCOUNT-ID
               EXIT SECTION
             WHEN POCKET-STATUS-BAD-POCKET
               IF ARG-OP-CLOSE
                 MOVE O-PKT-BALANCE        TO WS-BALANCE-EDITED
                 DISPLAY "CANNOT CLOSE -- " I-PKT-CURRENCY
                         " POCKET STILL HOLDS "
                         FUNCTION TRIM(WS-BALANCE-EDITED)
               ELSE
                 DISPLAY "CANNOT OPEN -- ACCOUNT " WS-ACCOUNT-ID
                         " MUST BE OPEN AND " I-PKT-CURRENCY
                         " A SUPPORTED CURRENCY OTHER THAN ITS OWN"
               END-IF
               EXIT SECTION
             WHEN OTHER
               DISPLAY "POCKET UPDATE FAILED, STATUS "
                       POCKET-STATUS
               EXIT SECTION
           END-EVALUATE

           MOVE O-PKT-BALANCE              TO WS-BALANCE-EDITED
           DISPLAY "ACCOUNT " WS-ACCOUNT-ID " " I-PKT-CURRENCY
                   " POCKET STATUS " O-PKT-STATUS
                   " AUTO-FX " O-PKT-AUTO-FX
                   " BALANCE " FUNCTION TRIM(WS-BALANCE-EDITED)
           .
       F-POCKET-OP-END.
           EXIT.
      ******************************************************************
       F-SHOW-POCKETS SECTION.
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-ACCOUNT-ID

           INITIALIZE POCKET-INTERFACE
           SET I-PKT-OP-GETLIST            TO TRUE
           MOVE WS-ACCOUNT-ID              TO I-PKT-ACCOUNTID
           SET PGNAME-POCKET               TO TRUE
           CALL PROGNAME USING POCKET-INTERFACE

           EVALUATE TRUE
             WHEN POCKET-STATUS-OK
               CONTINUE
             WHEN POCKET-STATUS-NOT-FOUND
               DISPLAY "NO CURRENCY POCKETS ON ACCOUNT "
                       WS-ACCOUNT-ID " -- BASE CURRENCY "
                       O-PKT-BASE-CURRENCY " ONLY"
               EXIT SECTION
             WHEN OTHER
               DISPLAY "POCKET LOOKUP FAILED, STATUS "
                       POCKET-STATUS
               EXIT SECTION
           END-EVALUATE

           DISPLAY "ACCOUNT " WS-ACCOUNT-ID
                   " BASE CURRENCY " O-PKT-BASE-CURRENCY
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > O-PKT-COUNT
             MOVE O-PKT-L-BALANCE(IND-1)   TO WS-BALANCE-EDITED
             DISPLAY "  " O-PKT-L-CURRENCY(IND-1)
                     " STATUS " O-PKT-L-STATUS(IND-1)
                     " AUTO-FX " O-PKT-L-AUTO-FX(IND-1)
                     " OPENED " O-PKT-L-OPENED-DATE(IND-1)
                     " BALANCE " FUNCTION TRIM(WS-BALANCE-EDITED)
           END-PERFORM
           .
       F-SHOW-POCKETS-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
