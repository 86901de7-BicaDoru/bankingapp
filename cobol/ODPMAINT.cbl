      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      ODPMAINT.
      ******************************************************************
      *  Overdraft-protection link maintenance tool. Run standalone,
      *  e.g.:
      *     ODPMAINT LINK 00001 00002
      *     ODPMAINT LINK 00001 00002 500.00
      *     ODPMAINT UNLINK 00001
      *     ODPMAINT SHOW 00001
      *  LINK protects current account 00001 from savings account
      *  00002 (same customer, same currency -- ODPROTECT validates
      *  both), optionally capping a single protection transfer at
      *  the amount given instead of the K-ODP-MAX-TRANSFER default.
      *  Linking an account that already has a link replaces it.
      *  UNLINK removes the protection; SHOW displays the link and
      *  how often it has been used.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "ODPMAINT            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ODPROTECT            VALUE "ODPROTECT           ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION                PIC X(08).
           88 ARG-OP-LINK                VALUE "LINK".
           88 ARG-OP-UNLINK              VALUE "UNLINK".
           88 ARG-OP-SHOW                VALUE "SHOW".
      *    TOK2=PROTECTED ACCOUNT-ID. LINK: TOK3=BACKUP ACCOUNT-ID
      *    TOK4=PER-TRANSFER CAP (OPTIONAL).
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
         05 ARG-TOK4                    PIC X(12).

       01 INTERNAL-VARS.
         05 WS-ACCOUNT-ID               PIC 9(09).

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY LOGGERINTERFACE.
       COPY ODPROTECTINTERFACE.
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
             WHEN ARG-OP-LINK
             WHEN ARG-OP-UNLINK
             WHEN ARG-OP-SHOW
               PERFORM F-LINK-OP
             WHEN OTHER
               DISPLAY
                 "USAGE: ODPMAINT LINK|UNLINK|SHOW <ACCOUNT> ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ODPMAINT MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "ODPMAINT MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-LINK-OP SECTION.
           MOVE FUNCTION NUMVAL(ARG-TOK2)  TO WS-ACCOUNT-ID

           INITIALIZE ODPROTECT-INTERFACE
           MOVE WS-ACCOUNT-ID              TO I-ODP-ACCOUNTID
           EVALUATE TRUE
             WHEN ARG-OP-LINK
               SET I-ODP-OP-LINK           TO TRUE
               MOVE FUNCTION NUMVAL(ARG-TOK3) TO I-ODP-BACKUP-ID
               IF ARG-TOK4 NOT = SPACES
                 MOVE FUNCTION NUMVAL(ARG-TOK4) TO I-ODP-AMOUNT
               END-IF
             WHEN ARG-OP-UNLINK
               SET I-ODP-OP-UNLINK         TO TRUE
             WHEN OTHER
               SET I-ODP-OP-GETITEM        TO TRUE
           END-EVALUATE
           SET PGNAME-ODPROTECT            TO TRUE
           CALL PROGNAME USING ODPROTECT-INTERFACE

           EVALUATE TRUE
             WHEN ODPROTECT-STATUS-OK
               CONTINUE
             WHEN ODPROTECT-STATUS-NOT-FOUND
               DISPLAY "NO OVERDRAFT PROTECTION ON ACCOUNT "
                       WS-ACCOUNT-ID
               EXIT SECTION
             WHEN ODPROTECT-STATUS-BAD-LINK
               DISPLAY "CANNOT LINK -- ACCOUNT " WS-ACCOUNT-ID
                       " MUST BE AN OPEN CURRENT ACCOUNT AND "
                       FUNCTION TRIM(ARG-TOK3)
                       " AN OPEN SAVINGS ACCOUNT OF THE SAME"
                       " CUSTOMER AND CURRENCY"
               EXIT SECTION
             WHEN OTHER
               DISPLAY "OVERDRAFT PROTECTION UPDATE FAILED, STATUS "
                       ODPROTECT-STATUS
               EXIT SECTION
           END-EVALUATE

           IF ARG-OP-UNLINK
             DISPLAY "OVERDRAFT PROTECTION REMOVED FROM ACCOUNT "
                     WS-ACCOUNT-ID
             EXIT SECTION
           END-IF

           DISPLAY "ACCOUNT " WS-ACCOUNT-ID
                   " PROTECTED FROM " O-ODP-BACKUP-ID
                   " STATUS " O-ODP-STATUS
                   " SINCE " O-ODP-LINKED-DATE
                   " MAX TRANSFER " O-ODP-MAX-TRANSFER
           DISPLAY "  TRANSFERS " O-ODP-TOTAL-COUNT
                   " FEES " O-ODP-TOTAL-FEES
           .
       F-LINK-OP-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
