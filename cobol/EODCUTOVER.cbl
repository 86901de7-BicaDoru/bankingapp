      *  must mean the PREVIOUS business day (INTERBRANCH defaults
      *  that way) or walk by high-water mark as EODRECON and
      *  GLEXPORT do -- never by equality with the current date.
      *  The cutover also closes the online window (ONLMODE, in
      *  K-NIGHT-WINDOW-MODE) so no DISPATCHER request moves money
      *  while the batch chain runs; NIGHTRUN reopens it once the
      *  chain completes. A window an admin already closed is left
      *  as it is.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
                                        VALUE "EODCUTOVER          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".
         88 PGNAME-ONLMODE              VALUE "ONLMODE             ".

       01 CONSTANTS.
         COPY ONLMODECONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSDATEINTERFACE.
       COPY ONLMODEINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT
           PERFORM F-CLOSE-ONLINE-WINDOW
           PERFORM F-RUN-CUTOVER
           PERFORM F-FINISH
           .
           .
       F-RUN-CUTOVER-END.
           EXIT.
      ******************************************************************
       F-CLOSE-ONLINE-WINDOW SECTION.
      *    CLOSED BEFORE THE DATE MOVES, SO NOTHING CAN POST BETWEEN
      *    THE CUTOVER AND THE FIRST BATCH STEP.
           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-GET            TO TRUE
           SET PGNAME-ONLMODE              TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE
           IF NOT O-ONLMODE-OPEN
             DISPLAY "ONLINE WINDOW ALREADY "
                     FUNCTION TRIM(O-ONLMODE-MODE) " (SET BY "
                     FUNCTION TRIM(O-ONLMODE-SET-BY) ")"
             EXIT SECTION
           END-IF

           INITIALIZE ONLMODE-INTERFACE
           SET I-ONLMODE-OP-SET            TO TRUE
           MOVE K-NIGHT-WINDOW-MODE        TO I-ONLMODE-NEW-MODE
           MOVE PGM-ID                     TO I-ONLMODE-SET-BY
           SET PGNAME-ONLMODE              TO TRUE
           CALL PROGNAME USING ONLMODE-INTERFACE

           IF ONLMODE-STATUS-OK
             DISPLAY "ONLINE WINDOW CLOSED: "
                     FUNCTION TRIM(O-ONLMODE-MODE)
           ELSE
             DISPLAY "COULD NOT CLOSE THE ONLINE WINDOW, STATUS "
                     ONLMODE-STATUS
           END-IF
           MOVE PGM-ID                     TO U-LOG-RUNNABLE-PROG
           STRING "ONLINE WINDOW -> " FUNCTION TRIM(O-ONLMODE-MODE)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-SINGLE-LINE
           .
       F-CLOSE-ONLINE-WINDOW-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
