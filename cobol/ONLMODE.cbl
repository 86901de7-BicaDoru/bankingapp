      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID. ONLMODE.
      ******************************************************************
      *  Bank-wide online operating mode keeper. Called directly
      *  (same style as BUSDATE), never routed through the
      *  DISPATCHER. files/onlinemode.dat holds one line -- the mode,
      *  who set it and when. GET returns it; a missing file means
      *  OPEN, so an environment that has never closed a window keeps
      *  behaving exactly as before. SET rewrites the line and is the
      *  only way the mode changes: EODCUTOVER and NIGHTRUN close the
      *  window for the nightly batch, NIGHTRUN reopens it once the
      *  chain completes, and ONLMAINT lets an admin set it by hand.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONLMODE-FILE ASSIGN TO "files/onlinemode.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ONLMODE-FILE-STATUS.
      ******************************************************************
       DATA                      DIVISION.
      ******************************************************************
       FILE                      SECTION.
       FD  ONLMODE-FILE.
       01  ONLMODE-LINE.
           05 FILE-OM-MODE           PIC X(08).
           05 FILLER                 PIC X(01).
           05 FILE-OM-SET-BY         PIC X(20).
           05 FILLER                 PIC X(01).
           05 FILE-OM-SET-AT         PIC X(19).
      ******************************************************************
       WORKING-STORAGE           SECTION.

       01 WS-ONLMODE-FILE-STATUS      PIC X(02) VALUE SPACES.
       01 WS-CLOCK-DATE               PIC 9(08).
       01 WS-CLOCK-TIME               PIC 9(08).
      ******************************************************************
       LINKAGE SECTION.
       COPY ONLMODEINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING ONLMODE-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           SET ONLMODE-STATUS-OK           TO TRUE

           IF I-ONLMODE-OP-SET
             PERFORM F-SET-MODE
           END-IF

           PERFORM F-READ-MODE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-READ-MODE SECTION.
           SET O-ONLMODE-OPEN              TO TRUE
           MOVE SPACES                     TO O-ONLMODE-SET-BY
                                              O-ONLMODE-SET-AT
           OPEN INPUT ONLMODE-FILE
           IF WS-ONLMODE-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           READ ONLMODE-FILE
             NOT AT END
               MOVE FILE-OM-MODE           TO O-ONLMODE-MODE
               MOVE FILE-OM-SET-BY         TO O-ONLMODE-SET-BY
               MOVE FILE-OM-SET-AT         TO O-ONLMODE-SET-AT
           END-READ
           CLOSE ONLMODE-FILE

      *    A DAMAGED LINE MUST NOT LOCK THE BANK OUT -- ANYTHING THAT
      *    IS NOT A KNOWN MODE READS AS OPEN.
           IF NOT O-ONLMODE-OPEN AND NOT O-ONLMODE-REFUSE
             AND NOT O-ONLMODE-QUEUE
             SET O-ONLMODE-OPEN            TO TRUE
           END-IF
           .
       F-READ-MODE-END.
           EXIT.
      ******************************************************************
       F-SET-MODE SECTION.
           IF NOT I-ONLMODE-NEW-MODE-OK
             SET ONLMODE-STATUS-BAD-MODE   TO TRUE
             EXIT SECTION
           END-IF

           ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK-TIME FROM TIME

           OPEN OUTPUT ONLMODE-FILE
           IF WS-ONLMODE-FILE-STATUS NOT = "00"
             SET ONLMODE-STATUS-ERR        TO TRUE
             EXIT SECTION
           END-IF

           MOVE SPACES                     TO ONLMODE-LINE
           MOVE I-ONLMODE-NEW-MODE         TO FILE-OM-MODE
           MOVE I-ONLMODE-SET-BY           TO FILE-OM-SET-BY
           STRING WS-CLOCK-DATE(1:4) "-" WS-CLOCK-DATE(5:2) "-"
                  WS-CLOCK-DATE(7:2) " "
                  WS-CLOCK-TIME(1:2) ":" WS-CLOCK-TIME(3:2) ":"
                  WS-CLOCK-TIME(5:2)
             DELIMITED BY SIZE INTO FILE-OM-SET-AT
           END-STRING
           WRITE ONLMODE-LINE
           CLOSE ONLMODE-FILE
           .
       F-SET-MODE-END.
           EXIT.
