      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID. BGCHECK.
      ******************************************************************
      *  Break-glass grant lookup. Called directly (same style as
      *  STAFFCHK), never routed through the DISPATCHER. Given a bank
      *  user it answers ACTIVE, with the grant, when the user holds a
      *  break-glass grant on files/breakglass.dat that has not run
      *  out or been ended (see BRKGLASS), and NONE otherwise.
      *  Expiry needs no job of its own: a grant found past its
      *  BK-EXPIRES-MIN is marked expired here, by whichever caller
      *  looks first. USE also counts the request on the grant --
      *  DISPATCHER's call for every request it serves with the
      *  raised rights.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BREAK-GLASS-FILE ASSIGN TO "files/breakglass.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BK-KEY
           FILE STATUS IS WS-BK-FILE-STATUS.
      ******************************************************************
       DATA                      DIVISION.
      ******************************************************************
       FILE                      SECTION.
       FD  BREAK-GLASS-FILE.
       COPY BREAKGLASSRECORD.
      ******************************************************************
       WORKING-STORAGE           SECTION.

       01 WS-BK-FILE-STATUS           PIC X(02) VALUE SPACES.
       01 WS-NOW-DATE-RAW             PIC 9(08).
       01 WS-NOW-TIME-RAW             PIC 9(08).
       01 WS-NOW-TIME-R REDEFINES WS-NOW-TIME-RAW.
         05 WS-NOW-HH                 PIC 9(02).
         05 WS-NOW-MM                 PIC 9(02).
         05 WS-NOW-SSTT               PIC 9(04).
       01 WS-NOW-MINUTES              PIC 9(10).
       01 FG-MORE-RECORDS             PIC X(01).
         88 FG-MORE-RECORDS-Y         VALUE "Y".
         88 FG-MORE-RECORDS-N         VALUE "N".
      ******************************************************************
       LINKAGE SECTION.
       COPY BGCHECKINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING BGCHECK-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           SET BGCHECK-STATUS-NONE         TO TRUE
           MOVE 0                          TO O-BGC-START-TS
           MOVE 0                          TO O-BGC-EXPIRES-TS
           MOVE SPACES                     TO O-BGC-REASON

           IF I-BGC-BUSR-ID = 0
             GO TO MAIN-END
           END-IF

           OPEN I-O BREAK-GLASS-FILE
           IF WS-BK-FILE-STATUS NOT = "00"
      *      NO GRANT HAS EVER BEEN TAKEN.
             GO TO MAIN-END
           END-IF

           ACCEPT WS-NOW-DATE-RAW          FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME-RAW          FROM TIME
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-RAW) * 1440
               + (WS-NOW-HH * 60) + WS-NOW-MM

           MOVE I-BGC-BUSR-ID              TO BK-BUSR-ID
           MOVE 0                          TO BK-START-TS
           START BREAK-GLASS-FILE KEY IS NOT LESS THAN BK-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BREAK-GLASS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF BK-BUSR-ID NOT = I-BGC-BUSR-ID
                   SET FG-MORE-RECORDS-N   TO TRUE
                 ELSE
                   IF BK-IS-ACTIVE
                     PERFORM F-CHECK-ONE-GRANT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE BREAK-GLASS-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-CHECK-ONE-GRANT SECTION.
           IF BK-EXPIRES-MIN <= WS-NOW-MINUTES
             SET BK-IS-EXPIRED             TO TRUE
             MOVE BK-EXPIRES-TS            TO BK-ENDED-TS
             REWRITE BREAK-GLASS-RECORD
             EXIT SECTION
           END-IF

      *    BRKGLASS NEVER LETS A USER HOLD TWO AT ONCE, SO THE FIRST
      *    LIVE ONE IS THE GRANT.
           IF BGCHECK-STATUS-ACTIVE
             EXIT SECTION
           END-IF
           SET BGCHECK-STATUS-ACTIVE       TO TRUE
           MOVE BK-START-TS                TO O-BGC-START-TS
           MOVE BK-EXPIRES-TS              TO O-BGC-EXPIRES-TS
           MOVE BK-REASON                  TO O-BGC-REASON

           IF I-BGC-OP-USE
             ADD 1                         TO BK-USE-COUNT
             REWRITE BREAK-GLASS-RECORD
           END-IF
           .
       F-CHECK-ONE-GRANT-END.
           EXIT.
