      ******************************************************************
       FILE                             SECTION.
       FD  SPOOL-FILE.
       01  SPOOL-LINE                   PIC X(272).

       FD  SPOOL-RUN-FILE.
       01  SPOOL-RUN-LINE               PIC X(272).

       FD  SPOOL-DONE-FILE.
       01  SPOOL-DONE-LINE              PIC X(272).

       FD  BATCH-RESULTS-INPUT.
       01  RESULTS-LINE                 PIC X(300).

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(50).
         05 ARG-TOK1                    PIC X(09).
         05 ARG-TOK2                    PIC X(24).

       01 INTERNAL-VARS.
         05 WS-SPOOL-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-RUN-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-REPLAY-BUSR-ID           PIC 9(09).
         05 WS-REPLAY-TOKEN             PIC X(24).
         05 WS-DONE-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-RESULTS-FILE-STATUS      PIC XX VALUE SPACES.
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-TOK1, ARG-TOK2
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(ARG-TOK1) NOT = 0
           OR ARG-TOK2 = SPACES
             DISPLAY "USAGE: OFFREPLAY <busr-id> <session-token>"
             DISPLAY "LOG IN THROUGH THE DISPATCHER FIRST -- THE "
                     "REPLAY RUNS UNDER THAT SESSION"
      *    THE SPOOL LINES WERE CAPTURED WITH NO SESSION -- STAMP THE
      *    REPLAYING TELLER'S BANK USER AND TOKEN INTO THE SESSION
      *    COLUMNS OF EVERY LINE (THE DISPATCHER-IN LAYOUT PUTS THE
      *    BANKUSERID IN COLUMNS 1-9 AND I-DISP-TOKEN IN THE LAST 24)
      *    SO BUSRBO'S SESSION CHECK PASSES. THE CAPTURING TELLER IS
      *    UNTOUCHED INSIDE THE POST TRANS DATA ITSELF.
           OPEN INPUT SPOOL-FILE
                 SET FG-MORE-RECORDS-N    TO TRUE
               NOT AT END
                 MOVE SPOOL-LINE          TO SPOOL-RUN-LINE
                 MOVE WS-REPLAY-BUSR-ID   TO SPOOL-RUN-LINE(1:9)
                 MOVE WS-REPLAY-TOKEN     TO SPOOL-RUN-LINE(249:24)
                 WRITE SPOOL-RUN-LINE
             END-READ
           END-PERFORM
