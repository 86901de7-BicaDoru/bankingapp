      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID. PARTCTL.
      ******************************************************************
      *  Checkpoint and control-total store for one partition of a
      *  partitioned account walk (see PARTITIONCONFIG). Called
      *  directly by the partitioned jobs through the
      *  PARTCTLUTILSECTIONS sections, the same shared-subprogram
      *  style as RUNLOG and REPORTREG, never routed through the
      *  DISPATCHER.
      *  One line-sequential file per job and partition,
      *  files/<job>_p<n>_checkpoint.dat: a header row (business
      *  date, last account id completed, R running / C complete)
      *  then one row per named control total the job keeps. A
      *  running partition rewrites it after every page of accounts,
      *  so a failed partition restarts where it stopped with its
      *  totals as they stood; a complete one is what the job's
      *  MERGE step adds up. Every save goes to a .tmp generation
      *  first and is renamed over the real file only once it is
      *  whole, so a partition killed in mid-save restarts from the
      *  previous checkpoint rather than from a half-written one.
      *  The file is only ever touched by its own partition and, once
      *  that partition is complete, by the merge -- so partitions of
      *  the same job running side by side never share one.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTCTL-FILE ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                      DIVISION.
      ******************************************************************
       FILE                      SECTION.
       FD  PARTCTL-FILE.
       01  PC-HEADER-RECORD.
           05 PC-REC-TYPE                PIC X(01).
             88 PC-REC-TYPE-HEADER        VALUE "H".
             88 PC-REC-TYPE-TOTAL         VALUE "T".
           05 PC-H-JOBNAME               PIC X(20).
           05 PC-H-PARTITION             PIC 9(02).
           05 PC-H-BUSDATE               PIC 9(08).
           05 PC-H-LAST-ID               PIC 9(09).
           05 PC-H-STATE                 PIC X(01).
           05 FILLER                     PIC X(26).
       01  PC-TOTAL-RECORD.
           05 FILLER                     PIC X(01).
           05 PC-T-NAME                  PIC X(12).
           05 PC-T-KEY                   PIC X(20).
           05 PC-T-COUNT                 PIC S9(12).
           05 PC-T-AMOUNT                PIC S9(16)V99.
      ******************************************************************
       WORKING-STORAGE           SECTION.
       01 PROGNAME                    PIC X(10) VALUE "PARTCTL   ".

       01 WS-FILENAME                 PIC X(256).
       01 WS-FINAL-NAME               PIC X(256).
       01 WS-TEMP-NAME                PIC X(256).
       01 WS-FILE-STATUS              PIC X(02) VALUE SPACES.
       01 WS-PARTITION-ED             PIC Z9.
       01 FG-FILE-OPEN                PIC X(01) VALUE "N".
         88 FG-FILE-OPEN-Y            VALUE "Y".
         88 FG-FILE-OPEN-N            VALUE "N".
      ******************************************************************
       LINKAGE SECTION.
       COPY PARTCTLINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING PARTCTL-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           SET PARTCTL-STATUS-OK           TO TRUE
           PERFORM F-BUILD-FILENAMES

           EVALUATE TRUE
             WHEN I-PARTCTL-OP-OPEN-READ
               PERFORM F-OPEN-READ
             WHEN I-PARTCTL-OP-READ-NEXT
               PERFORM F-READ-NEXT
             WHEN I-PARTCTL-OP-CLOSE-READ
               PERFORM F-CLOSE-FILE
             WHEN I-PARTCTL-OP-BEGIN-WRITE
               PERFORM F-BEGIN-WRITE
             WHEN I-PARTCTL-OP-PUT-TOTAL
               PERFORM F-PUT-TOTAL
             WHEN I-PARTCTL-OP-END-WRITE
               PERFORM F-END-WRITE
             WHEN OTHER
               SET PARTCTL-STATUS-ERROR    TO TRUE
           END-EVALUATE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-BUILD-FILENAMES SECTION.
           MOVE I-PARTCTL-PARTITION        TO WS-PARTITION-ED
           MOVE SPACES                     TO WS-FINAL-NAME
           STRING "files/"                 DELIMITED BY SIZE
                  FUNCTION LOWER-CASE(FUNCTION TRIM(I-PARTCTL-JOBNAME))
                                           DELIMITED BY SIZE
                  "_p"                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PARTITION-ED)
                                           DELIMITED BY SIZE
                  "_checkpoint.dat"        DELIMITED BY SIZE
             INTO WS-FINAL-NAME
           END-STRING
           MOVE SPACES                     TO WS-TEMP-NAME
           STRING FUNCTION TRIM(WS-FINAL-NAME)
                                           DELIMITED BY SIZE
                  ".tmp"                   DELIMITED BY SIZE
             INTO WS-TEMP-NAME
           END-STRING
           .
       F-BUILD-FILENAMES-END.
           EXIT.
      ******************************************************************
       F-OPEN-READ SECTION.
           PERFORM F-CLOSE-FILE
           MOVE WS-FINAL-NAME              TO WS-FILENAME
           OPEN INPUT PARTCTL-FILE
           IF WS-FILE-STATUS = "35"
             SET PARTCTL-STATUS-NOT-FOUND  TO TRUE
             EXIT SECTION
           END-IF
           IF WS-FILE-STATUS NOT = "00"
             SET PARTCTL-STATUS-ERROR      TO TRUE
             EXIT SECTION
           END-IF
           SET FG-FILE-OPEN-Y              TO TRUE

           READ PARTCTL-FILE
             AT END
               SET PARTCTL-STATUS-ERROR    TO TRUE
           END-READ
           IF PARTCTL-STATUS-OK
           AND NOT PC-REC-TYPE-HEADER
             SET PARTCTL-STATUS-ERROR      TO TRUE
           END-IF
           IF NOT PARTCTL-STATUS-OK
             PERFORM F-CLOSE-FILE
             SET PARTCTL-STATUS-ERROR      TO TRUE
             EXIT SECTION
           END-IF

           MOVE PC-H-BUSDATE               TO O-PARTCTL-BUSDATE
           MOVE PC-H-LAST-ID               TO O-PARTCTL-LAST-ID
           MOVE PC-H-STATE                 TO O-PARTCTL-STATE
           .
       F-OPEN-READ-END.
           EXIT.
      ******************************************************************
       F-READ-NEXT SECTION.
           IF FG-FILE-OPEN-N
             SET PARTCTL-STATUS-END        TO TRUE
             EXIT SECTION
           END-IF

           READ PARTCTL-FILE
             AT END
               SET PARTCTL-STATUS-END      TO TRUE
           END-READ
           IF PARTCTL-STATUS-OK
           AND NOT PC-REC-TYPE-TOTAL
             SET PARTCTL-STATUS-END        TO TRUE
           END-IF
           IF NOT PARTCTL-STATUS-OK
             PERFORM F-CLOSE-FILE
             SET PARTCTL-STATUS-END        TO TRUE
             EXIT SECTION
           END-IF

           MOVE PC-T-NAME                  TO O-PARTCTL-TOTAL-NAME
           MOVE PC-T-KEY                   TO O-PARTCTL-TOTAL-KEY
           MOVE PC-T-COUNT                 TO O-PARTCTL-TOTAL-COUNT
           MOVE PC-T-AMOUNT                TO O-PARTCTL-TOTAL-AMOUNT
           .
       F-READ-NEXT-END.
           EXIT.
      ******************************************************************
       F-CLOSE-FILE SECTION.
           IF FG-FILE-OPEN-Y
             CLOSE PARTCTL-FILE
             SET FG-FILE-OPEN-N            TO TRUE
           END-IF
           .
       F-CLOSE-FILE-END.
           EXIT.
      ******************************************************************
       F-BEGIN-WRITE SECTION.
           PERFORM F-CLOSE-FILE
           MOVE WS-TEMP-NAME               TO WS-FILENAME
           OPEN OUTPUT PARTCTL-FILE
           IF WS-FILE-STATUS NOT = "00"
             SET PARTCTL-STATUS-ERROR      TO TRUE
             EXIT SECTION
           END-IF
           SET FG-FILE-OPEN-Y              TO TRUE

           INITIALIZE PC-HEADER-RECORD
           SET PC-REC-TYPE-HEADER          TO TRUE
           MOVE I-PARTCTL-JOBNAME          TO PC-H-JOBNAME
           MOVE I-PARTCTL-PARTITION        TO PC-H-PARTITION
           MOVE I-PARTCTL-BUSDATE          TO PC-H-BUSDATE
           MOVE I-PARTCTL-LAST-ID          TO PC-H-LAST-ID
           MOVE I-PARTCTL-STATE            TO PC-H-STATE
           WRITE PC-HEADER-RECORD
           .
       F-BEGIN-WRITE-END.
           EXIT.
      ******************************************************************
       F-PUT-TOTAL SECTION.
           IF FG-FILE-OPEN-N
             SET PARTCTL-STATUS-ERROR      TO TRUE
             EXIT SECTION
           END-IF

           INITIALIZE PC-TOTAL-RECORD
           SET PC-REC-TYPE-TOTAL           TO TRUE
           MOVE I-PARTCTL-TOTAL-NAME       TO PC-T-NAME
           MOVE I-PARTCTL-TOTAL-KEY        TO PC-T-KEY
           MOVE I-PARTCTL-TOTAL-COUNT      TO PC-T-COUNT
           MOVE I-PARTCTL-TOTAL-AMOUNT     TO PC-T-AMOUNT
           WRITE PC-TOTAL-RECORD
           .
       F-PUT-TOTAL-END.
           EXIT.
      ******************************************************************
       F-END-WRITE SECTION.
           IF FG-FILE-OPEN-N
             SET PARTCTL-STATUS-ERROR      TO TRUE
             EXIT SECTION
           END-IF

           PERFORM F-CLOSE-FILE
      *    ONLY A WHOLE GENERATION EVER REPLACES THE LAST ONE.
           CALL "CBL_RENAME_FILE" USING WS-TEMP-NAME, WS-FINAL-NAME
           IF RETURN-CODE NOT = 0
             SET PARTCTL-STATUS-ERROR      TO TRUE
           END-IF
           .
       F-END-WRITE-END.
           EXIT.
