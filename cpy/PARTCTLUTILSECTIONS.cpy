      ******************************************************************
      * PARTCTLUTILSECTIONS - generic reusable sections for a job that
      * walks the accounts in partitions (see PARTITIONCONFIG, which
      * the job COPYs into its own CONSTANTS group). THE JOB PARSES
      * ITS OWN COMMAND LINE: "PART <n>" SETS U-PART-MODE-PART AND
      * U-PART-NUMBER, "MERGE" SETS U-PART-MODE-MERGE, NEITHER LEAVES
      * THE WHOLE-BOOK RUN IT ALWAYS HAD. IT THEN SETS
      * U-PART-BASE-JOBNAME (TYPICALLY "MOVE PGM-ID TO ...") AND
      * PERFORMS UT-PART-SETUP BEFORE ANYTHING ELSE.
      ******************************************************************
      * Resolves the run: RUNLOG name, ID range, work-file suffix and,
      * for a partition, whether it starts fresh, resumes a failed
      * run (U-PART-CHECK-RESUMED -- the checkpoint is left open and
      * the caller reads its totals back with UT-PART-READ-TOTAL),
      * is already complete for today (U-PART-CHECK-DONE) or cannot
      * run at all (U-PART-CHECK-INVALID).
      ******************************************************************
       UT-PART-SETUP SECTION.
           SET U-PART-PGNAME-PARTCTL       TO TRUE
           ACCEPT U-PART-BUSDATE           FROM DATE YYYYMMDD
           MOVE U-PART-BASE-JOBNAME        TO U-PART-JOBNAME
           MOVE SPACES                     TO U-PART-SUFFIX
           MOVE 1                          TO U-PART-FROM-ID
           MOVE 999999999                  TO U-PART-TO-ID
           MOVE 0                          TO U-PART-RESUME-ID
           SET U-PART-CHECK-FRESH          TO TRUE
           SET U-PART-MORE-TOTALS-N        TO TRUE

           IF NOT U-PART-MODE-PART
             EXIT SECTION
           END-IF

           IF U-PART-NUMBER < 1
           OR U-PART-NUMBER > K-PART-COUNT
             SET U-PART-CHECK-INVALID      TO TRUE
             DISPLAY "PARTITION MUST BE 1 TO " K-PART-COUNT
             EXIT SECTION
           END-IF

           MOVE K-PART-FROM-ID(U-PART-NUMBER)
                                           TO U-PART-FROM-ID
           MOVE K-PART-TO-ID(U-PART-NUMBER)
                                           TO U-PART-TO-ID
           MOVE U-PART-NUMBER              TO U-PART-NUMBER-ED
           MOVE SPACES                     TO U-PART-JOBNAME
           STRING FUNCTION TRIM(U-PART-BASE-JOBNAME)
                                           DELIMITED BY SIZE
                  "-P"                     DELIMITED BY SIZE
                  FUNCTION TRIM(U-PART-NUMBER-ED)
                                           DELIMITED BY SIZE
             INTO U-PART-JOBNAME
           END-STRING
           STRING "_P"                     DELIMITED BY SIZE
                  FUNCTION TRIM(U-PART-NUMBER-ED)
                                           DELIMITED BY SIZE
             INTO U-PART-SUFFIX
           END-STRING

      *    A RUNNING CHECKPOINT IS ALWAYS RESUMED, WHATEVER ITS DATE --
      *    THE ACCOUNTS BEFORE IT ARE DONE AND MUST NOT BE DONE TWICE.
      *    A COMPLETE ONE ONLY COUNTS FOR THE DAY IT WAS COMPLETED.
           MOVE U-PART-NUMBER              TO U-PART-IND
           PERFORM UT-PART-OPEN-CHECKPOINT
           EVALUATE TRUE
             WHEN PARTCTL-STATUS-NOT-FOUND
               CONTINUE
             WHEN NOT PARTCTL-STATUS-OK
               SET U-PART-CHECK-INVALID    TO TRUE
               DISPLAY "CHECKPOINT OF " FUNCTION TRIM(U-PART-JOBNAME)
                       " CANNOT BE READ"
             WHEN O-PARTCTL-STATE = "R"
               SET U-PART-CHECK-RESUMED    TO TRUE
               SET U-PART-MORE-TOTALS-Y    TO TRUE
               MOVE O-PARTCTL-LAST-ID      TO U-PART-RESUME-ID
             WHEN O-PARTCTL-BUSDATE = U-PART-BUSDATE
               SET U-PART-CHECK-DONE       TO TRUE
               PERFORM UT-PART-CLOSE-CHECKPOINT
             WHEN OTHER
               PERFORM UT-PART-CLOSE-CHECKPOINT
           END-EVALUATE
           .
       UT-PART-SETUP-END.
           EXIT.
      ******************************************************************
      * Opens partition U-PART-IND's checkpoint and reads its header
      * into O-PARTCTL-BUSDATE/LAST-ID/STATE.
      ******************************************************************
       UT-PART-OPEN-CHECKPOINT SECTION.
           SET U-PART-PGNAME-PARTCTL       TO TRUE
           SET I-PARTCTL-OP-OPEN-READ      TO TRUE
           MOVE U-PART-BASE-JOBNAME        TO I-PARTCTL-JOBNAME
           MOVE U-PART-IND                 TO I-PARTCTL-PARTITION
           CALL U-PART-PGNAME USING PARTCTL-INTERFACE
           .
       UT-PART-OPEN-CHECKPOINT-END.
           EXIT.
      ******************************************************************
       UT-PART-CLOSE-CHECKPOINT SECTION.
           SET U-PART-PGNAME-PARTCTL       TO TRUE
           SET I-PARTCTL-OP-CLOSE-READ     TO TRUE
           CALL U-PART-PGNAME USING PARTCTL-INTERFACE
           SET U-PART-MORE-TOTALS-N        TO TRUE
           .
       UT-PART-CLOSE-CHECKPOINT-END.
           EXIT.
      ******************************************************************
      * Next control total of the open checkpoint into U-PART-TOTAL-*;
      * U-PART-MORE-TOTALS-N once they are all read.
      ******************************************************************
       UT-PART-READ-TOTAL SECTION.
           SET U-PART-PGNAME-PARTCTL       TO TRUE
           SET I-PARTCTL-OP-READ-NEXT      TO TRUE
           CALL U-PART-PGNAME USING PARTCTL-INTERFACE
           IF PARTCTL-STATUS-OK
             SET U-PART-MORE-TOTALS-Y      TO TRUE
             MOVE O-PARTCTL-TOTAL-NAME     TO U-PART-TOTAL-NAME
             MOVE O-PARTCTL-TOTAL-KEY      TO U-PART-TOTAL-KEY
             MOVE O-PARTCTL-TOTAL-COUNT    TO U-PART-TOTAL-COUNT
             MOVE O-PARTCTL-TOTAL-AMOUNT   TO U-PART-TOTAL-AMOUNT
           ELSE
             SET U-PART-MORE-TOTALS-N      TO TRUE
           END-IF
           .
       UT-PART-READ-TOTAL-END.
           EXIT.
      ******************************************************************
      * Starts a new checkpoint generation for this partition: CALLER
      * SETS U-PART-LAST-ID AND U-PART-STATE, THEN PERFORMS
      * UT-PART-PUT-TOTAL ONCE PER CONTROL TOTAL, THEN
      * UT-PART-END-CHECKPOINT.
      ******************************************************************
       UT-PART-BEGIN-CHECKPOINT SECTION.
           SET U-PART-PGNAME-PARTCTL       TO TRUE
           SET I-PARTCTL-OP-BEGIN-WRITE    TO TRUE
           MOVE U-PART-BASE-JOBNAME        TO I-PARTCTL-JOBNAME
           MOVE U-PART-NUMBER              TO I-PARTCTL-PARTITION
           MOVE U-PART-BUSDATE             TO I-PARTCTL-BUSDATE
           MOVE U-PART-LAST-ID             TO I-PARTCTL-LAST-ID
           MOVE U-PART-STATE               TO I-PARTCTL-STATE
           CALL U-PART-PGNAME USING PARTCTL-INTERFACE
           .
       UT-PART-BEGIN-CHECKPOINT-END.
           EXIT.
      ******************************************************************
       UT-PART-PUT-TOTAL SECTION.
           SET U-PART-PGNAME-PARTCTL       TO TRUE
           SET I-PARTCTL-OP-PUT-TOTAL      TO TRUE
           MOVE U-PART-TOTAL-NAME          TO I-PARTCTL-TOTAL-NAME
           MOVE U-PART-TOTAL-KEY           TO I-PARTCTL-TOTAL-KEY
           MOVE U-PART-TOTAL-COUNT         TO I-PARTCTL-TOTAL-COUNT
           MOVE U-PART-TOTAL-AMOUNT        TO I-PARTCTL-TOTAL-AMOUNT
           CALL U-PART-PGNAME USING PARTCTL-INTERFACE
           MOVE SPACES                     TO U-PART-TOTAL-KEY
           MOVE 0                          TO U-PART-TOTAL-COUNT
           MOVE 0                          TO U-PART-TOTAL-AMOUNT
           .
       UT-PART-PUT-TOTAL-END.
           EXIT.
      ******************************************************************
       UT-PART-END-CHECKPOINT SECTION.
           SET U-PART-PGNAME-PARTCTL       TO TRUE
           SET I-PARTCTL-OP-END-WRITE      TO TRUE
           MOVE U-PART-BASE-JOBNAME        TO I-PARTCTL-JOBNAME
           MOVE U-PART-NUMBER              TO I-PARTCTL-PARTITION
           CALL U-PART-PGNAME USING PARTCTL-INTERFACE
           IF NOT PARTCTL-STATUS-OK
             DISPLAY "CHECKPOINT OF " FUNCTION TRIM(U-PART-JOBNAME)
                     " NOT SAVED"
           END-IF
           .
       UT-PART-END-CHECKPOINT-END.
           EXIT.
      ******************************************************************
      * Before a MERGE: every partition must be complete for today.
      * Names each one that is not and sets U-PART-MERGE-READY-N.
      ******************************************************************
       UT-PART-CHECK-MERGE SECTION.
           SET U-PART-MERGE-READY-Y        TO TRUE
           PERFORM VARYING U-PART-IND FROM 1 BY 1
                   UNTIL U-PART-IND > K-PART-COUNT
             PERFORM UT-PART-OPEN-CHECKPOINT
             IF NOT PARTCTL-STATUS-OK
             OR O-PARTCTL-STATE NOT = "C"
             OR O-PARTCTL-BUSDATE NOT = U-PART-BUSDATE
               SET U-PART-MERGE-READY-N    TO TRUE
               MOVE U-PART-IND             TO U-PART-NUMBER-ED
               DISPLAY FUNCTION TRIM(U-PART-BASE-JOBNAME) " PARTITION "
                       FUNCTION TRIM(U-PART-NUMBER-ED)
                       " IS NOT COMPLETE FOR " U-PART-BUSDATE
             END-IF
             IF PARTCTL-STATUS-OK
               PERFORM UT-PART-CLOSE-CHECKPOINT
             END-IF
           END-PERFORM
           .
       UT-PART-CHECK-MERGE-END.
           EXIT.
      ******************************************************************
      * Opens partition U-PART-IND's (complete) checkpoint for the
      * merge to read its totals with UT-PART-READ-TOTAL.
      ******************************************************************
       UT-PART-OPEN-FOR-MERGE SECTION.
           PERFORM UT-PART-OPEN-CHECKPOINT
           IF PARTCTL-STATUS-OK
             SET U-PART-MORE-TOTALS-Y      TO TRUE
           ELSE
             SET U-PART-MORE-TOTALS-N      TO TRUE
           END-IF
           MOVE U-PART-IND                 TO U-PART-NUMBER-ED
           MOVE SPACES                     TO U-PART-SUFFIX
           STRING "_P"                     DELIMITED BY SIZE
                  FUNCTION TRIM(U-PART-NUMBER-ED)
                                           DELIMITED BY SIZE
             INTO U-PART-SUFFIX
           END-STRING
           .
       UT-PART-OPEN-FOR-MERGE-END.
           EXIT.
