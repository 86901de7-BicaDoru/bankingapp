      *> CALL INTERFACE FOR PARTCTL.cbl -- THE CHECKPOINT AND CONTROL-
      *> TOTAL STORE OF ONE PARTITION OF A PARTITIONED ACCOUNT WALK
      *> (SEE PARTITIONCONFIG). ONE FILE PER JOB AND PARTITION,
      *> files/<job>_p<n>_checkpoint.dat: A HEADER (BUSINESS DATE,
      *> LAST ACCOUNT ID COMPLETED, RUNNING/COMPLETE) FOLLOWED BY THE
      *> JOB'S OWN NAMED CONTROL TOTALS AS AT THAT ACCOUNT. WHILE THE
      *> PARTITION RUNS IT IS THE RESTART POINT; ONCE IT IS COMPLETE
      *> IT IS WHAT THE JOB'S MERGE STEP ADDS UP.
      *> SAME SHAPE AS RUNLOGINTERFACE: AN IN GROUP THE SHARED
      *> PARTCTLUTILSECTIONS.cpy SECTIONS FILL, AN OUT GROUP, PLUS A
      *> UTILS GROUP THE CALLING JOB WORKS WITH.
       01 PARTCTL-INTERFACE.
         05 PARTCTL-IN.
           10 I-PARTCTL-OP                PIC X(01).
      *      OPEN-READ LEAVES THE FILE OPEN AFTER THE HEADER;
      *      READ-NEXT RETURNS ONE TOTAL PER CALL AND CLOSES THE FILE
      *      ITSELF AT THE END. BEGIN/PUT/END-WRITE BUILD A NEW
      *      GENERATION THAT ONLY REPLACES THE OLD ONE AT END-WRITE,
      *      SO AN INTERRUPTED SAVE LEAVES THE PREVIOUS ONE INTACT.
             88 I-PARTCTL-OP-OPEN-READ     VALUE "O".
             88 I-PARTCTL-OP-READ-NEXT     VALUE "N".
             88 I-PARTCTL-OP-CLOSE-READ    VALUE "C".
             88 I-PARTCTL-OP-BEGIN-WRITE   VALUE "B".
             88 I-PARTCTL-OP-PUT-TOTAL     VALUE "P".
             88 I-PARTCTL-OP-END-WRITE     VALUE "E".
           10 I-PARTCTL-JOBNAME           PIC X(20).
           10 I-PARTCTL-PARTITION         PIC 9(02).
           10 I-PARTCTL-BUSDATE           PIC 9(08).
           10 I-PARTCTL-LAST-ID           PIC 9(09).
           10 I-PARTCTL-STATE             PIC X(01).
           10 I-PARTCTL-TOTAL-NAME        PIC X(12).
           10 I-PARTCTL-TOTAL-KEY         PIC X(20).
           10 I-PARTCTL-TOTAL-COUNT       PIC S9(12).
           10 I-PARTCTL-TOTAL-AMOUNT      PIC S9(16)V99.
         05 PARTCTL-OUT.
           10 O-PARTCTL-STATUS            PIC X(02).
             88 PARTCTL-STATUS-OK          VALUE "00".
             88 PARTCTL-STATUS-END         VALUE "10".
             88 PARTCTL-STATUS-NOT-FOUND   VALUE "35".
             88 PARTCTL-STATUS-ERROR       VALUE "99".
           10 O-PARTCTL-BUSDATE           PIC 9(08).
           10 O-PARTCTL-LAST-ID           PIC 9(09).
           10 O-PARTCTL-STATE             PIC X(01).
           10 O-PARTCTL-TOTAL-NAME        PIC X(12).
           10 O-PARTCTL-TOTAL-KEY         PIC X(20).
           10 O-PARTCTL-TOTAL-COUNT       PIC S9(12).
           10 O-PARTCTL-TOTAL-AMOUNT      PIC S9(16)V99.
         05 PARTCTL-UTILS.
      *    SPACE = THE WHOLE BOOK IN ONE RUN, AS BEFORE PARTITIONING.
           10 U-PART-MODE                 PIC X(01).
             88 U-PART-MODE-WHOLE          VALUE SPACE.
             88 U-PART-MODE-PART           VALUE "P".
             88 U-PART-MODE-MERGE          VALUE "M".
           10 U-PART-BASE-JOBNAME         PIC X(20).
      *    RUNLOG NAME OF THIS RUN -- "<JOB>-P<n>" FOR A PARTITION,
      *    THE PLAIN JOB NAME FOR A WHOLE-BOOK OR MERGE RUN.
           10 U-PART-JOBNAME              PIC X(20).
           10 U-PART-NUMBER               PIC 9(02).
           10 U-PART-NUMBER-ED            PIC Z9.
      *    "_P<n>" FOR A PARTITION, SPACES OTHERWISE -- APPENDED TO
      *    THE PARTITION'S OWN WORK FILES' NAMES.
           10 U-PART-SUFFIX               PIC X(04).
           10 U-PART-FROM-ID              PIC 9(09).
           10 U-PART-TO-ID                PIC 9(09).
           10 U-PART-BUSDATE              PIC 9(08).
      *    LAST ACCOUNT ID A RESUMED PARTITION HAD COMPLETED; THE
      *    WALK RESTARTS AFTER IT. ZERO ON A FRESH START.
           10 U-PART-RESUME-ID            PIC 9(09).
      *    CALLER SETS BEFORE UT-PART-BEGIN-CHECKPOINT.
           10 U-PART-LAST-ID              PIC 9(09).
           10 U-PART-STATE                PIC X(01).
             88 U-PART-STATE-RUNNING       VALUE "R".
             88 U-PART-STATE-COMPLETE      VALUE "C".
           10 U-PART-CHECK                PIC X(01).
             88 U-PART-CHECK-FRESH         VALUE "F".
             88 U-PART-CHECK-RESUMED       VALUE "R".
             88 U-PART-CHECK-DONE          VALUE "D".
             88 U-PART-CHECK-INVALID       VALUE "I".
           10 U-PART-MERGE-READY          PIC X(01).
             88 U-PART-MERGE-READY-Y       VALUE "Y".
             88 U-PART-MERGE-READY-N       VALUE "N".
           10 U-PART-MORE-TOTALS          PIC X(01).
             88 U-PART-MORE-TOTALS-Y       VALUE "Y".
             88 U-PART-MORE-TOTALS-N       VALUE "N".
      *    ONE NAMED CONTROL TOTAL -- FILLED BY THE CALLER BEFORE
      *    UT-PART-PUT-TOTAL, BY UT-PART-READ-TOTAL ON THE WAY BACK.
           10 U-PART-TOTAL-NAME           PIC X(12).
           10 U-PART-TOTAL-KEY            PIC X(20).
           10 U-PART-TOTAL-COUNT          PIC S9(12).
           10 U-PART-TOTAL-AMOUNT         PIC S9(16)V99.
           10 U-PART-IND                  PIC 9(02).
           10 U-PART-PGNAME               PIC X(20).
             88 U-PART-PGNAME-PARTCTL      VALUE
                "PARTCTL             ".
