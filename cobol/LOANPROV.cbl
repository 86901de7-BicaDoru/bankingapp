      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LOANPROV.
      ******************************************************************
      *  Expected-credit-loss provisioning batch for the loan book.
      *  Run standalone at quarter-end (or whenever finance needs a
      *  provision figure), no args:
      *     LOANPROV
      *  Walks every loan on files/loans.dat. Only LN-IS-ACTIVE loans
      *  carry an exposure -- held, cancelled, paid-off and charged-
      *  off loans are counted but not provisioned. Each active loan
      *  is put in a risk stage (see ECLCONFIG) from:
      *    - days past due, off LN-NEXT-DUE-DATE exactly as
      *      LOANDELINQ computes it;
      *    - how often it has been restructured, counted from
      *      LOANORD's files/loan_restructures.log;
      *    - the credit-risk check LOANORD ran at origination, kept
      *      on files/loanriskscore.dat (a loan with no row there
      *      was booked before scores were kept and counts as not
      *      marginal).
      *  The exposure is LN-REMAINING-PRINCIPAL less the appraised
      *  value of the active collateral attached to the loan (see
      *  COLLATERALRECORD), floored at zero, and the provision is the
      *  stage's loss rate on that net exposure.
      *  files/reports/LOAN_PROVISION_<yyyymmdd>.txt lists every loan
      *  with its stage and provision, then totals by branch (the
      *  branch of the loan's account) and product (SECURED when
      *  collateral is attached, otherwise UNSECURED).
      *  The total per branch and product is compared with the last
      *  run's, kept on files/eclbaseline.dat, and every movement is
      *  written to files/eclmovement.dat for GLEXPORT to post.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LOANS-FILE ASSIGN TO "files/loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-FILE-STATUS.

           SELECT RESTRUCTURE-LOG ASSIGN TO
           "files/loan_restructures.log"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESTR-FILE-STATUS.

           SELECT COLLATERAL-FILE ASSIGN TO "files/collateral.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CL-ID
           FILE STATUS IS WS-COLL-FILE-STATUS.

           SELECT RISK-SCORE-FILE ASSIGN TO "files/loanriskscore.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LRS-LOAN-ID
           FILE STATUS IS WS-LRS-FILE-STATUS.

           SELECT BASELINE-FILE ASSIGN TO "files/eclbaseline.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EB-KEY
           FILE STATUS IS WS-BASELINE-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO "files/eclmovement.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EM-ID
           FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  RESTRUCTURE-LOG.
       01  RESTRUCTURE-LINE             PIC X(200).

       FD  COLLATERAL-FILE.
       COPY COLLATERALRECORD.

       FD  RISK-SCORE-FILE.
       COPY LOANRISKSCORERECORD.

       FD  BASELINE-FILE.
       COPY ECLBASELINERECORD.

       FD  MOVEMENT-FILE.
       COPY ECLMOVEMENTRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                  PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LOANPROV            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".

       01 CONSTANTS.
         COPY LOANRISKCONFIG.
         COPY ECLCONFIG.
         05 K-MAX-RESTR-LOANS           PIC 9(04) VALUE 500.
         05 K-MAX-GROUPS                PIC 9(03) VALUE 100.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-RESTR-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-COLL-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-LRS-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-BASELINE-STATUS          PIC XX VALUE SPACES.
         05 WS-MOVEMENT-STATUS          PIC XX VALUE SPACES.
         05 WS-OUTPUT-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-REPORT-NAME              PIC X(256).

         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-SERIAL             PIC S9(08).
         05 WS-DAYS-PAST-DUE            PIC S9(08).

         05 WS-RESTR-LOAN-ID            PIC 9(05).
         05 WS-RESTR-COUNT              PIC 9(03).
         05 WS-POOR-COUNT               PIC 9(01).
         05 WS-COLL-VALUE               PIC 9(10)V99.
         05 WS-NET-EXPOSURE             PIC S9(10)V99.
         05 WS-LOSS-RATE                PIC 9(03)V99.
         05 WS-PROVISION                PIC 9(10)V99.
         05 WS-STAGE                    PIC 9(01).
         05 WS-BRANCH-ID                PIC 9(03).
         05 WS-PRODUCT                  PIC X(10).
         05 WS-STAGE-REASON             PIC X(12).

         05 WS-LOANS-READ               PIC 9(07) VALUE 0.
         05 WS-LOANS-PROVISIONED        PIC 9(07) VALUE 0.
         05 WS-LOANS-OUT-OF-SCOPE       PIC 9(07) VALUE 0.
         05 WS-TOTAL-EXPOSURE           PIC 9(12)V99 VALUE 0.
         05 WS-TOTAL-PROVISION          PIC 9(12)V99 VALUE 0.
         05 WS-TOTAL-MOVEMENT           PIC S9(12)V99 VALUE 0.
         05 WS-MOVEMENTS-WRITTEN        PIC 9(05) VALUE 0.
         05 WS-NEXT-EM-ID               PIC 9(07) VALUE 0.
         05 WS-PRIOR-PROVISION          PIC 9(10)V99.
         05 WS-MOVEMENT                 PIC S9(10)V99.

         05 WS-AMT-EDITED               PIC Z(09)9.99.
         05 WS-AMT-EDITED2              PIC Z(09)9.99.
         05 WS-AMT-EDITED3              PIC Z(09)9.99.
         05 WS-MOVE-EDITED              PIC -Z(09)9.99.
         05 WS-DPD-EDITED               PIC -Z(06)9.

      *    RESTRUCTURE COUNT PER LOAN, LOADED ONCE FROM THE LOG.
       01 RESTR-TABLE.
         05 WS-RESTR-USED               PIC 9(04) VALUE 0.
         05 WS-RESTR-ENTRY OCCURS 500 TIMES.
           10 WS-RT-LOAN-ID             PIC 9(05).
           10 WS-RT-COUNT               PIC 9(03).

      *    RUNNING TOTALS PER BRANCH AND PRODUCT, BY STAGE.
       01 GROUP-TABLE.
         05 WS-GROUP-USED               PIC 9(03) VALUE 0.
         05 WS-GROUP-ENTRY OCCURS 100 TIMES.
           10 WS-GRP-BRANCH-ID          PIC 9(03).
           10 WS-GRP-PRODUCT            PIC X(10).
           10 WS-GRP-PROVISION          PIC 9(10)V99.
           10 WS-GRP-STAGE OCCURS 3 TIMES.
             15 WS-GRP-COUNT            PIC 9(05).
             15 WS-GRP-EXPOSURE         PIC 9(10)V99.
             15 WS-GRP-STAGE-PROV       PIC 9(10)V99.

       01 FLAGS.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-MORE-COLL                PIC X VALUE 'Y'.
           88 FG-MORE-COLL-Y            VALUE 'Y'.
           88 FG-MORE-COLL-N            VALUE 'N'.
         05 FG-COLL-OPEN                PIC X VALUE 'N'.
           88 FG-COLL-OPEN-Y            VALUE 'Y'.
           88 FG-COLL-OPEN-N            VALUE 'N'.
         05 FG-LRS-OPEN                 PIC X VALUE 'N'.
           88 FG-LRS-OPEN-Y             VALUE 'Y'.
           88 FG-LRS-OPEN-N             VALUE 'N'.
         05 FG-GROUP-FOUND              PIC X VALUE 'N'.
           88 FG-GROUP-FOUND-Y          VALUE 'Y'.
           88 FG-GROUP-FOUND-N          VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(04).
         05 IND-G                       PIC 9(03).
         05 IND-S                       PIC 9(01).

      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-LOAD-RESTRUCTURE-COUNTS
           PERFORM F-RUN-BATCH
           PERFORM F-WRITE-GROUP-TOTALS
           PERFORM F-POST-MOVEMENTS
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "LOAN PROVISIONING BATCH STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-RAW)

           STRING "files/reports/LOAN_PROVISION_" DELIMITED BY SIZE
                  WS-TODAY-RAW                     DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
             INTO WS-REPORT-NAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           MOVE "===== LOAN BOOK EXPECTED CREDIT LOSS PROVISION ====="
                                           TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES                     TO REPORT-LINE
           STRING "LOAN  | ACCOUNT | BR  | PRODUCT    | DPD      "
                  "| RESTR | POOR | ST | REASON       |"
                  "     REMAINING |    COLLATERAL |     PROVISION"
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE

           OPEN INPUT LOANS-FILE
      *    FIRST EVER RUN ON A SYSTEM WITHOUT THIS FILE -- CREATE IT
      *    EMPTY (SAME BOOTSTRAP AS LOANDELINQ).
           IF WS-FILE-STATUS = "35"
             OPEN OUTPUT LOANS-FILE
             CLOSE LOANS-FILE
             OPEN INPUT LOANS-FILE
           END-IF

      *    BOTH SIDE FILES ARE OPTIONAL -- NO COLLATERAL REGISTERED
      *    OR NO SCORES KEPT YET SIMPLY MEANS NONE APPLIES.
           OPEN INPUT COLLATERAL-FILE
           IF WS-COLL-FILE-STATUS = "00"
             SET FG-COLL-OPEN-Y            TO TRUE
           END-IF
           OPEN INPUT RISK-SCORE-FILE
           IF WS-LRS-FILE-STATUS = "00"
             SET FG-LRS-OPEN-Y             TO TRUE
           END-IF
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE LOANS-FILE
           IF FG-COLL-OPEN-Y
             CLOSE COLLATERAL-FILE
           END-IF
           IF FG-LRS-OPEN-Y
             CLOSE RISK-SCORE-FILE
           END-IF

           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-EXPOSURE          TO WS-AMT-EDITED
           MOVE WS-TOTAL-PROVISION         TO WS-AMT-EDITED2
           MOVE WS-TOTAL-MOVEMENT          TO WS-MOVE-EDITED
           STRING "LOANS READ: " FUNCTION TRIM(WS-LOANS-READ)
                  " | PROVISIONED: " FUNCTION TRIM(WS-LOANS-PROVISIONED)
                  " | NOT IN SCOPE: "
                  FUNCTION TRIM(WS-LOANS-OUT-OF-SCOPE)
                  " | EXPOSURE: " FUNCTION TRIM(WS-AMT-EDITED)
                  " | PROVISION: " FUNCTION TRIM(WS-AMT-EDITED2)
                  " | MOVEMENT: " FUNCTION TRIM(WS-MOVE-EDITED)
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-TODAY-RAW               TO U-RPTREG-BUSDATE
           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE WS-REPORT-NAME             TO U-RPTREG-PATH
           MOVE WS-LOANS-PROVISIONED       TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE REPORT-LINE               TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-LOAD-RESTRUCTURE-COUNTS SECTION.
      *    LOANORD.F-WRITE-RESTRUCTURE-HISTORY WRITES ONE LINE PER
      *    RESTRUCTURE: THE 19-CHARACTER TIMESTAMP, " LOAN ", THEN THE
      *    5-DIGIT LOAN ID. NO LOG YET MEANS NOTHING WAS RESTRUCTURED.
           OPEN INPUT RESTRUCTURE-LOG
           IF WS-RESTR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-RECORDS-Y           TO TRUE
           PERFORM UNTIL FG-MORE-RECORDS-N
             READ RESTRUCTURE-LOG
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF RESTRUCTURE-LINE(20:6) = " LOAN "
                 AND RESTRUCTURE-LINE(26:5) IS NUMERIC
                   MOVE RESTRUCTURE-LINE(26:5) TO WS-RESTR-LOAN-ID
                   PERFORM F-COUNT-RESTRUCTURE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RESTRUCTURE-LOG
           .
       F-LOAD-RESTRUCTURE-COUNTS-END.
           EXIT.
      ******************************************************************
       F-COUNT-RESTRUCTURE SECTION.
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-RESTR-USED
             IF WS-RT-LOAN-ID(IND-1) = WS-RESTR-LOAN-ID
               ADD 1                       TO WS-RT-COUNT(IND-1)
               EXIT SECTION
             END-IF
           END-PERFORM

           IF WS-RESTR-USED < K-MAX-RESTR-LOANS
             ADD 1                         TO WS-RESTR-USED
             MOVE WS-RESTR-LOAN-ID   TO WS-RT-LOAN-ID(WS-RESTR-USED)
             MOVE 1                  TO WS-RT-COUNT(WS-RESTR-USED)
           END-IF
           .
       F-COUNT-RESTRUCTURE-END.
           EXIT.
      ******************************************************************
       F-RUN-BATCH SECTION.
           MOVE LOW-VALUES                 TO LN-ID
           START LOANS-FILE KEY IS NOT LESS THAN LN-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LOANS-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 ADD 1                     TO WS-LOANS-READ
                 IF LN-IS-ACTIVE
                   PERFORM F-PROVISION-LOAN
                 ELSE
                   ADD 1                   TO WS-LOANS-OUT-OF-SCOPE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-RUN-BATCH-END.
           EXIT.
      ******************************************************************
       F-PROVISION-LOAN SECTION.
      *    DAYS PAST DUE -- NEGATIVE (NOT YET DUE) COUNTS AS ZERO.
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-SERIAL -
                   FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE-DATE)
           IF WS-DAYS-PAST-DUE < 0
             MOVE 0                        TO WS-DAYS-PAST-DUE
           END-IF

           MOVE 0                          TO WS-RESTR-COUNT
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > WS-RESTR-USED
             IF WS-RT-LOAN-ID(IND-1) = LN-ID
               MOVE WS-RT-COUNT(IND-1)     TO WS-RESTR-COUNT
             END-IF
           END-PERFORM

           MOVE 0                          TO WS-POOR-COUNT
           IF FG-LRS-OPEN-Y
             MOVE LN-ID                    TO LRS-LOAN-ID
             READ RISK-SCORE-FILE
               NOT INVALID KEY
                 MOVE LRS-POOR-COUNT       TO WS-POOR-COUNT
             END-READ
           END-IF

           PERFORM F-SUM-COLLATERAL
           PERFORM F-GET-LOAN-BRANCH

           IF WS-COLL-VALUE > 0
             MOVE "SECURED"                TO WS-PRODUCT
           ELSE
             MOVE "UNSECURED"              TO WS-PRODUCT
           END-IF

           EVALUATE TRUE
             WHEN WS-DAYS-PAST-DUE > K-ECL-STAGE3-DPD
               MOVE 3                      TO WS-STAGE
               MOVE "PAST DUE"             TO WS-STAGE-REASON
             WHEN WS-DAYS-PAST-DUE > K-ECL-STAGE2-DPD
               MOVE 2                      TO WS-STAGE
               MOVE "PAST DUE"             TO WS-STAGE-REASON
             WHEN WS-RESTR-COUNT >= K-ECL-STAGE2-RESTRUCTURES
               MOVE 2                      TO WS-STAGE
               MOVE "RESTRUCTURED"         TO WS-STAGE-REASON
             WHEN WS-POOR-COUNT >= K-RISK-HOLD-POOR-COUNT
               MOVE 2                      TO WS-STAGE
               MOVE "RISK SCORE"           TO WS-STAGE-REASON
             WHEN OTHER
               MOVE 1                      TO WS-STAGE
               MOVE "PERFORMING"           TO WS-STAGE-REASON
           END-EVALUATE

           EVALUATE WS-STAGE
             WHEN 1
               MOVE K-ECL-LOSS-RATE-STAGE1 TO WS-LOSS-RATE
             WHEN 2
               MOVE K-ECL-LOSS-RATE-STAGE2 TO WS-LOSS-RATE
             WHEN OTHER
               MOVE K-ECL-LOSS-RATE-STAGE3 TO WS-LOSS-RATE
           END-EVALUATE

           COMPUTE WS-NET-EXPOSURE =
                   LN-REMAINING-PRINCIPAL - WS-COLL-VALUE
           IF WS-NET-EXPOSURE < 0
             MOVE 0                        TO WS-NET-EXPOSURE
           END-IF
           COMPUTE WS-PROVISION ROUNDED =
                   WS-NET-EXPOSURE * WS-LOSS-RATE / 100

           ADD 1                           TO WS-LOANS-PROVISIONED
           ADD LN-REMAINING-PRINCIPAL      TO WS-TOTAL-EXPOSURE
           ADD WS-PROVISION                TO WS-TOTAL-PROVISION

           PERFORM F-ADD-TO-GROUP
           PERFORM F-WRITE-LOAN-LINE
           .
       F-PROVISION-LOAN-END.
           EXIT.
      ******************************************************************
       F-SUM-COLLATERAL SECTION.
           MOVE 0                          TO WS-COLL-VALUE
           IF FG-COLL-OPEN-N
             EXIT SECTION
           END-IF

           MOVE LOW-VALUES                 TO CL-ID
           START COLLATERAL-FILE KEY IS NOT LESS THAN CL-ID
             INVALID KEY
               SET FG-MORE-COLL-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-COLL-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-COLL-N
             READ COLLATERAL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-COLL-N        TO TRUE
               NOT AT END
                 IF CL-IS-ACTIVE
                 AND CL-LOAN-ID = LN-ID
                   ADD CL-APPRAISED-VALUE  TO WS-COLL-VALUE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-SUM-COLLATERAL-END.
           EXIT.
      ******************************************************************
       F-GET-LOAN-BRANCH SECTION.
      *    A LOAN IS BOOKED AT THE BRANCH ITS ACCOUNT WAS OPENED AT.
      *    ZERO WHEN THE ACCOUNT HAS NO BRANCH SET OR IS GONE.
           MOVE 0                          TO WS-BRANCH-ID
           INITIALIZE ACCDB-INTERFACE
           SET I-ACC-OP-GETITEM            TO TRUE
           MOVE LN-ACCOUNT-ID              TO I-ACC-ACCOUNTID
           SET PGNAME-ACCDB                TO TRUE
           CALL PROGNAME USING ACCDB-INTERFACE

           IF ACCDB-STATUS-OK
             MOVE O-ACC-BRANCHID(1)        TO WS-BRANCH-ID
           END-IF
           .
       F-GET-LOAN-BRANCH-END.
           EXIT.
      ******************************************************************
       F-ADD-TO-GROUP SECTION.
           SET FG-GROUP-FOUND-N            TO TRUE
           PERFORM VARYING IND-G FROM 1 BY 1
                   UNTIL IND-G > WS-GROUP-USED
                      OR FG-GROUP-FOUND-Y
             IF WS-GRP-BRANCH-ID(IND-G) = WS-BRANCH-ID
             AND WS-GRP-PRODUCT(IND-G) = WS-PRODUCT
               SET FG-GROUP-FOUND-Y        TO TRUE
             END-IF
           END-PERFORM

           IF FG-GROUP-FOUND-Y
             SUBTRACT 1                  FROM IND-G
           ELSE
             IF WS-GROUP-USED >= K-MAX-GROUPS
               DISPLAY "BRANCH/PRODUCT TABLE FULL -- LOAN " LN-ID
                       " LEFT OUT OF THE TOTALS"
               EXIT SECTION
             END-IF
             ADD 1                         TO WS-GROUP-USED
             MOVE WS-GROUP-USED            TO IND-G
             INITIALIZE WS-GROUP-ENTRY(IND-G)
             MOVE WS-BRANCH-ID             TO WS-GRP-BRANCH-ID(IND-G)
             MOVE WS-PRODUCT               TO WS-GRP-PRODUCT(IND-G)
           END-IF

           MOVE WS-STAGE                   TO IND-S
           ADD 1                     TO WS-GRP-COUNT(IND-G, IND-S)
           ADD LN-REMAINING-PRINCIPAL
                                     TO WS-GRP-EXPOSURE(IND-G, IND-S)
           ADD WS-PROVISION          TO WS-GRP-STAGE-PROV(IND-G, IND-S)
           ADD WS-PROVISION          TO WS-GRP-PROVISION(IND-G)
           .
       F-ADD-TO-GROUP-END.
           EXIT.
      ******************************************************************
       F-WRITE-LOAN-LINE SECTION.
           MOVE LN-REMAINING-PRINCIPAL     TO WS-AMT-EDITED
           MOVE WS-COLL-VALUE              TO WS-AMT-EDITED2
           MOVE WS-PROVISION               TO WS-AMT-EDITED3
           MOVE WS-DAYS-PAST-DUE           TO WS-DPD-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING LN-ID " | " LN-ACCOUNT-ID "   | " WS-BRANCH-ID
                  " | " WS-PRODUCT " | " WS-DPD-EDITED
                  " | " WS-RESTR-COUNT "   | " WS-POOR-COUNT
                  "    | " WS-STAGE "  | " WS-STAGE-REASON
                  " | " WS-AMT-EDITED " | " WS-AMT-EDITED2
                  " | " WS-AMT-EDITED3
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-LOAN-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-GROUP-TOTALS SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----- PROVISION BY BRANCH AND PRODUCT -----"
                                           TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-G FROM 1 BY 1
                   UNTIL IND-G > WS-GROUP-USED
             MOVE WS-GRP-PROVISION(IND-G)  TO WS-AMT-EDITED
             MOVE SPACES                   TO REPORT-LINE
             STRING "BRANCH " WS-GRP-BRANCH-ID(IND-G)
                    " " WS-GRP-PRODUCT(IND-G)
                    " TOTAL PROVISION " FUNCTION TRIM(WS-AMT-EDITED)
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
             WRITE REPORT-LINE

             PERFORM VARYING IND-S FROM 1 BY 1 UNTIL IND-S > 3
               MOVE WS-GRP-EXPOSURE(IND-G, IND-S)   TO WS-AMT-EDITED
               MOVE WS-GRP-STAGE-PROV(IND-G, IND-S) TO WS-AMT-EDITED2
               MOVE SPACES                 TO REPORT-LINE
               STRING "  STAGE " IND-S
                      "  LOANS " WS-GRP-COUNT(IND-G, IND-S)
                      "  EXPOSURE " WS-AMT-EDITED
                      "  PROVISION " WS-AMT-EDITED2
                 DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
             END-PERFORM
           END-PERFORM
           .
       F-WRITE-GROUP-TOTALS-END.
           EXIT.
      ******************************************************************
       F-POST-MOVEMENTS SECTION.
      *    COMPARE EACH BRANCH/PRODUCT TOTAL WITH THE LAST RUN'S AND
      *    QUEUE THE DIFFERENCE FOR GLEXPORT. A GROUP ON THE BASELINE
      *    THAT HAS NO LOANS LEFT THIS RUN RELEASES ITS WHOLE
      *    PROVISION.
           OPEN I-O BASELINE-FILE
           IF WS-BASELINE-STATUS = "35"
             OPEN OUTPUT BASELINE-FILE
             CLOSE BASELINE-FILE
             OPEN I-O BASELINE-FILE
           END-IF
           OPEN I-O MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = "35"
             OPEN OUTPUT MOVEMENT-FILE
             CLOSE MOVEMENT-FILE
             OPEN I-O MOVEMENT-FILE
           END-IF
           PERFORM F-NEXT-MOVEMENT-ID

           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "----- PROVISION MOVEMENT SINCE LAST RUN -----"
                                           TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING IND-G FROM 1 BY 1
                   UNTIL IND-G > WS-GROUP-USED
             MOVE WS-GRP-BRANCH-ID(IND-G)  TO EB-BRANCH-ID
             MOVE WS-GRP-PRODUCT(IND-G)    TO EB-PRODUCT
             READ BASELINE-FILE
               INVALID KEY
                 MOVE 0                    TO WS-PRIOR-PROVISION
                 MOVE WS-GRP-PROVISION(IND-G) TO EB-PROVISION
                 MOVE WS-TODAY-RAW         TO EB-RUN-DATE
                 WRITE ECL-BASELINE-RECORD
               NOT INVALID KEY
                 MOVE EB-PROVISION         TO WS-PRIOR-PROVISION
                 MOVE WS-GRP-PROVISION(IND-G) TO EB-PROVISION
                 MOVE WS-TODAY-RAW         TO EB-RUN-DATE
                 REWRITE ECL-BASELINE-RECORD
             END-READ
             PERFORM F-WRITE-MOVEMENT
           END-PERFORM

           MOVE LOW-VALUES                 TO EB-KEY
           START BASELINE-FILE KEY IS NOT LESS THAN EB-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ BASELINE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 PERFORM F-RELEASE-EMPTY-GROUP
             END-READ
           END-PERFORM

           CLOSE BASELINE-FILE
           CLOSE MOVEMENT-FILE
           .
       F-POST-MOVEMENTS-END.
           EXIT.
      ******************************************************************
       F-RELEASE-EMPTY-GROUP SECTION.
           IF EB-PROVISION = 0
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-G FROM 1 BY 1
                   UNTIL IND-G > WS-GROUP-USED
             IF WS-GRP-BRANCH-ID(IND-G) = EB-BRANCH-ID
             AND WS-GRP-PRODUCT(IND-G) = EB-PRODUCT
               EXIT SECTION
             END-IF
           END-PERFORM

           MOVE EB-PROVISION               TO WS-PRIOR-PROVISION
           MOVE 0                          TO EB-PROVISION
           MOVE WS-TODAY-RAW               TO EB-RUN-DATE
           REWRITE ECL-BASELINE-RECORD
      *    F-WRITE-MOVEMENT TAKES THE GROUP FROM THE BASELINE ROW
      *    WHEN IND-G IS PAST THE TABLE.
           PERFORM F-WRITE-MOVEMENT
           .
       F-RELEASE-EMPTY-GROUP-END.
           EXIT.
      ******************************************************************
       F-WRITE-MOVEMENT SECTION.
      *    THE BASELINE ROW HOLDS THE GROUP KEY AND THE NEW PROVISION,
      *    WS-PRIOR-PROVISION THE OLD ONE.
           COMPUTE WS-MOVEMENT = EB-PROVISION - WS-PRIOR-PROVISION
           IF WS-MOVEMENT = 0
             EXIT SECTION
           END-IF

           INITIALIZE ECL-MOVEMENT-RECORD
           MOVE WS-NEXT-EM-ID              TO EM-ID
           MOVE WS-TODAY-RAW               TO EM-RUN-DATE
           MOVE EB-BRANCH-ID               TO EM-BRANCH-ID
           MOVE EB-PRODUCT                 TO EM-PRODUCT
           MOVE WS-PRIOR-PROVISION         TO EM-PRIOR-PROVISION
           MOVE EB-PROVISION               TO EM-NEW-PROVISION
           MOVE WS-MOVEMENT                TO EM-MOVEMENT
           WRITE ECL-MOVEMENT-RECORD
             INVALID KEY
               DISPLAY "PROVISION MOVEMENT NOT WRITTEN, STATUS "
                       WS-MOVEMENT-STATUS
               EXIT SECTION
           END-WRITE
           ADD 1                           TO WS-NEXT-EM-ID
           ADD 1                           TO WS-MOVEMENTS-WRITTEN
           ADD WS-MOVEMENT                 TO WS-TOTAL-MOVEMENT

           MOVE WS-PRIOR-PROVISION         TO WS-AMT-EDITED
           MOVE EB-PROVISION               TO WS-AMT-EDITED2
           MOVE WS-MOVEMENT                TO WS-MOVE-EDITED
           MOVE SPACES                     TO REPORT-LINE
           STRING "BRANCH " EB-BRANCH-ID " " EB-PRODUCT
                  " PRIOR " WS-AMT-EDITED
                  " NEW " WS-AMT-EDITED2
                  " MOVEMENT " WS-MOVE-EDITED
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           .
       F-WRITE-MOVEMENT-END.
           EXIT.
      ******************************************************************
       F-NEXT-MOVEMENT-ID SECTION.
      *    HIGHEST EM-ID ON FILE PLUS ONE.
           MOVE 0                          TO WS-NEXT-EM-ID
           MOVE LOW-VALUES                 TO EM-ID
           START MOVEMENT-FILE KEY IS NOT LESS THAN EM-ID
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ MOVEMENT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 IF EM-ID > WS-NEXT-EM-ID
                   MOVE EM-ID              TO WS-NEXT-EM-ID
                 END-IF
             END-READ
           END-PERFORM
           ADD 1                           TO WS-NEXT-EM-ID
           .
       F-NEXT-MOVEMENT-ID-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
