      *  permission layer, ops-run batch, same as DORMCHK/INTBATCH.
      *  Any unclaimed (positive) balance is moved out via the normal
      *  TRANSDB/ACCDB transaction path -- a WITHDRAW debit on the
      *  closed account whose balancing credit TRANSDB posts to the
      *  designated K-ESCHEAT-HOLDING-ACCID internal holding account
      *  in the same unit of work -- and a customer-facing notice
      *  is sent via NOTIFY-INTERFACE (see NOTIFY.cbl),
      *  distinct from the internal ops report below.
      *  Safe deposit boxes go the same way: a box SDBRENT has kept
      *  on its unpaid / orphaned exception list (see
      *  SDBRENTALRECORD) for K-SDB-DRILL-DAYS has its rental
      *  agreement ended and is ordered drilled (SB-IS-DRILL-ORDERED
      *  on SDBOXRECORD), and every customer still on the agreement
      *  is sent a notice. The contents are inventoried when the box
      *  is opened and held for turnover like any unclaimed balance;
      *  SDBOX DRILLED puts the emptied box back into stock.
      *  Writes results to files/reports/ESCHEATED_ACCOUNTS.txt
      ******************************************************************
       ENVIRONMENT                      DIVISION.
           "files/reports/ESCHEATED_ACCOUNTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.

           SELECT SDB-BOX-FILE ASSIGN TO "files/sdboxes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SB-KEY
           FILE STATUS IS WS-SB-FILE-STATUS.

           SELECT SDB-RENTAL-FILE ASSIGN TO "files/sdbrentals.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SR-KEY
           FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SDB-PARTY-FILE ASSIGN TO "files/sdbparties.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  ESCHEAT-OUTPUT.
       01  ESCHEAT-LINE                  PIC X(200).

       FD  SDB-BOX-FILE.
       COPY SDBOXRECORD.

       FD  SDB-RENTAL-FILE.
       COPY SDBRENTALRECORD.

       FD  SDB-PARTY-FILE.
       COPY SDBPARTYRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

         05 K-ESCHEAT-DAYS              PIC 9(05) VALUE 1095.

      *    DESIGNATED HOLDING ACCOUNT UNCLAIMED BALANCES ARE MOVED
      *    INTO ON ESCHEATMENT, PENDING TURNOVER TO THE STATE -- THE
      *    ESCHT INTERNAL ACCOUNT IN INTACCCONFIG, WHICH TRANSDB
      *    OPENS ON ITS FIRST CONTRA POSTING.
         05 K-ESCHEAT-HOLDING-ACCID     PIC 9(09) VALUE 999999998.

      *    A SAFE DEPOSIT BOX ON SDBRENT'S UNPAID / ORPHANED LIST FOR
      *    THIS MANY DAYS IS ORDERED DRILLED.
         05 K-SDB-DRILL-DAYS            PIC 9(05) VALUE 365.

      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         05 WS-ACC-PAGE-NUMBER          PIC 9(05) VALUE 1.
         05 WS-ACCOUNTS-CHECKED         PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-ESCHEATED       PIC 9(07) VALUE 0.
         05 WS-SB-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-SP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-BOXES-DRILLED            PIC 9(07) VALUE 0.
         05 WS-REPORT-ROWS              PIC 9(07) VALUE 0.
         05 WS-LAST-ACTIVITY-DATE       PIC 9(08).
         05 WS-LAST-ACTIVITY-DAYS       PIC S9(08).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-LAST-SERIAL              PIC S9(08).
         05 WS-DAYS-SINCE               PIC S9(08).
         05 WS-DAYS-EDITED              PIC ZZZZZZZ9.
         05 WS-ESCHEAT-AMOUNT           PIC S9(10)V99.
         05 WS-ESCHEAT-AMOUNT-EDITED    PIC ZZZZZZZZZ9.99.
         05 WS-NEW-SRC-BALANCE          PIC S9(10)V99.
         05 WS-TIME-RAW                 PIC 9(08).
         05 WS-TIME REDEFINES WS-TIME-RAW.
           10 WS-TIME-HH                PIC X(02).
         05 FG-HAS-ACTIVITY             PIC X VALUE 'N'.
           88 FG-HAS-ACTIVITY-Y         VALUE 'Y'.
           88 FG-HAS-ACTIVITY-N         VALUE 'N'.
         05 FG-MORE-RENTALS             PIC X VALUE 'Y'.
           88 FG-MORE-RENTALS-Y         VALUE 'Y'.
           88 FG-MORE-RENTALS-N         VALUE 'N'.
         05 FG-MORE-PARTIES             PIC X VALUE 'Y'.
           88 FG-MORE-PARTIES-Y         VALUE 'Y'.
           88 FG-MORE-PARTIES-N         VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-RUN-BATCH
           PERFORM F-RUN-SDB-DRILLS
           PERFORM F-FINISH
           .
       MAIN-END.
             INTO ESCHEAT-LINE
           END-STRING
           WRITE ESCHEAT-LINE
           MOVE SPACES                    TO ESCHEAT-LINE
           STRING "Total boxes ordered drilled: " WS-BOXES-DRILLED
                                          DELIMITED BY SIZE
             INTO ESCHEAT-LINE
           END-STRING
           WRITE ESCHEAT-LINE
           CLOSE ESCHEAT-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE "files/reports/ESCHEATED_ACCOUNTS.txt"
                                          TO U-RPTREG-PATH
           COMPUTE WS-REPORT-ROWS =
                   WS-ACCOUNTS-ESCHEATED + WS-BOXES-DRILLED
           MOVE WS-REPORT-ROWS             TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
             "ACCOUNTS CHECKED: ",
             FUNCTION TRIM(WS-ACCOUNTS-CHECKED),
             " | ESCHEATED: ",
             FUNCTION TRIM(WS-ACCOUNTS-ESCHEATED),
             " | BOXES DRILLED: ",
             FUNCTION TRIM(WS-BOXES-DRILLED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
             EXIT SECTION
           END-IF

      *    UNCLAIMED FUNDS (A POSITIVE REMAINING BALANCE) HAVE MOVED
      *    TO THE HOLDING ACCOUNT WITH THE DEBIT ABOVE, AND THE
      *    ACCOUNT HOLDER GETS A CUSTOMER-FACING NOTICE -- A ZERO OR
      *    ALREADY-OVERDRAWN BALANCE HAS NOTHING TO ESCHEAT.
           IF WS-ESCHEAT-AMOUNT > 0
             PERFORM F-SEND-ESCHEAT-NOTICE
           END-IF

           MOVE WS-TIMESTAMP                TO I-TRANS-TIMESTAMP
           MOVE "ESCHEATMENT -- UNCLAIMED FUNDS TRANSFERRED OUT"
                                             TO I-TRANS-MEMO
           MOVE K-ESCHEAT-HOLDING-ACCID     TO I-TRANS-CONTRA-ACCID
           SET PGNAME-TRANSDB               TO TRUE
           CALL PROGNAME USING TRANSDB-INTERFACE
           .
       F-DEBIT-SOURCE-FOR-ESCHEAT-END.
           EXIT.
      ******************************************************************
       F-SEND-ESCHEAT-NOTICE SECTION.
      *    CUSTOMER-FACING NOTICE (NOT THE INTERNAL OPS REPORT ABOVE)
           .
       F-SEND-ESCHEAT-NOTICE-END.
           EXIT.
      ******************************************************************
       F-RUN-SDB-DRILLS SECTION.
      *    NO RENTAL FILE MEANS NO BOX HAS EVER BEEN RENTED.
           OPEN I-O SDB-RENTAL-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           OPEN I-O SDB-BOX-FILE
           OPEN INPUT SDB-PARTY-FILE

           MOVE SPACES                      TO ESCHEAT-LINE
           WRITE ESCHEAT-LINE
           MOVE "===== SAFE DEPOSIT BOXES ORDERED DRILLED ====="
                                            TO ESCHEAT-LINE
           WRITE ESCHEAT-LINE

           MOVE 0                           TO SR-BRANCH-ID
           MOVE 0                           TO SR-BOX-NO
           MOVE 0                           TO SR-SEQ
           START SDB-RENTAL-FILE KEY IS NOT LESS THAN SR-KEY
             INVALID KEY
               SET FG-MORE-RENTALS-N        TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RENTALS-Y        TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-RENTALS-N
             READ SDB-RENTAL-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RENTALS-N      TO TRUE
               NOT AT END
                 IF SR-IS-ACTIVE AND NOT SR-NO-EXCEPTION
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-SERIAL -
                     FUNCTION INTEGER-OF-DATE(SR-EXCEPTION-DATE)
                   IF WS-DAYS-SINCE >= K-SDB-DRILL-DAYS
                     PERFORM F-ORDER-DRILL
                   END-IF
                 END-IF
             END-READ
           END-PERFORM

           CLOSE SDB-RENTAL-FILE
           IF WS-SB-FILE-STATUS = "00"
             CLOSE SDB-BOX-FILE
           END-IF
           IF WS-SP-FILE-STATUS = "00"
             CLOSE SDB-PARTY-FILE
           END-IF
           .
       F-RUN-SDB-DRILLS-END.
           EXIT.
      ******************************************************************
       F-ORDER-DRILL SECTION.
      *    THE AGREEMENT ENDS HERE (ENDED BY 00000, THIS JOB) AND THE
      *    BOX WAITS FOR THE DRILLING; NOBODY IS LET IN MEANWHILE.
           SET SR-IS-DRILLED                TO TRUE
           MOVE WS-TODAY-RAW                TO SR-ENDED-DATE
           MOVE 0                           TO SR-ENDED-BY
           REWRITE SDB-RENTAL-RECORD

           IF WS-SB-FILE-STATUS = "00"
             MOVE SR-BRANCH-ID              TO SB-BRANCH-ID
             MOVE SR-BOX-NO                 TO SB-BOX-NO
             READ SDB-BOX-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 SET SB-IS-DRILL-ORDERED    TO TRUE
                 MOVE WS-TODAY-RAW          TO SB-UPDATED-DATE
                 MOVE 0                     TO SB-UPDATED-BY
                 REWRITE SDB-BOX-RECORD
             END-READ
           END-IF

           PERFORM F-SEND-DRILL-NOTICES
           ADD 1                            TO WS-BOXES-DRILLED

           MOVE WS-DAYS-SINCE               TO WS-DAYS-EDITED
           MOVE SPACES                      TO ESCHEAT-LINE
           IF SR-EXC-UNPAID
             STRING
               "Box " SR-BOX-NO " at branch " SR-BRANCH-ID
                                                  DELIMITED BY SIZE
               " (account " SR-ACCOUNT-ID         DELIMITED BY SIZE
               ") -- drill ordered, rent unpaid for "
               FUNCTION TRIM(WS-DAYS-EDITED)      DELIMITED BY SIZE
               " days"                            DELIMITED BY SIZE
               INTO ESCHEAT-LINE
             END-STRING
           ELSE
             STRING
               "Box " SR-BOX-NO " at branch " SR-BRANCH-ID
                                                  DELIMITED BY SIZE
               " (account " SR-ACCOUNT-ID         DELIMITED BY SIZE
               ") -- drill ordered, no living renter for "
               FUNCTION TRIM(WS-DAYS-EDITED)      DELIMITED BY SIZE
               " days"                            DELIMITED BY SIZE
               INTO ESCHEAT-LINE
             END-STRING
           END-IF
           WRITE ESCHEAT-LINE
           .
       F-ORDER-DRILL-END.
           EXIT.
      ******************************************************************
       F-SEND-DRILL-NOTICES SECTION.
      *    EVERY CUSTOMER STILL ON THE AGREEMENT -- NOTIFY ITSELF
      *    SUPPRESSES THE NOTICE FOR ONE MARKED DECEASED.
           IF WS-SP-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           MOVE SR-BRANCH-ID                TO SP-BRANCH-ID
           MOVE SR-BOX-NO                   TO SP-BOX-NO
           MOVE SR-SEQ                      TO SP-RENTAL-SEQ
           MOVE 0                           TO SP-CUSTOMERID
           START SDB-PARTY-FILE KEY IS NOT LESS THAN SP-KEY
             INVALID KEY
               SET FG-MORE-PARTIES-N        TO TRUE
             NOT INVALID KEY
               SET FG-MORE-PARTIES-Y        TO TRUE
           END-START
           PERFORM UNTIL FG-MORE-PARTIES-N
             READ SDB-PARTY-FILE NEXT RECORD
               AT END
                 SET FG-MORE-PARTIES-N      TO TRUE
               NOT AT END
                 IF SP-BRANCH-ID NOT = SR-BRANCH-ID
                   OR SP-BOX-NO NOT = SR-BOX-NO
                   OR SP-RENTAL-SEQ NOT = SR-SEQ
                   SET FG-MORE-PARTIES-N    TO TRUE
                 ELSE
                   IF SP-IS-ACTIVE
                     INITIALIZE NOTIFY-INTERFACE
                     MOVE SP-CUSTOMERID     TO I-NOTIFY-CUSTID
                     MOVE "SDBOX"           TO I-NOTIFY-ENTITY
                     MOVE SR-BOX-NO         TO I-NOTIFY-ENTITY-ID
                     MOVE "SDBDRILL"        TO I-NOTIFY-EVENT
                     MOVE 0                 TO I-NOTIFY-AMOUNT
                     SET PGNAME-NOTIFY      TO TRUE
                     CALL PROGNAME USING NOTIFY-INTERFACE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-SEND-DRILL-NOTICES-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
