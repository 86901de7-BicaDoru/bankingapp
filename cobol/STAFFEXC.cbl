      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      STAFFEXC.
      ******************************************************************
      *  Monthly staff-account exception report. Run standalone by
      *  compliance after month-end, e.g.:
      *     STAFFEXC
      *     STAFFEXC 202509
      *  With no period given it reports the month before the
      *  business date. Walks files/stafflink.dat (see
      *  STAFFLINKRECORD) for every customer with a staff or
      *  declared-relative link that was in force at any time in
      *  the month, then every account of that customer (ACCDB
      *  GETLIST by customer) and its TRANSDB history for the month,
      *  and lists every posting keyed by a bank user -- any role
      *  other than client. A row keyed by the linked employee
      *  themself is flagged SELF; STAFFCHK should have stopped or
      *  queued it, so each one needs explaining (an approval
      *  decided by someone else still shows the requester, who
      *  is the actor on the posting). Rows keyed by other staff
      *  are listed too -- colleagues serving each other is what
      *  compliance asked to see.
      *  Report: files/reports/STAFF_EXCEPTIONS_<yyyymm>.txt,
      *  registered on REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT STAFF-LINK-FILE ASSIGN TO "files/stafflink.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SK-KEY
           FILE STATUS IS WS-SK-FILE-STATUS.

           SELECT EXCEPTION-OUTPUT ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  STAFF-LINK-FILE.
       COPY STAFFLINKRECORD.

       FD  EXCEPTION-OUTPUT.
       01  EXCEPTION-LINE               PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "STAFFEXC            ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-TRANSDB              VALUE "TRANSDB             ".
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(50).
         05 ARG-TOK1                    PIC X(08).

       01 CONSTANTS.
      *    EVERY *DB.cbl GETLIST OPERATION PAGES AT THIS SIZE.
         COPY PAGINGCONFIG.
         05 K-MAX-LINKS                 PIC 9(02) VALUE 20.
         05 K-MAX-ROLES                 PIC 9(03) VALUE 200.

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-SK-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-REPORT-FILENAME          PIC X(256).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-ISO                PIC X(10).

      *    REPORTING PERIOD AND ITS FIRST/LAST DAY -- A LINK COUNTS IF
      *    IT STARTED BY THE LAST DAY AND HAD NOT ENDED BEFORE THE
      *    FIRST.
         05 WS-PERIOD                   PIC 9(06).
         05 WS-PERIOD-R REDEFINES WS-PERIOD.
           10 WS-PERIOD-YYYY            PIC 9(04).
           10 WS-PERIOD-MM              PIC 9(02).
         05 WS-PERIOD-PREFIX            PIC X(07).
         05 WS-PERIOD-FIRST             PIC 9(08).
         05 WS-PERIOD-LAST              PIC 9(08).

         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-TRANS-PAGE-NUMBER        PIC 9(05).
      *    ACCDB CONTINUATION KEY -- LAST ACCOUNT ID OF THE PAGE
      *    BEFORE (KEYSET PAGING).
         05 WS-ACC-CONT-ID              PIC 9(09) VALUE 0.
      *    TRANSDB CONTINUATION KEY -- EACH PAGE PICKS UP AFTER THE
      *    LAST ROW OF THE ONE BEFORE (KEYSET PAGING).
         05 WS-TRANS-CONT-KEY           PIC X(34) VALUE SPACES.
         05 WS-ACTOR-ROLE               PIC X(04).
           88 WS-ACTOR-ROLE-CLIENT      VALUE "BaCl".
         05 WS-ROW-FLAG                 PIC X(08).

         05 WS-LINKS-READ               PIC 9(07) VALUE 0.
         05 WS-CUSTOMERS-WALKED         PIC 9(07) VALUE 0.
         05 WS-ACCOUNTS-WALKED          PIC 9(07) VALUE 0.
         05 WS-ROWS-LISTED              PIC 9(07) VALUE 0.
         05 WS-ROWS-SELF                PIC 9(07) VALUE 0.
         05 WS-LINKS-SKIPPED            PIC 9(07) VALUE 0.

      *    THE LINKS IN FORCE ON THE CUSTOMER BEING WALKED -- THE
      *    STAFFLINK KEY IS CUSTOMER FIRST, SO THEY ARRIVE TOGETHER.
       01 LINK-TABLE.
         05 LK-COUNT                    PIC 9(02) VALUE 0.
         05 LK-ENTRY OCCURS 20 TIMES.
           10 LK-BUSR-ID                PIC 9(09).
           10 LK-LINK-TYPE              PIC X(01).

      *    BANK USER ROLES ALREADY LOOKED UP ON BUSRDB -- THE SAME
      *    HANDFUL OF TELLERS KEY MOST OF THE ROWS.
       01 ROLE-CACHE.
         05 RC-COUNT                    PIC 9(03) VALUE 0.
         05 RC-ENTRY OCCURS 200 TIMES.
           10 RC-BUSR-ID                PIC 9(09).
           10 RC-ROLE                   PIC X(04).

       01 EDIT-FIELDS.
         05 ED-AMOUNT                   PIC Z(09)9.99.

       01 FLAGS.
         05 FG-MORE-LINKS               PIC X VALUE 'Y'.
           88 FG-MORE-LINKS-Y           VALUE 'Y'.
           88 FG-MORE-LINKS-N           VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-TRANS-PAGES         PIC X VALUE 'Y'.
           88 FG-MORE-TRANS-PAGES-Y     VALUE 'Y'.
           88 FG-MORE-TRANS-PAGES-N     VALUE 'N'.
         05 FG-ROLE-FOUND               PIC X VALUE 'N'.
           88 FG-ROLE-FOUND-Y           VALUE 'Y'.
           88 FG-ROLE-FOUND-N           VALUE 'N'.

       01 INDEXES.
         05 IND-ACC                     PIC 9(03).
         05 IND-TRANS                   PIC 9(03).
         05 IND-LINK                    PIC 9(02).
         05 IND-ROLE                    PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY ACCINTERFACE.
       COPY TRANSINTERFACE.
       COPY BUSRINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-TOK1
           END-UNSTRING

           IF ARG-TOK1 NOT = SPACES
             AND (ARG-TOK1(1:6) IS NOT NUMERIC
                  OR ARG-TOK1(7:) NOT = SPACES
                  OR ARG-TOK1(5:2) < "01" OR ARG-TOK1(5:2) > "12")
             DISPLAY "USAGE: STAFFEXC [<yyyymm>]"
             GO TO MAIN-END
           END-IF

           PERFORM F-INIT
           PERFORM F-WRITE-HEADER
           PERFORM F-WALK-LINKS
           PERFORM F-WRITE-SUMMARY
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "STAFF ACCOUNT EXCEPTION REPORT STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           INITIALIZE BUSDATE-INTERFACE
           SET I-BUSDATE-OP-GET           TO TRUE
           SET PGNAME-BUSDATE             TO TRUE
           CALL PROGNAME USING BUSDATE-INTERFACE
           IF BUSDATE-STATUS-OK
             MOVE O-BUSDATE               TO WS-TODAY-RAW
             MOVE O-BUSDATE-ISO           TO WS-TODAY-ISO
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
             STRING WS-TODAY-RAW(1:4) "-" WS-TODAY-RAW(5:2) "-"
                    WS-TODAY-RAW(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-ISO
             END-STRING
           END-IF

      *    DEFAULT PERIOD IS LAST MONTH -- THE REPORT IS RUN ONCE THE
      *    MONTH IT COVERS IS CLOSED.
           IF ARG-TOK1 = SPACES
             MOVE WS-TODAY-RAW(1:6)       TO WS-PERIOD
             IF WS-PERIOD-MM = 1
               MOVE 12                    TO WS-PERIOD-MM
               SUBTRACT 1               FROM WS-PERIOD-YYYY
             ELSE
               SUBTRACT 1               FROM WS-PERIOD-MM
             END-IF
           ELSE
             MOVE ARG-TOK1(1:6)           TO WS-PERIOD
           END-IF
           COMPUTE WS-PERIOD-FIRST = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-LAST  = WS-PERIOD * 100 + 31
           MOVE SPACES                    TO WS-PERIOD-PREFIX
           STRING WS-PERIOD-YYYY "-" WS-PERIOD-MM
             DELIMITED BY SIZE INTO WS-PERIOD-PREFIX
           END-STRING

           STRING "files/reports/STAFF_EXCEPTIONS_" DELIMITED BY SIZE
                  WS-PERIOD                         DELIMITED BY SIZE
                  ".txt"                            DELIMITED BY SIZE
             INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT EXCEPTION-OUTPUT
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE EXCEPTION-OUTPUT

           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-REPORT-FILENAME        TO U-RPTREG-PATH
           MOVE WS-ROWS-LISTED            TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "PERIOD: ",
             WS-PERIOD,
             " | CUSTOMERS: ",
             FUNCTION TRIM(WS-CUSTOMERS-WALKED),
             " | ROWS: ",
             FUNCTION TRIM(WS-ROWS-LISTED),
             " | SELF: ",
             FUNCTION TRIM(WS-ROWS-SELF)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-WRITE-HEADER SECTION.
           MOVE SPACES                     TO EXCEPTION-LINE
           STRING "STAFF ACCOUNT EXCEPTIONS -- PERIOD "
                  WS-PERIOD-PREFIX
                  "   RUN " WS-TODAY-ISO
             DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE SPACES                     TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES                     TO EXCEPTION-LINE
           STRING "CUSTOMER  ACCOUNT   TRANS ID  TIMESTAMP           "
                  "TYPE                AMOUNT ACTOR     ROLE FLAG"
             DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           .
       F-WRITE-HEADER-END.
           EXIT.
      ******************************************************************
       F-WALK-LINKS SECTION.
           OPEN INPUT STAFF-LINK-FILE
           IF WS-SK-FILE-STATUS NOT = "00"
      *      NO LINKS ON FILE -- AN EMPTY REPORT IS STILL A REPORT.
             EXIT SECTION
           END-IF

           MOVE 0                          TO WS-CUR-CUSTOMERID
           MOVE 0                          TO LK-COUNT
           SET FG-MORE-LINKS-Y             TO TRUE
           PERFORM UNTIL FG-MORE-LINKS-N
             READ STAFF-LINK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-LINKS-N       TO TRUE
               NOT AT END
                 ADD 1                     TO WS-LINKS-READ
                 IF SK-CUSTOMERID NOT = WS-CUR-CUSTOMERID
                   PERFORM F-WALK-CUSTOMER
                   MOVE SK-CUSTOMERID      TO WS-CUR-CUSTOMERID
                   MOVE 0                  TO LK-COUNT
                 END-IF
                 PERFORM F-KEEP-LINK
             END-READ
           END-PERFORM
           PERFORM F-WALK-CUSTOMER

           CLOSE STAFF-LINK-FILE
           .
       F-WALK-LINKS-END.
           EXIT.
      ******************************************************************
       F-KEEP-LINK SECTION.
      *    ONLY A LINK IN FORCE AT SOME POINT IN THE PERIOD.
           IF SK-FROM-DATE > WS-PERIOD-LAST
             EXIT SECTION
           END-IF
           IF SK-IS-ENDED
             AND SK-TO-DATE < WS-PERIOD-FIRST
             EXIT SECTION
           END-IF

           IF LK-COUNT < K-MAX-LINKS
             ADD 1                         TO LK-COUNT
             MOVE SK-BUSR-ID               TO LK-BUSR-ID(LK-COUNT)
             MOVE SK-LINK-TYPE             TO LK-LINK-TYPE(LK-COUNT)
           ELSE
             ADD 1                         TO WS-LINKS-SKIPPED
           END-IF
           .
       F-KEEP-LINK-END.
           EXIT.
      ******************************************************************
       F-WALK-CUSTOMER SECTION.
           IF LK-COUNT = 0
             EXIT SECTION
           END-IF
           ADD 1                           TO WS-CUSTOMERS-WALKED

           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER
           MOVE 0                          TO WS-ACC-CONT-ID

           PERFORM UNTIL FG-MORE-ACC-PAGES-N
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST          TO TRUE
             MOVE WS-CUR-CUSTOMERID        TO I-ACC-CUSTOMERID
             MOVE WS-ACC-PAGE-NUMBER       TO I-ACC-PAGE-NUMBER
             MOVE WS-ACC-CONT-ID           TO I-ACC-CONT-ID
             SET PGNAME-ACCDB              TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE
             MOVE O-ACCDB-CONT-ID          TO WS-ACC-CONT-ID

             IF NOT ACCDB-STATUS-OK
               MOVE 0                      TO O-ACC-COUNT
             END-IF

             IF O-ACC-COUNT = 0
               SET FG-MORE-ACC-PAGES-N     TO TRUE
             ELSE
               PERFORM VARYING IND-ACC FROM 1 BY 1
                       UNTIL IND-ACC > O-ACC-COUNT
                 MOVE O-ACC-ACCOUNTID(IND-ACC) TO WS-CUR-ACCOUNTID
                 PERFORM F-WALK-ACCOUNT
               END-PERFORM
               IF O-ACC-COUNT < K-PAGE-SIZE
                 SET FG-MORE-ACC-PAGES-N   TO TRUE
               ELSE
                 ADD 1                     TO WS-ACC-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-WALK-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-WALK-ACCOUNT SECTION.
      *    THE ACCDB PAGE IS STILL NEEDED BY THE CALLER'S LOOP, SO
      *    EVERYTHING BELOW STAYS OFF ACCDB-INTERFACE.
           ADD 1                           TO WS-ACCOUNTS-WALKED
           SET FG-MORE-TRANS-PAGES-Y       TO TRUE
           MOVE 1                          TO WS-TRANS-PAGE-NUMBER
           MOVE SPACES                     TO WS-TRANS-CONT-KEY

           PERFORM UNTIL FG-MORE-TRANS-PAGES-N
             INITIALIZE TRANSDB-INTERFACE
             SET I-TRANS-OP-GET-LIST       TO TRUE
             MOVE WS-CUR-ACCOUNTID         TO I-TRANS-ACCOUNTID
             MOVE WS-TRANS-PAGE-NUMBER     TO I-TRANS-PAGE-NUMBER
             MOVE WS-TRANS-CONT-KEY        TO I-TRANS-CONT-KEY
             SET PGNAME-TRANSDB            TO TRUE
             CALL PROGNAME USING TRANSDB-INTERFACE
             MOVE O-TRANSDB-CONT-KEY       TO WS-TRANS-CONT-KEY

             IF NOT TRANSDB-STATUS-OK
               MOVE 0                      TO O-TRANSDB-COUNT
             END-IF

             IF O-TRANSDB-COUNT = 0
               SET FG-MORE-TRANS-PAGES-N   TO TRUE
             ELSE
               PERFORM VARYING IND-TRANS FROM 1 BY 1
                       UNTIL IND-TRANS > O-TRANSDB-COUNT
                 IF O-TRANS-TIMESTAMP(IND-TRANS)(1:7)
                                           = WS-PERIOD-PREFIX
                   AND O-TRANS-ACTOR-BUSR-ID(IND-TRANS) > 0
                   PERFORM F-CHECK-ROW
                 END-IF
               END-PERFORM
               IF O-TRANSDB-COUNT < K-PAGE-SIZE
                 SET FG-MORE-TRANS-PAGES-N TO TRUE
               ELSE
                 ADD 1                     TO WS-TRANS-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-WALK-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-CHECK-ROW SECTION.
      *    A CLIENT SERVING THEMSELF ONLINE IS NOT AN EXCEPTION.
           PERFORM F-GET-ACTOR-ROLE
           IF WS-ACTOR-ROLE-CLIENT
             OR WS-ACTOR-ROLE = SPACES
             EXIT SECTION
           END-IF

           MOVE "STAFF"                    TO WS-ROW-FLAG
           PERFORM VARYING IND-LINK FROM 1 BY 1
                   UNTIL IND-LINK > LK-COUNT
             IF LK-BUSR-ID(IND-LINK)
                          = O-TRANS-ACTOR-BUSR-ID(IND-TRANS)
               IF LK-LINK-TYPE(IND-LINK) = "R"
                 MOVE "SELF-REL"           TO WS-ROW-FLAG
               ELSE
                 MOVE "SELF"               TO WS-ROW-FLAG
               END-IF
             END-IF
           END-PERFORM
           IF WS-ROW-FLAG(1:4) = "SELF"
             ADD 1                         TO WS-ROWS-SELF
           END-IF

           MOVE O-TRANS-AMMOUNT(IND-TRANS) TO ED-AMOUNT
           MOVE SPACES                     TO EXCEPTION-LINE
           STRING WS-CUR-CUSTOMERID " "
                  WS-CUR-ACCOUNTID " "
                  O-TRANS-ID(IND-TRANS) " "
                  O-TRANS-TIMESTAMP(IND-TRANS)(1:19) " "
                  O-TRANS-TRANS-TYPE(IND-TRANS) " "
                  ED-AMOUNT " "
                  O-TRANS-ACTOR-BUSR-ID(IND-TRANS) " "
                  WS-ACTOR-ROLE " "
                  WS-ROW-FLAG
             DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           ADD 1                           TO WS-ROWS-LISTED
           .
       F-CHECK-ROW-END.
           EXIT.
      ******************************************************************
       F-GET-ACTOR-ROLE SECTION.
           SET FG-ROLE-FOUND-N             TO TRUE
           PERFORM VARYING IND-ROLE FROM 1 BY 1
                   UNTIL IND-ROLE > RC-COUNT OR FG-ROLE-FOUND-Y
             IF RC-BUSR-ID(IND-ROLE)
                          = O-TRANS-ACTOR-BUSR-ID(IND-TRANS)
               MOVE RC-ROLE(IND-ROLE)      TO WS-ACTOR-ROLE
               SET FG-ROLE-FOUND-Y         TO TRUE
             END-IF
           END-PERFORM
           IF FG-ROLE-FOUND-Y
             EXIT SECTION
           END-IF

           INITIALIZE BUSRDB-INTERFACE
           SET I-BUSR-OP-GETROLE           TO TRUE
           MOVE O-TRANS-ACTOR-BUSR-ID(IND-TRANS) TO I-BUSR-ID
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF BUSRDB-STATUS-OK
             MOVE O-BUSR-ROLE              TO WS-ACTOR-ROLE
           ELSE
      *      A DELETED USER IS STILL WORTH A LOOK -- SHOWN AS "????".
             MOVE "????"                   TO WS-ACTOR-ROLE
           END-IF

           IF RC-COUNT < K-MAX-ROLES
             ADD 1                         TO RC-COUNT
             MOVE O-TRANS-ACTOR-BUSR-ID(IND-TRANS)
                                           TO RC-BUSR-ID(RC-COUNT)
             MOVE WS-ACTOR-ROLE            TO RC-ROLE(RC-COUNT)
           END-IF
           .
       F-GET-ACTOR-ROLE-END.
           EXIT.
      ******************************************************************
       F-WRITE-SUMMARY SECTION.
           MOVE SPACES                     TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "----- SUMMARY -----"      TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES                     TO EXCEPTION-LINE
           STRING "LINKS READ: " WS-LINKS-READ
                  "   CUSTOMERS: " WS-CUSTOMERS-WALKED
                  "   ACCOUNTS: " WS-ACCOUNTS-WALKED
             DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           MOVE SPACES                     TO EXCEPTION-LINE
           STRING "ROWS POSTED BY STAFF: " WS-ROWS-LISTED
                  "   BY THE LINKED EMPLOYEE (SELF): " WS-ROWS-SELF
             DELIMITED BY SIZE INTO EXCEPTION-LINE
           END-STRING
           WRITE EXCEPTION-LINE
           IF WS-LINKS-SKIPPED > 0
             MOVE SPACES                   TO EXCEPTION-LINE
             STRING "*** " WS-LINKS-SKIPPED " LINKS OVER THE "
                    K-MAX-LINKS " PER CUSTOMER LIMIT NOT MATCHED ***"
               DELIMITED BY SIZE INTO EXCEPTION-LINE
             END-STRING
             WRITE EXCEPTION-LINE
           END-IF
           .
       F-WRITE-SUMMARY-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
