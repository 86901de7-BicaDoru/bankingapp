      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      LETTERRUN.
      ******************************************************************
      *  Targeted customer letter run. Run standalone:
      *     LETTERRUN RATE2026 00001 PRODUCT=SAV CURRENCY=EUR
      *     LETTERRUN TERMS26  00001 BRANCH=003 MINBAL=10000
      *     LETTERRUN LOANFIX  00001 LOAN=ACTIVE OPTIN=LOANNEWS
      *     LETTERRUN RATE2026 00001 PRODUCT=SAV PREVIEW=Y
      *  Writes the template (see LETTERMAINT) to every customer the
      *  criteria select, one letter per customer, merged with their
      *  customer and account fields. Criteria, all optional and all
      *  of them applying together:
      *     PRODUCT=CUR|SAV|...  an open account of that product
      *     BRANCH=nnn           ... held at that branch
      *     CURRENCY=ccc         ... in that currency
      *     MINBAL=n  MAXBAL=n   ... with a balance in that band
      *     LOAN=ACTIVE|DELINQ|PAIDOFF|CHGOFF|NONE   the customer's
      *                          loans (files/loans.dat); DELINQ is an
      *                          active loan past its due date, the
      *                          same test as LOANDELINQ; NONE is no
      *                          active loan
      *     OPTIN=<event>        not suppressed for that NOTIFYPREF
      *                          event (no row counts as opted in,
      *                          as it does for NOTIFY)
      *     PREVIEW=Y            list who would get it, write nothing
      *  The first open account meeting the account criteria is the
      *  one merged; with no account criteria it is the customer's
      *  first open account. Merge fields in the template: &CUSTID&
      *  &NAME& &ADDRESS& &ACCOUNT& &IBAN& &PRODUCT& &CURRENCY&
      *  &BALANCE& &BRANCH& &DATE&.
      *  A customer whose post is marked returned (see CONTACT and
      *  MAILHOLD) is skipped, not written to. Each letter goes to
      *  files/reports/LETTER_<code>_<custid>_<yyyymmdd>.txt and is
      *  recorded against the customer on files/custletters.dat
      *  (LETTERMAINT HISTORY shows it); a customer already sent the
      *  same template today is skipped, so a rerun only fills gaps.
      *  Everything selected, sent and skipped is listed on
      *  files/reports/LETTER_RUN_<code>_<yyyymmdd>.txt. Admin only.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT LETTER-TEMPLATE-FILE ASSIGN TO "files/lettertmpl.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LT-KEY
           FILE STATUS IS WS-LT-FILE-STATUS.

           SELECT LETTER-LOG-FILE ASSIGN TO "files/custletters.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LG-KEY
           FILE STATUS IS WS-LG-FILE-STATUS.

           SELECT CUST-CONTACT-FILE ASSIGN TO "files/custcontact.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT LOANS-FILE ASSIGN TO "files/loans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LN-ID
           FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT NOTIFYPREF-FILE ASSIGN TO "files/notifyprefs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NP-KEY
           FILE STATUS IS WS-NP-FILE-STATUS.

           SELECT LETTER-OUTPUT ASSIGN TO DYNAMIC WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT RUN-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  LETTER-TEMPLATE-FILE.
       COPY LETTERTMPLRECORD.

       FD  LETTER-LOG-FILE.
       COPY LETTERLOGRECORD.

       FD  CUST-CONTACT-FILE.
       COPY CONTACTRECORD.

       FD  LOANS-FILE.
       COPY LOANRECORD.

       FD  NOTIFYPREF-FILE.
       COPY NOTIFYPREFRECORD.

       FD  LETTER-OUTPUT.
       01  LETTER-LINE                  PIC X(200).

       FD  RUN-OUTPUT.
       01  RUN-LINE                     PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "LETTERRUN           ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-BUSRDB               VALUE "BUSRDB              ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-ACCDB                VALUE "ACCDB               ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE.
         COPY PAGINGCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-CODE                    PIC X(10).
         05 ARG-BUSR                    PIC X(10).
         05 ARG-CRITERION               PIC X(30) OCCURS 8 TIMES.

      *    SELECTION CRITERIA -- SPACES/ZERO FLAGS MEAN "NOT GIVEN".
       01 CRITERIA.
         05 CR-PRODUCT                  PIC X(03) VALUE SPACES.
         05 CR-CURRENCY                 PIC X(03) VALUE SPACES.
         05 CR-BRANCH                   PIC 9(03) VALUE 0.
         05 CR-BRANCH-GIVEN             PIC X VALUE 'N'.
           88 CR-BRANCH-GIVEN-Y         VALUE 'Y'.
         05 CR-MIN-BAL                  PIC S9(10)V99 VALUE 0.
         05 CR-MIN-BAL-GIVEN            PIC X VALUE 'N'.
           88 CR-MIN-BAL-GIVEN-Y        VALUE 'Y'.
         05 CR-MAX-BAL                  PIC S9(10)V99 VALUE 0.
         05 CR-MAX-BAL-GIVEN            PIC X VALUE 'N'.
           88 CR-MAX-BAL-GIVEN-Y        VALUE 'Y'.
         05 CR-LOAN                     PIC X(08) VALUE SPACES.
           88 CR-LOAN-ACTIVE            VALUE "ACTIVE".
           88 CR-LOAN-DELINQ            VALUE "DELINQ".
           88 CR-LOAN-PAIDOFF           VALUE "PAIDOFF".
           88 CR-LOAN-CHGOFF            VALUE "CHGOFF".
           88 CR-LOAN-NONE              VALUE "NONE".
           88 CR-LOAN-VALID             VALUES "ACTIVE" "DELINQ"
                                        "PAIDOFF" "CHGOFF" "NONE".
         05 CR-OPTIN                    PIC X(10) VALUE SPACES.
         05 CR-PREVIEW                  PIC X VALUE 'N'.
           88 CR-PREVIEW-Y              VALUE 'Y'.
         05 CR-KEY                      PIC X(10).
         05 CR-VALUE                    PIC X(20).

       01 INTERNAL-VARS.
         05 WS-LT-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LG-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LOAN-FILE-STATUS         PIC XX VALUE SPACES.
         05 WS-NP-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-LETTER-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-FILENAME                 PIC X(256).
         05 WS-LETTER-FILENAME          PIC X(256).
         05 WS-CODE                     PIC X(08).
         05 WS-TITLE                    PIC X(60).
         05 WS-ACTOR-BUSR-ID            PIC 9(09).
         05 WS-CHECK-ROLE               PIC X(04).
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY-R REDEFINES WS-TODAY-RAW.
           10 WS-TODAY-YYYY             PIC X(04).
           10 WS-TODAY-MM               PIC X(02).
           10 WS-TODAY-DD               PIC X(02).
         05 WS-TODAY-ISO                PIC X(10).
         05 WS-PAGE-NUMBER              PIC 9(05).
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).

      *    THE CUSTOMER BEING LOOKED AT AND THE ACCOUNT MERGED.
         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUR-NAME                 PIC X(50).
         05 WS-CUR-ADDRESS              PIC X(50).
         05 WS-ACC-ACCOUNTID            PIC 9(09).
         05 WS-ACC-IBAN                 PIC X(30).
         05 WS-ACC-PRODUCT              PIC X(03).
         05 WS-ACC-CURRENCY             PIC X(03).
         05 WS-ACC-BALANCE              PIC S9(10)V99.
         05 WS-ACC-BRANCHID             PIC 9(03).

      *    MERGE WORK.
         05 WS-IN-LINE                  PIC X(100).
         05 WS-IN-LEN                   PIC 9(03).
         05 WS-OUT-LINE                 PIC X(200).
         05 WS-OUT-PTR                  PIC 9(03).
         05 WS-TOKEN-END                PIC 9(03).
         05 WS-TOKEN                    PIC X(10).
         05 WS-FIELD-VALUE              PIC X(60).
         05 WS-BAL-EDITED               PIC -ZZZZZZZZZ9.99.

         05 WS-CUSTOMERS-SEEN           PIC 9(07) VALUE 0.
         05 WS-CUSTOMERS-SELECTED       PIC 9(07) VALUE 0.
         05 WS-LETTERS-WRITTEN          PIC 9(07) VALUE 0.
         05 WS-SKIPPED-RETURNED         PIC 9(07) VALUE 0.
         05 WS-SKIPPED-ALREADY          PIC 9(07) VALUE 0.

      *    THE TEMPLATE'S PRINTED LINES, IN ORDER.
       01 TEMPLATE-TABLE.
         05 TPL-COUNT                   PIC 9(03) VALUE 0.
         05 TPL-MAX                     PIC 9(03) VALUE 200.
         05 TPL-LINE                    PIC X(100) OCCURS 200 TIMES.

       01 FLAGS.
         05 FG-RUN-OK                   PIC X VALUE 'Y'.
           88 FG-RUN-OK-Y               VALUE 'Y'.
           88 FG-RUN-OK-N               VALUE 'N'.
         05 FG-MORE-PAGES               PIC X VALUE 'Y'.
           88 FG-MORE-PAGES-Y           VALUE 'Y'.
           88 FG-MORE-PAGES-N           VALUE 'N'.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-Y       VALUE 'Y'.
           88 FG-MORE-ACC-PAGES-N       VALUE 'N'.
         05 FG-MORE-RECORDS             PIC X VALUE 'Y'.
           88 FG-MORE-RECORDS-Y         VALUE 'Y'.
           88 FG-MORE-RECORDS-N         VALUE 'N'.
         05 FG-SELECTED                 PIC X VALUE 'N'.
           88 FG-SELECTED-Y             VALUE 'Y'.
           88 FG-SELECTED-N             VALUE 'N'.
         05 FG-ACC-FOUND                PIC X VALUE 'N'.
           88 FG-ACC-FOUND-Y            VALUE 'Y'.
           88 FG-ACC-FOUND-N            VALUE 'N'.
         05 FG-ACC-CRITERIA             PIC X VALUE 'N'.
           88 FG-ACC-CRITERIA-Y         VALUE 'Y'.
           88 FG-ACC-CRITERIA-N         VALUE 'N'.
         05 FG-ACC-MATCH                PIC X VALUE 'N'.
           88 FG-ACC-MATCH-Y            VALUE 'Y'.
           88 FG-ACC-MATCH-N            VALUE 'N'.
         05 FG-CONTACT-OPEN             PIC X VALUE 'N'.
           88 FG-CONTACT-OPEN-Y         VALUE 'Y'.
         05 FG-LOANS-OPEN               PIC X VALUE 'N'.
           88 FG-LOANS-OPEN-Y           VALUE 'Y'.
         05 FG-PREFS-OPEN               PIC X VALUE 'N'.
           88 FG-PREFS-OPEN-Y           VALUE 'Y'.
         05 FG-HAS-ACTIVE-LOAN          PIC X VALUE 'N'.
           88 FG-HAS-ACTIVE-LOAN-Y      VALUE 'Y'.
         05 FG-HAS-DELINQ-LOAN          PIC X VALUE 'N'.
           88 FG-HAS-DELINQ-LOAN-Y      VALUE 'Y'.
         05 FG-HAS-PAIDOFF-LOAN         PIC X VALUE 'N'.
           88 FG-HAS-PAIDOFF-LOAN-Y     VALUE 'Y'.
         05 FG-HAS-CHGOFF-LOAN          PIC X VALUE 'N'.
           88 FG-HAS-CHGOFF-LOAN-Y      VALUE 'Y'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(03).
         05 IND-C                       PIC 9(03).
         05 IND-D                       PIC 9(03).
         05 IND-T                       PIC 9(03).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY BUSRINTERFACE.
       COPY CUSTINTERFACE.
       COPY ACCINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT
           PERFORM F-PARSE-COMMAND
           IF FG-RUN-OK-Y
             PERFORM F-LOAD-TEMPLATE
           END-IF
           IF FG-RUN-OK-Y
             PERFORM F-OPEN-FILES
             PERFORM F-RUN-SELECTION
             PERFORM F-CLOSE-FILES
           END-IF
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "CUSTOMER LETTER RUN STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-START

           ACCEPT WS-TODAY-RAW            FROM DATE YYYYMMDD
           MOVE SPACES                    TO WS-TODAY-ISO
           STRING WS-TODAY-YYYY "-" WS-TODAY-MM "-" WS-TODAY-DD
             DELIMITED BY SIZE INTO WS-TODAY-ISO
           END-STRING
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING
             "SELECTED: ",
             FUNCTION TRIM(WS-CUSTOMERS-SELECTED),
             " | LETTERS: ",
             FUNCTION TRIM(WS-LETTERS-WRITTEN),
             " | RETURNED MAIL: ",
             FUNCTION TRIM(WS-SKIPPED-RETURNED)
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-PARSE-COMMAND SECTION.
           MOVE SPACES                     TO ARG-CODE ARG-BUSR
           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 8
             MOVE SPACES                   TO ARG-CRITERION(IND-1)
           END-PERFORM
           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-CODE, ARG-BUSR,
                  ARG-CRITERION(1), ARG-CRITERION(2),
                  ARG-CRITERION(3), ARG-CRITERION(4),
                  ARG-CRITERION(5), ARG-CRITERION(6),
                  ARG-CRITERION(7), ARG-CRITERION(8)
           END-UNSTRING

           IF ARG-CODE = SPACES
           OR FUNCTION TEST-NUMVAL(ARG-BUSR) NOT = 0
             DISPLAY "USAGE: LETTERRUN <template> <admin-busr-id> "
                     "[PRODUCT=] [BRANCH=] [CURRENCY=] [MINBAL=] "
                     "[MAXBAL=] [LOAN=] [OPTIN=] [PREVIEW=Y]"
             SET FG-RUN-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(ARG-CODE) TO WS-CODE
           MOVE FUNCTION NUMVAL(ARG-BUSR)  TO WS-ACTOR-BUSR-ID

           MOVE WS-ACTOR-BUSR-ID           TO I-BUSR-ID
           PERFORM F-GET-ROLE
           IF WS-CHECK-ROLE NOT = "BaAd"
             DISPLAY "ONLY AN ADMIN MAY RUN A CUSTOMER LETTER"
             SET FG-RUN-OK-N               TO TRUE
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > 8 OR FG-RUN-OK-N
             IF ARG-CRITERION(IND-1) NOT = SPACES
               PERFORM F-PARSE-CRITERION
             END-IF
           END-PERFORM
           .
       F-PARSE-COMMAND-END.
           EXIT.
      ******************************************************************
       F-PARSE-CRITERION SECTION.
           MOVE SPACES                     TO CR-KEY CR-VALUE
           UNSTRING ARG-CRITERION(IND-1) DELIMITED BY "="
             INTO CR-KEY, CR-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(CR-KEY) TO CR-KEY
           MOVE FUNCTION UPPER-CASE(CR-VALUE) TO CR-VALUE

           IF CR-VALUE = SPACES
             DISPLAY "CRITERION " FUNCTION TRIM(ARG-CRITERION(IND-1))
                     " HAS NO VALUE"
             SET FG-RUN-OK-N               TO TRUE
             EXIT SECTION
           END-IF

           EVALUATE CR-KEY
             WHEN "PRODUCT"
               MOVE CR-VALUE               TO CR-PRODUCT
               SET FG-ACC-CRITERIA-Y       TO TRUE
             WHEN "CURRENCY"
               MOVE CR-VALUE               TO CR-CURRENCY
               SET FG-ACC-CRITERIA-Y       TO TRUE
             WHEN "BRANCH"
               IF FUNCTION TEST-NUMVAL(CR-VALUE) NOT = 0
                 DISPLAY "BRANCH MUST BE A BRANCH NUMBER"
                 SET FG-RUN-OK-N           TO TRUE
               ELSE
                 MOVE FUNCTION NUMVAL(CR-VALUE) TO CR-BRANCH
                 SET CR-BRANCH-GIVEN-Y     TO TRUE
                 SET FG-ACC-CRITERIA-Y     TO TRUE
               END-IF
             WHEN "MINBAL"
               IF FUNCTION TEST-NUMVAL(CR-VALUE) NOT = 0
                 DISPLAY "MINBAL MUST BE AN AMOUNT"
                 SET FG-RUN-OK-N           TO TRUE
               ELSE
                 COMPUTE CR-MIN-BAL = FUNCTION NUMVAL(CR-VALUE)
                 SET CR-MIN-BAL-GIVEN-Y    TO TRUE
                 SET FG-ACC-CRITERIA-Y     TO TRUE
               END-IF
             WHEN "MAXBAL"
               IF FUNCTION TEST-NUMVAL(CR-VALUE) NOT = 0
                 DISPLAY "MAXBAL MUST BE AN AMOUNT"
                 SET FG-RUN-OK-N           TO TRUE
               ELSE
                 COMPUTE CR-MAX-BAL = FUNCTION NUMVAL(CR-VALUE)
                 SET CR-MAX-BAL-GIVEN-Y    TO TRUE
                 SET FG-ACC-CRITERIA-Y     TO TRUE
               END-IF
             WHEN "LOAN"
               MOVE CR-VALUE               TO CR-LOAN
               IF NOT CR-LOAN-VALID
                 DISPLAY "LOAN MUST BE ACTIVE, DELINQ, PAIDOFF, "
                         "CHGOFF OR NONE"
                 SET FG-RUN-OK-N           TO TRUE
               END-IF
             WHEN "OPTIN"
               MOVE CR-VALUE               TO CR-OPTIN
             WHEN "PREVIEW"
               IF CR-VALUE(1:1) = "Y"
                 SET CR-PREVIEW-Y          TO TRUE
               END-IF
             WHEN OTHER
               DISPLAY "UNKNOWN CRITERION " FUNCTION TRIM(CR-KEY)
               SET FG-RUN-OK-N             TO TRUE
           END-EVALUATE
           .
       F-PARSE-CRITERION-END.
           EXIT.
      ******************************************************************
       F-LOAD-TEMPLATE SECTION.
           OPEN INPUT LETTER-TEMPLATE-FILE
           IF WS-LT-FILE-STATUS NOT = "00"
             DISPLAY "NO LETTER TEMPLATES ON FILE -- SEE LETTERMAINT"
             SET FG-RUN-OK-N               TO TRUE
             EXIT SECTION
           END-IF

           MOVE SPACES                     TO WS-TITLE
           MOVE WS-CODE                    TO LT-CODE
           MOVE 0                          TO LT-LINE-NO
           START LETTER-TEMPLATE-FILE KEY IS NOT LESS THAN LT-KEY
             INVALID KEY
               SET FG-MORE-RECORDS-N       TO TRUE
             NOT INVALID KEY
               SET FG-MORE-RECORDS-Y       TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-RECORDS-N
             READ LETTER-TEMPLATE-FILE NEXT RECORD
               AT END
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT AT END
                 EVALUATE TRUE
                   WHEN LT-CODE NOT = WS-CODE
                     SET FG-MORE-RECORDS-N TO TRUE
                   WHEN LT-LINE-NO = 0
                     MOVE LT-TEXT          TO WS-TITLE
                   WHEN TPL-COUNT < TPL-MAX
                     ADD 1                 TO TPL-COUNT
                     MOVE LT-TEXT          TO TPL-LINE(TPL-COUNT)
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE LETTER-TEMPLATE-FILE

           IF TPL-COUNT = 0
             DISPLAY "TEMPLATE " FUNCTION TRIM(WS-CODE)
                     " HAS NO LINES TO PRINT"
             SET FG-RUN-OK-N               TO TRUE
             EXIT SECTION
           END-IF
           IF WS-TITLE = SPACES
             MOVE WS-CODE                  TO WS-TITLE
           END-IF
           .
       F-LOAD-TEMPLATE-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILES SECTION.
           OPEN I-O LETTER-LOG-FILE
           IF WS-LG-FILE-STATUS = "35"
             OPEN OUTPUT LETTER-LOG-FILE
             CLOSE LETTER-LOG-FILE
             OPEN I-O LETTER-LOG-FILE
           END-IF

      *    NO CONTACT FILE -- NOBODY'S POST HAS EVER BEEN RETURNED.
           OPEN INPUT CUST-CONTACT-FILE
           IF WS-CN-FILE-STATUS = "00"
             SET FG-CONTACT-OPEN-Y         TO TRUE
           END-IF
           IF CR-LOAN NOT = SPACES
             OPEN INPUT LOANS-FILE
             IF WS-LOAN-FILE-STATUS = "00"
               SET FG-LOANS-OPEN-Y         TO TRUE
             END-IF
           END-IF
           IF CR-OPTIN NOT = SPACES
             OPEN INPUT NOTIFYPREF-FILE
             IF WS-NP-FILE-STATUS = "00"
               SET FG-PREFS-OPEN-Y         TO TRUE
             END-IF
           END-IF

           MOVE SPACES                     TO WS-FILENAME
           STRING "files/reports/LETTER_RUN_" DELIMITED BY SIZE
                  WS-CODE                  DELIMITED BY SPACE
                  "_"                      DELIMITED BY SIZE
                  WS-TODAY-RAW             DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING
           OPEN OUTPUT RUN-OUTPUT

           MOVE SPACES                     TO RUN-LINE
           STRING "===== CUSTOMER LETTER RUN " WS-CODE " "
                  WS-TODAY-ISO " ====="
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           MOVE SPACES                     TO RUN-LINE
           STRING "TITLE: " WS-TITLE
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           MOVE SPACES                     TO RUN-LINE
           STRING "CRITERIA: " ARG-COMMAND-STRING(1:150)
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           IF CR-PREVIEW-Y
             MOVE "*** PREVIEW -- NO LETTERS WRITTEN OR RECORDED"
                                           TO RUN-LINE
             WRITE RUN-LINE
           END-IF
           MOVE SPACES                     TO RUN-LINE
           WRITE RUN-LINE
           .
       F-OPEN-FILES-END.
           EXIT.
      ******************************************************************
       F-CLOSE-FILES SECTION.
           MOVE SPACES                     TO RUN-LINE
           WRITE RUN-LINE
           STRING "CUSTOMERS SEEN     : " WS-CUSTOMERS-SEEN
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           STRING "SELECTED           : " WS-CUSTOMERS-SELECTED
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           STRING "LETTERS WRITTEN    : " WS-LETTERS-WRITTEN
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           STRING "SKIPPED, RETURNED  : " WS-SKIPPED-RETURNED
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           STRING "SKIPPED, SENT TODAY: " WS-SKIPPED-ALREADY
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           CLOSE RUN-OUTPUT

           CLOSE LETTER-LOG-FILE
           IF FG-CONTACT-OPEN-Y
             CLOSE CUST-CONTACT-FILE
           END-IF
           IF FG-LOANS-OPEN-Y
             CLOSE LOANS-FILE
           END-IF
           IF FG-PREFS-OPEN-Y
             CLOSE NOTIFYPREF-FILE
           END-IF

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
      *    EMPTY RUN IS VISIBLE.
           MOVE WS-TODAY-RAW               TO U-RPTREG-BUSDATE
           MOVE PGM-ID                     TO U-RPTREG-JOBNAME
           MOVE WS-FILENAME                TO U-RPTREG-PATH
           MOVE WS-CUSTOMERS-SELECTED      TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           DISPLAY WS-CUSTOMERS-SELECTED " SELECTED, "
                   WS-LETTERS-WRITTEN " LETTERS WRITTEN, "
                   WS-SKIPPED-RETURNED " RETURNED MAIL, "
                   WS-SKIPPED-ALREADY " ALREADY SENT TODAY -- SEE "
                   FUNCTION TRIM(WS-FILENAME)
           .
       F-CLOSE-FILES-END.
           EXIT.
      ******************************************************************
       F-RUN-SELECTION SECTION.
           SET FG-MORE-PAGES-Y             TO TRUE
           MOVE 1                          TO WS-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-PAGES-N
             INITIALIZE CUSTDB-INTERFACE
             SET I-CUST-OP-GET-LIST        TO TRUE
             MOVE WS-PAGE-NUMBER           TO I-CUST-PAGE-NUMBER
             SET PGNAME-CUSTDB             TO TRUE
             CALL PROGNAME USING CUSTDB-INTERFACE

             IF NOT CUST-STATUS-OK
               MOVE 0                      TO O-CUST-COUNT
             END-IF

             IF O-CUST-COUNT = 0
               SET FG-MORE-PAGES-N         TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-CUST-COUNT
                 PERFORM F-CONSIDER-CUSTOMER
               END-PERFORM
               IF O-CUST-COUNT < K-PAGE-SIZE
                 SET FG-MORE-PAGES-N       TO TRUE
               ELSE
                 ADD 1                     TO WS-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-RUN-SELECTION-END.
           EXIT.
      ******************************************************************
       F-CONSIDER-CUSTOMER SECTION.
           ADD 1                           TO WS-CUSTOMERS-SEEN
           MOVE O-CUST-ID(IND-1)           TO WS-CUR-CUSTOMERID
           MOVE O-CUST-USERNAME(IND-1)     TO WS-CUR-NAME
           MOVE O-CUST-ADDRESS(IND-1)      TO WS-CUR-ADDRESS

           PERFORM F-FIND-ACCOUNT
           IF FG-ACC-CRITERIA-Y AND FG-ACC-FOUND-N
             EXIT SECTION
           END-IF
           IF CR-LOAN NOT = SPACES
             PERFORM F-CHECK-LOANS
             IF FG-SELECTED-N
               EXIT SECTION
             END-IF
           END-IF
           IF CR-OPTIN NOT = SPACES AND FG-PREFS-OPEN-Y
             MOVE WS-CUR-CUSTOMERID        TO NP-CUSTOMERID
             MOVE CR-OPTIN                 TO NP-EVENT
             READ NOTIFYPREF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF NP-IS-SUPPRESSED
                   EXIT SECTION
                 END-IF
             END-READ
           END-IF

           ADD 1                           TO WS-CUSTOMERS-SELECTED

      *    RETURNED POST -- NOTHING IS WRITTEN, NOT EVEN HELD.
           IF FG-CONTACT-OPEN-Y
             MOVE WS-CUR-CUSTOMERID        TO CN-CUSTOMERID
             MOVE 0                        TO CN-SEQ
             READ CUST-CONTACT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF CN-MAIL-RETURNED
                   ADD 1                   TO WS-SKIPPED-RETURNED
                   MOVE "SKIPPED -- POST RETURNED" TO WS-FIELD-VALUE
                   PERFORM F-WRITE-RUN-LINE
                   EXIT SECTION
                 END-IF
             END-READ
           END-IF

           MOVE WS-CUR-CUSTOMERID          TO LG-CUSTOMERID
           MOVE WS-TODAY-RAW               TO LG-SENT-DATE
           MOVE WS-CODE                    TO LG-TEMPLATE
           READ LETTER-LOG-FILE
             NOT INVALID KEY
               ADD 1                       TO WS-SKIPPED-ALREADY
               MOVE "SKIPPED -- ALREADY SENT TODAY" TO WS-FIELD-VALUE
               PERFORM F-WRITE-RUN-LINE
               EXIT SECTION
           END-READ

           IF CR-PREVIEW-Y
             MOVE "WOULD BE SENT"          TO WS-FIELD-VALUE
             PERFORM F-WRITE-RUN-LINE
             EXIT SECTION
           END-IF

           PERFORM F-WRITE-LETTER
           .
       F-CONSIDER-CUSTOMER-END.
           EXIT.
      ******************************************************************
       F-FIND-ACCOUNT SECTION.
      *    FIRST OPEN ACCOUNT OF THE CUSTOMER THAT MEETS EVERY ACCOUNT
      *    CRITERION GIVEN (ANY OPEN ACCOUNT WHEN NONE IS GIVEN).
           SET FG-ACC-FOUND-N              TO TRUE
           MOVE 0                          TO WS-ACC-ACCOUNTID
                                              WS-ACC-BALANCE
                                              WS-ACC-BRANCHID
           MOVE SPACES                     TO WS-ACC-IBAN
                                              WS-ACC-PRODUCT
                                              WS-ACC-CURRENCY
           SET FG-MORE-ACC-PAGES-Y         TO TRUE
           MOVE 1                          TO WS-ACC-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-ACC-PAGES-N OR FG-ACC-FOUND-Y
             INITIALIZE ACCDB-INTERFACE
             SET I-ACC-OP-GETLIST          TO TRUE
             MOVE WS-CUR-CUSTOMERID        TO I-ACC-CUSTOMERID
             MOVE WS-ACC-PAGE-NUMBER       TO I-ACC-PAGE-NUMBER
             SET PGNAME-ACCDB              TO TRUE
             CALL PROGNAME USING ACCDB-INTERFACE
             IF NOT ACCDB-STATUS-OK
               MOVE 0                      TO O-ACC-COUNT
             END-IF

             PERFORM VARYING IND-2 FROM 1 BY 1
                     UNTIL IND-2 > O-ACC-COUNT OR FG-ACC-FOUND-Y
               PERFORM F-MATCH-ACCOUNT
               IF FG-ACC-MATCH-Y
                 SET FG-ACC-FOUND-Y        TO TRUE
                 MOVE O-ACC-ACCOUNTID(IND-2)  TO WS-ACC-ACCOUNTID
                 MOVE O-ACC-IBAN(IND-2)       TO WS-ACC-IBAN
                 MOVE O-ACC-PRODUCT-TYPE(IND-2) TO WS-ACC-PRODUCT
                 MOVE O-ACC-CURRENCY(IND-2)   TO WS-ACC-CURRENCY
                 MOVE O-ACC-BALANCE(IND-2)    TO WS-ACC-BALANCE
                 MOVE O-ACC-BRANCHID(IND-2)   TO WS-ACC-BRANCHID
               END-IF
             END-PERFORM

             IF O-ACC-COUNT < K-PAGE-SIZE
               SET FG-MORE-ACC-PAGES-N     TO TRUE
             ELSE
               ADD 1                       TO WS-ACC-PAGE-NUMBER
             END-IF
           END-PERFORM
           .
       F-FIND-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-MATCH-ACCOUNT SECTION.
           SET FG-ACC-MATCH-N              TO TRUE
           IF O-ACC-STATUS(IND-2) = "C"
             EXIT SECTION
           END-IF
      *    AN OLD ROW WITH NO PRODUCT IS A SAVINGS ACCOUNT (SEE
      *    I-ACC-PROD-SAVINGS).
           IF CR-PRODUCT NOT = SPACES
             IF O-ACC-PRODUCT-TYPE(IND-2) = SPACES
               IF CR-PRODUCT NOT = "SAV"
                 EXIT SECTION
               END-IF
             ELSE
               IF O-ACC-PRODUCT-TYPE(IND-2) NOT = CR-PRODUCT
                 EXIT SECTION
               END-IF
             END-IF
           END-IF
           IF CR-CURRENCY NOT = SPACES
           AND O-ACC-CURRENCY(IND-2)(1:3) NOT = CR-CURRENCY
             EXIT SECTION
           END-IF
           IF CR-BRANCH-GIVEN-Y
           AND O-ACC-BRANCHID(IND-2) NOT = CR-BRANCH
             EXIT SECTION
           END-IF
           IF CR-MIN-BAL-GIVEN-Y
           AND O-ACC-BALANCE(IND-2) < CR-MIN-BAL
             EXIT SECTION
           END-IF
           IF CR-MAX-BAL-GIVEN-Y
           AND O-ACC-BALANCE(IND-2) > CR-MAX-BAL
             EXIT SECTION
           END-IF
           SET FG-ACC-MATCH-Y              TO TRUE
           .
       F-MATCH-ACCOUNT-END.
           EXIT.
      ******************************************************************
       F-CHECK-LOANS SECTION.
      *    WHAT LOANS THE CUSTOMER HAS, THEN WHETHER THAT MEETS LOAN=.
           SET FG-SELECTED-N               TO TRUE
           MOVE 'N'                        TO FG-HAS-ACTIVE-LOAN
                                              FG-HAS-DELINQ-LOAN
                                              FG-HAS-PAIDOFF-LOAN
                                              FG-HAS-CHGOFF-LOAN
           IF FG-LOANS-OPEN-Y
             MOVE LOW-VALUES               TO LN-ID
             START LOANS-FILE KEY IS NOT LESS THAN LN-ID
               INVALID KEY
                 SET FG-MORE-RECORDS-N     TO TRUE
               NOT INVALID KEY
                 SET FG-MORE-RECORDS-Y     TO TRUE
             END-START
             PERFORM UNTIL FG-MORE-RECORDS-N
               READ LOANS-FILE NEXT RECORD
                 AT END
                   SET FG-MORE-RECORDS-N   TO TRUE
                 NOT AT END
                   IF LN-CUSTOMER-ID = WS-CUR-CUSTOMERID
                     EVALUATE TRUE
                       WHEN LN-IS-ACTIVE
                         SET FG-HAS-ACTIVE-LOAN-Y TO TRUE
                         IF LN-NEXT-DUE-DATE < WS-TODAY-RAW
                           SET FG-HAS-DELINQ-LOAN-Y TO TRUE
                         END-IF
                       WHEN LN-IS-PAID-OFF
                         SET FG-HAS-PAIDOFF-LOAN-Y TO TRUE
                       WHEN LN-IS-CHARGED-OFF
                         SET FG-HAS-CHGOFF-LOAN-Y TO TRUE
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
           END-IF

           EVALUATE TRUE
             WHEN CR-LOAN-ACTIVE AND FG-HAS-ACTIVE-LOAN-Y
             WHEN CR-LOAN-DELINQ AND FG-HAS-DELINQ-LOAN-Y
             WHEN CR-LOAN-PAIDOFF AND FG-HAS-PAIDOFF-LOAN-Y
             WHEN CR-LOAN-CHGOFF AND FG-HAS-CHGOFF-LOAN-Y
             WHEN CR-LOAN-NONE AND NOT FG-HAS-ACTIVE-LOAN-Y
               SET FG-SELECTED-Y           TO TRUE
           END-EVALUATE
           .
       F-CHECK-LOANS-END.
           EXIT.
      ******************************************************************
       F-WRITE-LETTER SECTION.
           MOVE SPACES                     TO WS-LETTER-FILENAME
           STRING "files/reports/LETTER_"  DELIMITED BY SIZE
                  WS-CODE                  DELIMITED BY SPACE
                  "_"                      DELIMITED BY SIZE
                  WS-CUR-CUSTOMERID        DELIMITED BY SIZE
                  "_"                      DELIMITED BY SIZE
                  WS-TODAY-RAW             DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
             INTO WS-LETTER-FILENAME
           END-STRING

           OPEN OUTPUT LETTER-OUTPUT
           IF WS-LETTER-FILE-STATUS NOT = "00"
             MOVE "NOT WRITTEN -- OUTPUT FILE WOULD NOT OPEN"
                                           TO WS-FIELD-VALUE
             PERFORM F-WRITE-RUN-LINE
             EXIT SECTION
           END-IF
           PERFORM VARYING IND-T FROM 1 BY 1 UNTIL IND-T > TPL-COUNT
             PERFORM F-MERGE-LINE
             MOVE WS-OUT-LINE              TO LETTER-LINE
             WRITE LETTER-LINE
           END-PERFORM
           CLOSE LETTER-OUTPUT

           INITIALIZE LETTER-LOG-RECORD
           MOVE WS-CUR-CUSTOMERID          TO LG-CUSTOMERID
           MOVE WS-TODAY-RAW               TO LG-SENT-DATE
           MOVE WS-CODE                    TO LG-TEMPLATE
           MOVE WS-TITLE                   TO LG-TITLE
           MOVE WS-ACC-ACCOUNTID           TO LG-ACCOUNTID
           MOVE WS-LETTER-FILENAME         TO LG-PATH
           MOVE WS-ACTOR-BUSR-ID           TO LG-RUN-BY
           WRITE LETTER-LOG-RECORD

           ADD 1                           TO WS-LETTERS-WRITTEN
           MOVE "SENT"                     TO WS-FIELD-VALUE
           PERFORM F-WRITE-RUN-LINE
           .
       F-WRITE-LETTER-END.
           EXIT.
      ******************************************************************
       F-MERGE-LINE SECTION.
      *    TPL-LINE(IND-T) INTO WS-OUT-LINE, EVERY &FIELD& REPLACED BY
      *    ITS VALUE. AN UNKNOWN OR UNCLOSED &...& IS COPIED AS IT IS.
           MOVE SPACES                     TO WS-OUT-LINE
           MOVE 1                          TO WS-OUT-PTR
           MOVE TPL-LINE(IND-T)            TO WS-IN-LINE

           MOVE 0                          TO WS-IN-LEN
           PERFORM VARYING IND-C FROM 100 BY -1
                   UNTIL IND-C < 1 OR WS-IN-LEN > 0
             IF WS-IN-LINE(IND-C:1) NOT = SPACE
               MOVE IND-C                  TO WS-IN-LEN
             END-IF
           END-PERFORM

           PERFORM VARYING IND-C FROM 1 BY 1 UNTIL IND-C > WS-IN-LEN
             MOVE 0                        TO WS-TOKEN-END
             IF WS-IN-LINE(IND-C:1) = "&"
               PERFORM VARYING IND-D FROM IND-C BY 1
                       UNTIL IND-D >= WS-IN-LEN OR WS-TOKEN-END > 0
                 IF WS-IN-LINE(IND-D + 1:1) = "&"
                   COMPUTE WS-TOKEN-END = IND-D + 1
                 END-IF
               END-PERFORM
             END-IF

             IF WS-TOKEN-END > IND-C + 1
             AND WS-TOKEN-END - IND-C - 1 <= LENGTH OF WS-TOKEN
               MOVE SPACES                 TO WS-TOKEN
               MOVE WS-IN-LINE(IND-C + 1:WS-TOKEN-END - IND-C - 1)
                                           TO WS-TOKEN
               PERFORM F-RESOLVE-FIELD
             ELSE
               MOVE 0                      TO WS-TOKEN-END
             END-IF

             IF WS-TOKEN-END > 0
               IF WS-FIELD-VALUE NOT = SPACES
                 STRING FUNCTION TRIM(WS-FIELD-VALUE)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   ON OVERFLOW CONTINUE
                 END-STRING
               END-IF
               MOVE WS-TOKEN-END           TO IND-C
             ELSE
               STRING WS-IN-LINE(IND-C:1) DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                 ON OVERFLOW CONTINUE
               END-STRING
             END-IF
           END-PERFORM
           .
       F-MERGE-LINE-END.
           EXIT.
      ******************************************************************
       F-RESOLVE-FIELD SECTION.
      *    WS-TOKEN IN, WS-FIELD-VALUE OUT. NOT A MERGE FIELD CLEARS
      *    WS-TOKEN-END SO THE CALLER COPIES THE TEXT UNCHANGED.
           MOVE SPACES                     TO WS-FIELD-VALUE
           EVALUATE WS-TOKEN
             WHEN "CUSTID"
               MOVE WS-CUR-CUSTOMERID      TO WS-FIELD-VALUE
             WHEN "NAME"
               MOVE WS-CUR-NAME            TO WS-FIELD-VALUE
             WHEN "ADDRESS"
               MOVE WS-CUR-ADDRESS         TO WS-FIELD-VALUE
             WHEN "ACCOUNT"
               IF WS-ACC-ACCOUNTID NOT = 0
                 MOVE WS-ACC-ACCOUNTID     TO WS-FIELD-VALUE
               END-IF
             WHEN "IBAN"
               MOVE WS-ACC-IBAN            TO WS-FIELD-VALUE
             WHEN "PRODUCT"
               MOVE WS-ACC-PRODUCT         TO WS-FIELD-VALUE
             WHEN "CURRENCY"
               MOVE WS-ACC-CURRENCY        TO WS-FIELD-VALUE
             WHEN "BALANCE"
               IF WS-ACC-ACCOUNTID NOT = 0
                 MOVE WS-ACC-BALANCE       TO WS-BAL-EDITED
                 MOVE WS-BAL-EDITED        TO WS-FIELD-VALUE
               END-IF
             WHEN "BRANCH"
               IF WS-ACC-ACCOUNTID NOT = 0
                 MOVE WS-ACC-BRANCHID      TO WS-FIELD-VALUE
               END-IF
             WHEN "DATE"
               MOVE WS-TODAY-ISO           TO WS-FIELD-VALUE
             WHEN OTHER
               MOVE 0                      TO WS-TOKEN-END
           END-EVALUATE
           .
       F-RESOLVE-FIELD-END.
           EXIT.
      ******************************************************************
       F-WRITE-RUN-LINE SECTION.
      *    ONE LINE PER SELECTED CUSTOMER; THE OUTCOME IS IN
      *    WS-FIELD-VALUE.
           MOVE SPACES                     TO RUN-LINE
           STRING WS-CUR-CUSTOMERID " " WS-CUR-NAME(1:30)
                  " ACC " WS-ACC-ACCOUNTID " "
                  FUNCTION TRIM(WS-FIELD-VALUE)
             DELIMITED BY SIZE INTO RUN-LINE
           END-STRING
           WRITE RUN-LINE
           .
       F-WRITE-RUN-LINE-END.
           EXIT.
      ******************************************************************
       F-GET-ROLE SECTION.
      *    CALLER LEAVES THE BANK USER IN I-BUSR-ID; THE ROLE COMES
      *    BACK IN WS-CHECK-ROLE (SPACES IF THERE IS NO SUCH USER).
           SET I-BUSR-OP-GETROLE           TO TRUE
           SET PGNAME-BUSRDB               TO TRUE
           CALL PROGNAME USING BUSRDB-INTERFACE

           IF BUSRDB-STATUS-OK
             MOVE O-BUSR-ROLE              TO WS-CHECK-ROLE
           ELSE
             MOVE SPACES                   TO WS-CHECK-ROLE
           END-IF
           .
       F-GET-ROLE-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
