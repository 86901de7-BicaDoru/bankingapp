      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      TAXINDICIA.
      ******************************************************************
      *  Foreign tax residency indicia check. Run nightly after
      *  ACHBATCH (see NIGHTRUN), or standalone with no arguments.
      *  Looks for evidence that a customer may be tax resident
      *  abroad:
      *    - an address naming a foreign country (TAXRESCONFIG's
      *      country-name list, matched as whole words) -- the CUSTDB
      *      address and every current postal/residential row on
      *      files/custcontact.dat (see CONTACT)
      *    - money received from a foreign originator IBAN, as logged
      *      by ACHBATCH on files/inwardorigin.dat
      *  and weighs it against the customer's tax residency row
      *  (files/taxresidency.dat, see TAXRESMAINT). Evidence is
      *  explained when the country is one of the customer's
      *  certified residence countries, or when the customer signed
      *  a self-certification on or after the date of the evidence
      *  (the address row's valid-from date or the payment date; the
      *  undated CUSTDB address counts as older than any
      *  certification). Anything else opens an indicium on the row
      *  -- one open indicium per customer is enough to ask for a
      *  certification, so a second country waits until the first
      *  is answered. Writes files/reports/TAX_INDICIA_<yyyymmdd>.txt
      *  with the indicia opened tonight followed by every customer
      *  still awaiting a self-certification, and registers it on
      *  REPORTREG.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT TAXRES-FILE ASSIGN TO "files/taxresidency.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TR-CUSTOMERID
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT CUST-CONTACT-FILE ASSIGN TO "files/custcontact.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CN-KEY
           FILE STATUS IS WS-CN-FILE-STATUS.

           SELECT INWARD-ORIGIN-FILE ASSIGN TO "files/inwardorigin.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IO-FILE-STATUS.

           SELECT REPORT-OUTPUT ASSIGN TO DYNAMIC WS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  TAXRES-FILE.
       COPY TAXRESRECORD.

       FD  CUST-CONTACT-FILE.
       COPY CONTACTRECORD.

       FD  INWARD-ORIGIN-FILE.
       COPY INWARDORIGINRECORD.

       FD  REPORT-OUTPUT.
       01  REPORT-LINE                   PIC X(200).
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "TAXINDICIA          ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-BUSDATE              VALUE "BUSDATE             ".

       01 CONSTANTS.
      *    SHARED GETLIST PAGE SIZE -- MUST MATCH THE *DB.cbl SIDE OR
      *    THE "IS THIS THE LAST PAGE" CHECK BELOW NEVER FIRES.
         COPY PAGINGCONFIG.
         COPY TAXRESCONFIG.

       01 INTERNAL-VARS.
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-TR-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-CN-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-IO-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-CUST-PAGE-NUMBER         PIC 9(05).
         05 WS-CUR-CUSTOMERID           PIC 9(09).

      *    ONE PIECE OF EVIDENCE, AS HANDED TO F-RAISE-INDICIUM.
         05 WS-IND-CUSTOMERID           PIC 9(09).
         05 WS-IND-COUNTRY              PIC X(02).
         05 WS-IND-SOURCE               PIC X(01).
         05 WS-IND-EVIDENCE-DATE        PIC 9(08).
         05 WS-IND-DETAIL               PIC X(60).

      *    ADDRESS TEXT BEING SCANNED, UPPER-CASED AND FRAMED IN
      *    SPACES SO A COUNTRY NAME ONLY MATCHES AS A WHOLE WORD.
         05 WS-SCAN-TEXT                PIC X(60).
         05 WS-ADDR-SCAN                PIC X(64).
         05 WS-NAME-KEY                 PIC X(22).
         05 WS-NAME-KEY-LEN             PIC 9(02).
         05 WS-HIT-COUNT                PIC 9(03).

         05 WS-EVIDENCE-SEEN            PIC 9(07) VALUE 0.
         05 WS-EVIDENCE-EXPLAINED       PIC 9(07) VALUE 0.
         05 WS-INDICIA-OPENED           PIC 9(07) VALUE 0.
         05 WS-INDICIA-OUTSTANDING      PIC 9(07) VALUE 0.

       01 FLAGS.
         05 FG-MORE-CUST-PAGES          PIC X VALUE 'Y'.
           88 FG-MORE-CUST-PAGES-Y      VALUE 'Y'.
           88 FG-MORE-CUST-PAGES-N      VALUE 'N'.
         05 FG-MORE-ROWS                PIC X VALUE 'Y'.
           88 FG-MORE-ROWS-Y            VALUE 'Y'.
           88 FG-MORE-ROWS-N            VALUE 'N'.
         05 FG-ROW-FOUND                PIC X VALUE 'N'.
           88 FG-ROW-FOUND-Y            VALUE 'Y'.
           88 FG-ROW-FOUND-N            VALUE 'N'.
         05 FG-EXPLAINED                PIC X VALUE 'N'.
           88 FG-EXPLAINED-Y            VALUE 'Y'.
           88 FG-EXPLAINED-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(03).
         05 IND-2                       PIC 9(02).
         05 IND-3                       PIC 9(01).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY CUSTINTERFACE.
       COPY BUSDATEINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY LOGGERINTERFACE.
       COPY RUNLOGINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           PERFORM F-INIT
           PERFORM F-CHECK-ADDRESSES
           PERFORM F-CHECK-INWARD-PAYMENTS
           PERFORM F-LIST-OUTSTANDING
           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "TAX RESIDENCY INDICIA CHECK STARTING"
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
           ELSE
             ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           END-IF

           OPEN I-O TAXRES-FILE
           IF WS-TR-FILE-STATUS = "35"
             OPEN OUTPUT TAXRES-FILE
             CLOSE TAXRES-FILE
             OPEN I-O TAXRES-FILE
           END-IF

      *    NO CONTACT FILE YET JUST MEANS NO CONTACT ROWS TO SCAN.
           OPEN INPUT CUST-CONTACT-FILE

           STRING "files/reports/TAX_INDICIA_" DELIMITED BY SIZE
                  WS-TODAY-RAW                 DELIMITED BY SIZE
                  ".txt"                       DELIMITED BY SIZE
             INTO WS-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-OUTPUT
           STRING "===== FOREIGN TAX RESIDENCY INDICIA "
                  WS-TODAY-RAW " ====="
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "INDICIA OPENED IN THIS RUN" TO REPORT-LINE
           WRITE REPORT-LINE
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           MOVE SPACES                    TO REPORT-LINE
           WRITE REPORT-LINE
           STRING "EVIDENCE CHECKED: " WS-EVIDENCE-SEEN
                  "  EXPLAINED BY CERTIFICATION: "
                  WS-EVIDENCE-EXPLAINED
                  "  INDICIA OPENED: " WS-INDICIA-OPENED
                  "  AWAITING SELF-CERTIFICATION: "
                  WS-INDICIA-OUTSTANDING
             DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           WRITE REPORT-LINE
           CLOSE REPORT-OUTPUT

           IF WS-CN-FILE-STATUS = "00"
             CLOSE CUST-CONTACT-FILE
           END-IF
           CLOSE TAXRES-FILE

      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO AN EMPTY RUN IS VISIBLE TOO.
           MOVE PGM-ID                    TO U-RPTREG-JOBNAME
           MOVE WS-TODAY-RAW              TO U-RPTREG-BUSDATE
           MOVE WS-FILENAME               TO U-RPTREG-PATH
           MOVE WS-INDICIA-OUTSTANDING    TO U-RPTREG-ROW-COUNT
           PERFORM UT-REPORTREG-REGISTER

           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           STRING "INDICIA OPENED: "
                  FUNCTION TRIM(WS-INDICIA-OPENED)
                  " | OUTSTANDING: "
                  FUNCTION TRIM(WS-INDICIA-OUTSTANDING)
             DELIMITED BY SIZE
             INTO U-LOG-LINE
           END-STRING
           PERFORM UT-LOG-MODULE-FINISH
           MOVE PGM-ID                    TO U-RUNLOG-JOBNAME
           PERFORM UT-RUNLOG-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-CHECK-ADDRESSES SECTION.
           SET FG-MORE-CUST-PAGES-Y        TO TRUE
           MOVE 1                          TO WS-CUST-PAGE-NUMBER

           PERFORM UNTIL FG-MORE-CUST-PAGES-N
             INITIALIZE CUSTDB-INTERFACE
             SET I-CUST-OP-GET-LIST        TO TRUE
             MOVE WS-CUST-PAGE-NUMBER      TO I-CUST-PAGE-NUMBER
             SET PGNAME-CUSTDB             TO TRUE
             CALL PROGNAME USING CUSTDB-INTERFACE

             IF NOT CUST-STATUS-OK
               MOVE 0                      TO O-CUST-COUNT
             END-IF

             IF O-CUST-COUNT = 0
               SET FG-MORE-CUST-PAGES-N    TO TRUE
             ELSE
               PERFORM VARYING IND-1 FROM 1 BY 1
                       UNTIL IND-1 > O-CUST-COUNT
                 MOVE O-CUST-ID(IND-1)     TO WS-CUR-CUSTOMERID
      *          THE CUSTDB ADDRESS CARRIES NO DATE OF ITS OWN.
                 MOVE O-CUST-ADDRESS(IND-1) TO WS-SCAN-TEXT
                 MOVE 0                    TO WS-IND-EVIDENCE-DATE
                 PERFORM F-SCAN-ADDRESS
                 IF WS-CN-FILE-STATUS = "00"
                   PERFORM F-SCAN-CONTACT-ROWS
                 END-IF
               END-PERFORM
               IF O-CUST-COUNT < K-PAGE-SIZE
                 SET FG-MORE-CUST-PAGES-N  TO TRUE
               ELSE
                 ADD 1                     TO WS-CUST-PAGE-NUMBER
               END-IF
             END-IF
           END-PERFORM
           .
       F-CHECK-ADDRESSES-END.
           EXIT.
      ******************************************************************
       F-SCAN-CONTACT-ROWS SECTION.
      *    EVERY CURRENT POSTAL/RESIDENTIAL ROW; SEQUENCE 00000 IS THE
      *    CONTROL ROW, SO THE WALK STARTS AT 00001.
           MOVE WS-CUR-CUSTOMERID          TO CN-CUSTOMERID
           MOVE 1                          TO CN-SEQ
           START CUST-CONTACT-FILE KEY IS NOT LESS THAN CN-KEY
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ CUST-CONTACT-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF CN-CUSTOMERID NOT = WS-CUR-CUSTOMERID
                   SET FG-MORE-ROWS-N      TO TRUE
                 ELSE
                   IF CN-TYPE-ADDRESS AND CN-VALID-TO = 0
                     MOVE CN-VALUE         TO WS-SCAN-TEXT
                     MOVE CN-VALID-FROM    TO WS-IND-EVIDENCE-DATE
                     PERFORM F-SCAN-ADDRESS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           .
       F-SCAN-CONTACT-ROWS-END.
           EXIT.
      ******************************************************************
       F-SCAN-ADDRESS SECTION.
           IF WS-SCAN-TEXT = SPACES
             EXIT SECTION
           END-IF

           MOVE SPACES                     TO WS-ADDR-SCAN
           MOVE FUNCTION UPPER-CASE(WS-SCAN-TEXT)
                                           TO WS-ADDR-SCAN(2:60)
           INSPECT WS-ADDR-SCAN REPLACING ALL "," BY " "
                                          ALL "." BY " "
                                          ALL "/" BY " "
                                          ALL "-" BY " "

           PERFORM VARYING IND-2 FROM 1 BY 1
                   UNTIL IND-2 > K-TAX-NAME-COUNT
             IF K-TAX-NAME-COUNTRY(IND-2) NOT = K-TAX-HOME-COUNTRY
               MOVE SPACES                 TO WS-NAME-KEY
               MOVE K-TAX-NAME(IND-2)(1:K-TAX-NAME-LEN(IND-2))
                                           TO WS-NAME-KEY(2:)
               COMPUTE WS-NAME-KEY-LEN = K-TAX-NAME-LEN(IND-2) + 2
               MOVE 0                      TO WS-HIT-COUNT
               INSPECT WS-ADDR-SCAN TALLYING WS-HIT-COUNT
                       FOR ALL WS-NAME-KEY(1:WS-NAME-KEY-LEN)
               IF WS-HIT-COUNT > 0
                 MOVE WS-CUR-CUSTOMERID    TO WS-IND-CUSTOMERID
                 MOVE K-TAX-NAME-COUNTRY(IND-2) TO WS-IND-COUNTRY
                 MOVE "A"                  TO WS-IND-SOURCE
                 MOVE WS-SCAN-TEXT         TO WS-IND-DETAIL
                 PERFORM F-RAISE-INDICIUM
               END-IF
             END-IF
           END-PERFORM
           .
       F-SCAN-ADDRESS-END.
           EXIT.
      ******************************************************************
       F-CHECK-INWARD-PAYMENTS SECTION.
           OPEN INPUT INWARD-ORIGIN-FILE
           IF WS-IO-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-MORE-ROWS-Y              TO TRUE
           PERFORM UNTIL FG-MORE-ROWS-N
             READ INWARD-ORIGIN-FILE
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 MOVE IO-CUSTOMER-ID       TO WS-IND-CUSTOMERID
                 MOVE IO-COUNTRY           TO WS-IND-COUNTRY
                 MOVE "W"                  TO WS-IND-SOURCE
                 MOVE IO-POST-DATE         TO WS-IND-EVIDENCE-DATE
                 MOVE SPACES               TO WS-IND-DETAIL
                 STRING "FROM " IO-ORIG-IBAN " REF " IO-REFERENCE
                   DELIMITED BY SIZE INTO WS-IND-DETAIL
                 END-STRING
                 PERFORM F-RAISE-INDICIUM
             END-READ
           END-PERFORM
           CLOSE INWARD-ORIGIN-FILE
           .
       F-CHECK-INWARD-PAYMENTS-END.
           EXIT.
      ******************************************************************
       F-RAISE-INDICIUM SECTION.
           IF WS-IND-COUNTRY = K-TAX-HOME-COUNTRY
           OR WS-IND-COUNTRY = SPACES
             EXIT SECTION
           END-IF
           ADD 1                           TO WS-EVIDENCE-SEEN

           MOVE WS-IND-CUSTOMERID          TO TR-CUSTOMERID
           READ TAXRES-FILE
             INVALID KEY
               SET FG-ROW-FOUND-N          TO TRUE
               INITIALIZE TAX-RESIDENCY-RECORD
               MOVE WS-IND-CUSTOMERID      TO TR-CUSTOMERID
               MOVE 0                      TO TR-SELFCERT-DATE
               MOVE "N"                    TO TR-US-PERSON
               MOVE 0                      TO TR-COUNTRY-COUNT
               SET TR-INDICIA-NONE         TO TRUE
             NOT INVALID KEY
               SET FG-ROW-FOUND-Y          TO TRUE
           END-READ

           SET FG-EXPLAINED-N              TO TRUE
           PERFORM VARYING IND-3 FROM 1 BY 1
                   UNTIL IND-3 > TR-COUNTRY-COUNT
             IF TR-COUNTRY(IND-3) = WS-IND-COUNTRY
               SET FG-EXPLAINED-Y          TO TRUE
             END-IF
           END-PERFORM
           IF TR-SELFCERT-DATE > 0
           AND WS-IND-EVIDENCE-DATE <= TR-SELFCERT-DATE
             SET FG-EXPLAINED-Y            TO TRUE
           END-IF

           IF FG-EXPLAINED-Y
             ADD 1                         TO WS-EVIDENCE-EXPLAINED
             EXIT SECTION
           END-IF
           IF TR-INDICIA-OPEN
             EXIT SECTION
           END-IF

           SET TR-INDICIA-OPEN             TO TRUE
           MOVE WS-IND-COUNTRY             TO TR-INDICIA-COUNTRY
           MOVE WS-IND-SOURCE              TO TR-INDICIA-SOURCE
           MOVE WS-TODAY-RAW               TO TR-INDICIA-DATE
           MOVE WS-TODAY-RAW               TO TR-UPDATED-DATE
           IF FG-ROW-FOUND-Y
             REWRITE TAX-RESIDENCY-RECORD
           ELSE
             WRITE TAX-RESIDENCY-RECORD
           END-IF
           ADD 1                           TO WS-INDICIA-OPENED

           MOVE SPACES                     TO REPORT-LINE
           IF WS-IND-SOURCE = "A"
             STRING "  CUSTOMER " WS-IND-CUSTOMERID
                    "  COUNTRY " WS-IND-COUNTRY
                    "  ADDRESS  " WS-IND-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
           ELSE
             STRING "  CUSTOMER " WS-IND-CUSTOMERID
                    "  COUNTRY " WS-IND-COUNTRY
                    "  PAYMENT  " WS-IND-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE
             END-STRING
           END-IF
           WRITE REPORT-LINE
           .
       F-RAISE-INDICIUM-END.
           EXIT.
      ******************************************************************
       F-LIST-OUTSTANDING SECTION.
           MOVE SPACES                     TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AWAITING SELF-CERTIFICATION" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE LOW-VALUES                 TO TR-CUSTOMERID
           START TAXRES-FILE KEY IS NOT LESS THAN TR-CUSTOMERID
             INVALID KEY
               SET FG-MORE-ROWS-N          TO TRUE
             NOT INVALID KEY
               SET FG-MORE-ROWS-Y          TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-ROWS-N
             READ TAXRES-FILE NEXT RECORD
               AT END
                 SET FG-MORE-ROWS-N        TO TRUE
               NOT AT END
                 IF TR-INDICIA-OPEN
                   ADD 1                   TO WS-INDICIA-OUTSTANDING
                   MOVE SPACES             TO REPORT-LINE
                   STRING "  CUSTOMER " TR-CUSTOMERID
                          "  COUNTRY " TR-INDICIA-COUNTRY
                          "  SOURCE " TR-INDICIA-SOURCE
                          "  OPENED " TR-INDICIA-DATE
                          "  LAST SELF-CERT " TR-SELFCERT-DATE
                     DELIMITED BY SIZE INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
                 END-IF
             END-READ
           END-PERFORM
           .
       F-LIST-OUTSTANDING-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
       COPY RUNLOGUTILSECTIONS.
       COPY REPORTREGUTILSECTIONS.
