      *  to the regulator as-is instead of reformatting the
      *  human-readable report by hand. See the CTR-* records below
      *  for the exact columns.
      *
      *  WALK-IN CONDUCTORS -- a draft, a deposit into someone else's
      *  account or an FX cash deal conducted by a registered walk-in
      *  (files/walkinlink.dat, see WALKIN/WALKINCHK) names that
      *  person under the item: document, nationality, date of birth,
      *  name and address from files/walkin.dat. FX cash deals at or
      *  above the threshold have no account posting, so they are
      *  listed from the link file in a pass of their own ("FX"
      *  detail). In CTR mode every such item is followed by a "3"
      *  conductor record; "3" records are not counted in the
      *  trailer, which still counts and totals the "2" items only.
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
           SELECT CTR-OUTPUT ASSIGN TO DYNAMIC WS-CTR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTR-STATUS.

           SELECT WALKIN-FILE ASSIGN TO "files/walkin.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WI-ID
           FILE STATUS IS WS-WI-FILE-STATUS.

           SELECT WALKIN-LINK-FILE ASSIGN TO "files/walkinlink.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WL-KEY
           FILE STATUS IS WS-WL-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************

       FD  CTR-OUTPUT.
       01  CTR-LINE                      PIC X(120).

       FD  WALKIN-FILE.
       COPY WALKINRECORD.

       FD  WALKIN-LINK-FILE.
       COPY WALKINLINKRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 CONSTANTS.
      *    A SINGLE TRANSACTION OR TRANSFER AT OR ABOVE THIS AMOUNT
      *    IS REPORTABLE.
         05 K-LARGE-TXN-THRESHOLD       PIC 9(10)V99 VALUE 10000.00.
      *    FILING-INSTITUTION NAME CARRIED ON THE CTR FILE HEADER.
         05 K-CTR-INSTITUTION           PIC X(20)
                                        VALUE "BICADORU BANK       ".
         05 WS-ACC-PAGE-NUMBER          PIC 9(05).
         05 WS-SUB-PAGE-NUMBER          PIC 9(05).

         05 WS-CUR-ACCOUNTID            PIC 9(09).
         05 WS-CUR-IBAN                 PIC X(30).
         05 WS-CUR-CUSTOMERID           PIC 9(09).
         05 WS-CUR-CURRENCY             PIC X(03).

         05 WS-ACCOUNTS-CHECKED         PIC 9(07) VALUE 0.
         05 WS-ITEMS-REPORTED           PIC 9(07) VALUE 0.

         05 WS-AMOUNT-EDITED            PIC ZZZZZZZZZ9.99.

      *    CTR EXPORT STATE -- ONLY TOUCHED IN CTR MODE.
         05 WS-CTR-FILENAME             PIC X(256).
         05 WS-CTR-TOTAL-CENTS          PIC 9(15) VALUE 0.
         05 WS-CTR-AMOUNT-CENTS         PIC 9(13).

         05 WS-WI-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-WL-FILE-STATUS           PIC XX VALUE SPACES.
         05 WS-WLC-SKIPPED-COUNT        PIC 9(05) VALUE 0.
         05 WS-FX-DATE-STR.
           10 WS-FXD-YYYY               PIC X(04).
           10 FILLER                    PIC X(01) VALUE "-".
           10 WS-FXD-MM                 PIC X(02).
           10 FILLER                    PIC X(01) VALUE "-".
           10 WS-FXD-DD                 PIC X(02).
         05 WS-FX-DATE-RAW              PIC 9(08).
         05 WS-FX-DATE-R REDEFINES WS-FX-DATE-RAW.
           10 WS-FXR-YYYY               PIC X(04).
           10 WS-FXR-MM                 PIC X(02).
           10 WS-FXR-DD                 PIC X(02).

      *    FIXED-WIDTH CTR INTERCHANGE RECORDS -- EVERY FIELD IS
      *    ZERO- OR SPACE-PADDED TO ITS FULL WIDTH, NO DELIMITERS,
      *    SO THE FILE LOADS STRAIGHT INTO THE REGULATOR'S INTAKE.
      *    TX = SINGLE TRANSACTION, TF = SINGLE TRANSFER, AG =
      *    SAME-DAY CROSS-ACCOUNT CUSTOMER AGGREGATE.
         05 CTR-D-KIND                  PIC X(02).
         05 CTR-D-CUSTOMERID            PIC 9(09).
         05 CTR-D-ACCOUNTID             PIC 9(09).
         05 CTR-D-AMOUNT-CENTS          PIC 9(13).
         05 CTR-D-CURRENCY              PIC X(03).
         05 CTR-D-SRC-IBAN              PIC X(30).
         05 CTR-T-TOTAL-CENTS           PIC 9(15).
         05 FILLER                      PIC X(97) VALUE SPACES.

      *    WALK-IN CONDUCTOR OF THE "2" ITEM IT FOLLOWS (SAME SEQ).
       01 CTR-CONDUCTOR-RECORD.
         05 CTR-C-REC-TYPE              PIC X(01) VALUE "3".
         05 CTR-C-SEQ                   PIC 9(07).
         05 CTR-C-CONDUCTOR-ID          PIC 9(07).
         05 CTR-C-DOC-TYPE              PIC X(02).
         05 CTR-C-DOC-NUMBER            PIC X(20).
         05 CTR-C-NATIONALITY           PIC X(02).
         05 CTR-C-BIRTH-DATE            PIC 9(08).
         05 CTR-C-NAME                  PIC X(40).
         05 CTR-C-ADDRESS               PIC X(33).

      *    THIS PAGE'S ACCOUNTS, COPIED OUT OF ACCDB-INTERFACE SO THE
      *    CUSTOMER-AGGREGATE CHECK BELOW (WHICH ISSUES ITS OWN
      *    NESTED ACCDB GETLIST CALLS PER ACCOUNT) CAN'T OVERWRITE
       01 ACC-PAGE-CACHE.
         05 APC-COUNT                   PIC 9(02).
         05 APC-ENTRY                   OCCURS 20 TIMES.
           10 APC-ACCOUNTID             PIC 9(09).
           10 APC-CUSTOMERID            PIC 9(09).
           10 APC-IBAN                  PIC X(30).
           10 APC-CURRENCY              PIC X(03).

      *    EVERY WALK-IN LINK, JOINED TO ITS CONDUCTOR, LOADED ONCE AT
      *    START SO EACH REPORTED POSTING IS A TABLE SCAN AND NOT A
      *    FILE READ.
       01 WALKIN-LINK-CACHE.
         05 WLC-COUNT                   PIC 9(04) VALUE 0.
         05 WLC-MAX                     PIC 9(04) VALUE 500.
         05 WLC-ENTRY                   OCCURS 500 TIMES.
           10 WLC-KIND                  PIC X(01).
           10 WLC-REF-ID                PIC 9(09).
           10 WLC-TRANS-ID              PIC 9(09).
           10 WLC-ACCOUNT-ID            PIC 9(09).
           10 WLC-AMOUNT                PIC 9(10)V99.
           10 WLC-CURRENCY              PIC X(03).
           10 WLC-TXN-DATE              PIC 9(08).
           10 WLC-CONDUCTOR-ID          PIC 9(07).
           10 WLC-NAME                  PIC X(50).
           10 WLC-BIRTH-DATE            PIC 9(08).
           10 WLC-NATIONALITY           PIC X(02).
           10 WLC-DOC-TYPE              PIC X(02).
           10 WLC-DOC-NUMBER            PIC X(20).
           10 WLC-ADDRESS               PIC X(80).

      *    SAME-DAY CROSS-ACCOUNT AGGREGATION BY CUSTOMERID.
       01 CUSTOMER-AGGREGATE-VARS.
      *    LINEAR-SCAN CACHE OF CUSTOMERIDS ALREADY AGGREGATED THIS
      *    CUSTOMER WITH SEVERAL ACCOUNTS IS ONLY AGGREGATED ONCE.
         05 CA-SEEN-COUNT               PIC 9(04) VALUE 0.
         05 CA-SEEN-ENTRY               OCCURS 200 TIMES.
           10 CA-SEEN-CUSTOMERID        PIC 9(09).

         05 WS-CA-CUR-CUSTOMERID        PIC 9(09).
         05 WS-CA-CUR-ACCOUNTID         PIC 9(09).
         05 WS-CA-CUR-IBAN              PIC X(30).
         05 WS-CA-ACC-PAGE-NUMBER       PIC 9(05).
         05 WS-CA-SUB-PAGE-NUMBER       PIC 9(05).
         05 WS-CA-TOTAL                 PIC 9(12)V99.
         05 WS-CA-ACCOUNTS-SEEN         PIC 9(04).
         05 WS-CA-SKIPPED-COUNT         PIC 9(05) VALUE 0.
         05 WS-CA-AMOUNT-EDITED         PIC ZZZZZZZZZZZ9.99.

       01 FLAGS.
         05 FG-MORE-ACC-PAGES           PIC X VALUE 'Y'.
         05 IND-2                       PIC 9(03).
         05 IND-3                       PIC 9(03).
         05 IND-4                       PIC 9(03).
         05 IND-5                       PIC 9(04).
         05 IND-WLC                     PIC 9(04).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
           END-IF
           PERFORM F-INIT
           PERFORM F-RUN-REPORT
           PERFORM F-RUN-FX-CASH
           PERFORM F-FINISH
           .
       MAIN-END.
               WRITE CTR-LINE
             END-IF
           END-IF

           PERFORM F-LOAD-WALKIN-LINKS
           .
       F-INIT-END.
           EXIT.
                     " CUSTOMER AGGREGATES SKIPPED, CACHE FULL"
           END-IF

           IF WS-WLC-SKIPPED-COUNT > 0
             STRING "*** WARNING: " WS-WLC-SKIPPED-COUNT
                    " WALK-IN LINKS NOT LOADED -- LINK CACHE FULL, "
                    "CONDUCTORS MISSING FROM THIS REPORT"
               DELIMITED BY SIZE INTO LARGETXN-LINE
             END-STRING
             WRITE LARGETXN-LINE
             DISPLAY "LARGETXN: " WS-WLC-SKIPPED-COUNT
                     " WALK-IN LINKS SKIPPED, CACHE FULL"
           END-IF

           CLOSE LARGETXN-OUTPUT
      *    REGISTER THE OUTPUT ON THE CENTRAL REPORT CATALOG (SEE
      *    REPORTREG) SO IT IS FINDABLE BY JOB AND DATE AND AN
                                           TO CTR-D-TXN-DATE
             PERFORM F-WRITE-CTR-DETAIL
           END-IF

      *    A DRAFT'S FACE POSTING OR A THIRD-PARTY DEPOSIT -- WHO
      *    STOOD AT THE COUNTER.
           PERFORM VARYING IND-5 FROM 1 BY 1
                   UNTIL IND-5 > WLC-COUNT
             IF WLC-KIND(IND-5) NOT = "F"
             AND WLC-ACCOUNT-ID(IND-5) = WS-CUR-ACCOUNTID
             AND WLC-TRANS-ID(IND-5) = O-TRANS-ID(IND-2)
               MOVE IND-5                  TO IND-WLC
               PERFORM F-WRITE-CONDUCTOR
             END-IF
           END-PERFORM
           .
       F-WRITE-TRANS-LINE-END.
           EXIT.
           .
       F-WRITE-TRANSFER-LINE-END.
           EXIT.
      ******************************************************************
       F-LOAD-WALKIN-LINKS SECTION.
      *    NO LINK FILE -- NO WALK-IN HAS CONDUCTED ANYTHING YET.
           OPEN INPUT WALKIN-LINK-FILE
           IF WS-WL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF
           OPEN INPUT WALKIN-FILE

           MOVE LOW-VALUES                 TO WL-KEY
           START WALKIN-LINK-FILE KEY IS NOT LESS THAN WL-KEY
             INVALID KEY
               SET FG-MORE-SUB-PAGES-N     TO TRUE
             NOT INVALID KEY
               SET FG-MORE-SUB-PAGES-Y     TO TRUE
           END-START

           PERFORM UNTIL FG-MORE-SUB-PAGES-N
             READ WALKIN-LINK-FILE NEXT RECORD
               AT END
                 SET FG-MORE-SUB-PAGES-N   TO TRUE
               NOT AT END
                 IF WLC-COUNT >= WLC-MAX
                   ADD 1                   TO WS-WLC-SKIPPED-COUNT
                 ELSE
                   PERFORM F-CACHE-WALKIN-LINK
                 END-IF
             END-READ
           END-PERFORM

           CLOSE WALKIN-FILE
           CLOSE WALKIN-LINK-FILE
           .
       F-LOAD-WALKIN-LINKS-END.
           EXIT.
      ******************************************************************
       F-CACHE-WALKIN-LINK SECTION.
           ADD 1                           TO WLC-COUNT
           MOVE WL-KIND                    TO WLC-KIND(WLC-COUNT)
           MOVE WL-REF-ID                  TO WLC-REF-ID(WLC-COUNT)
           MOVE WL-TRANS-ID                TO WLC-TRANS-ID(WLC-COUNT)
           MOVE WL-ACCOUNT-ID              TO WLC-ACCOUNT-ID(WLC-COUNT)
           MOVE WL-AMOUNT                  TO WLC-AMOUNT(WLC-COUNT)
           MOVE WL-CURRENCY                TO WLC-CURRENCY(WLC-COUNT)
           MOVE WL-TXN-DATE                TO WLC-TXN-DATE(WLC-COUNT)
           MOVE WL-CONDUCTOR-ID            TO
                WLC-CONDUCTOR-ID(WLC-COUNT)

           MOVE WL-CONDUCTOR-ID            TO WI-ID
           READ WALKIN-FILE
             INVALID KEY
               MOVE "*** NOT ON THE WALK-IN REGISTER"
                                           TO WLC-NAME(WLC-COUNT)
               MOVE 0                      TO WLC-BIRTH-DATE(WLC-COUNT)
               MOVE SPACES                 TO
                    WLC-NATIONALITY(WLC-COUNT)
                    WLC-DOC-TYPE(WLC-COUNT)
                    WLC-DOC-NUMBER(WLC-COUNT)
                    WLC-ADDRESS(WLC-COUNT)
             NOT INVALID KEY
               MOVE WI-NAME                TO WLC-NAME(WLC-COUNT)
               MOVE WI-BIRTH-DATE          TO WLC-BIRTH-DATE(WLC-COUNT)
               MOVE WI-NATIONALITY         TO
                    WLC-NATIONALITY(WLC-COUNT)
               MOVE WI-DOC-TYPE            TO WLC-DOC-TYPE(WLC-COUNT)
               MOVE WI-DOC-NUMBER          TO WLC-DOC-NUMBER(WLC-COUNT)
               MOVE WI-ADDRESS             TO WLC-ADDRESS(WLC-COUNT)
           END-READ
           .
       F-CACHE-WALKIN-LINK-END.
           EXIT.
      ******************************************************************
       F-RUN-FX-CASH SECTION.
      *    FX CASH DEALS NEVER TOUCH AN ACCOUNT, SO THE ACCOUNT WALK
      *    ABOVE CANNOT SEE THEM -- THE ONES ON THE LINK FILE ARE THE
      *    ONES BIG ENOUGH TO HAVE NEEDED A CONDUCTOR.
           PERFORM VARYING IND-WLC FROM 1 BY 1
                   UNTIL IND-WLC > WLC-COUNT
             IF WLC-KIND(IND-WLC) = "F"
             AND WLC-AMOUNT(IND-WLC) >= K-LARGE-TXN-THRESHOLD
               PERFORM F-WRITE-FX-CASH-LINE
             END-IF
           END-PERFORM
           .
       F-RUN-FX-CASH-END.
           EXIT.
      ******************************************************************
       F-WRITE-FX-CASH-LINE SECTION.
           ADD 1                           TO WS-ITEMS-REPORTED
           MOVE WLC-TXN-DATE(IND-WLC)      TO WS-FX-DATE-RAW
           MOVE WS-FXR-YYYY                TO WS-FXD-YYYY
           MOVE WS-FXR-MM                  TO WS-FXD-MM
           MOVE WS-FXR-DD                  TO WS-FXD-DD
           MOVE WLC-AMOUNT(IND-WLC)        TO WS-AMOUNT-EDITED
           STRING
             "FX CASH DEAL " WLC-REF-ID(IND-WLC)(3:7)
             " amount=" FUNCTION TRIM(WS-AMOUNT-EDITED)
             " " WLC-CURRENCY(IND-WLC)
             " date=" WS-FX-DATE-STR
             DELIMITED BY SIZE INTO LARGETXN-LINE
           END-STRING
           WRITE LARGETXN-LINE

           IF FG-CTR-MODE-Y
             MOVE "FX"                     TO CTR-D-KIND
             MOVE 0                        TO CTR-D-CUSTOMERID
                                              CTR-D-ACCOUNTID
             COMPUTE WS-CTR-AMOUNT-CENTS =
                     WLC-AMOUNT(IND-WLC) * 100
             MOVE WLC-CURRENCY(IND-WLC)    TO CTR-D-CURRENCY
             MOVE SPACES                   TO CTR-D-SRC-IBAN
                                              CTR-D-DEST-IBAN
             MOVE WS-FX-DATE-STR           TO CTR-D-TXN-DATE
             PERFORM F-WRITE-CTR-DETAIL
           END-IF

           PERFORM F-WRITE-CONDUCTOR
           .
       F-WRITE-FX-CASH-LINE-END.
           EXIT.
      ******************************************************************
       F-WRITE-CONDUCTOR SECTION.
      *    IND-WLC POINTS AT THE LINK OF THE ITEM JUST WRITTEN.
           MOVE SPACES                     TO LARGETXN-LINE
           STRING
             "  CONDUCTED BY WALK-IN " WLC-CONDUCTOR-ID(IND-WLC)
             " " FUNCTION TRIM(WLC-NAME(IND-WLC))
             " doc=" WLC-DOC-TYPE(IND-WLC) " "
             FUNCTION TRIM(WLC-DOC-NUMBER(IND-WLC))
             " nat=" WLC-NATIONALITY(IND-WLC)
             " born=" WLC-BIRTH-DATE(IND-WLC)
             " addr=" FUNCTION TRIM(WLC-ADDRESS(IND-WLC))
             DELIMITED BY SIZE INTO LARGETXN-LINE
           END-STRING
           WRITE LARGETXN-LINE

           IF FG-CTR-MODE-Y
             MOVE WS-CTR-SEQ               TO CTR-C-SEQ
             MOVE WLC-CONDUCTOR-ID(IND-WLC) TO CTR-C-CONDUCTOR-ID
             MOVE WLC-DOC-TYPE(IND-WLC)    TO CTR-C-DOC-TYPE
             MOVE WLC-DOC-NUMBER(IND-WLC)  TO CTR-C-DOC-NUMBER
             MOVE WLC-NATIONALITY(IND-WLC) TO CTR-C-NATIONALITY
             MOVE WLC-BIRTH-DATE(IND-WLC)  TO CTR-C-BIRTH-DATE
             MOVE WLC-NAME(IND-WLC)        TO CTR-C-NAME
             MOVE WLC-ADDRESS(IND-WLC)     TO CTR-C-ADDRESS
             MOVE CTR-CONDUCTOR-RECORD     TO CTR-LINE
             WRITE CTR-LINE
           END-IF
           .
       F-WRITE-CONDUCTOR-END.
           EXIT.
      ******************************************************************
       F-WRITE-CTR-DETAIL SECTION.
      *    THE CALLER HAS ALREADY FILLED CTR-D-KIND AND THE PARTY/
