      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      CARDCTL.
      ******************************************************************
      *  Card usage controls -- called subprogram (same shape as
      *  ODPROTECT/CARDCREDIT). A card may carry one row on
      *  files/cardcontrols.dat (see CARDCTLRECORD) restricting where
      *  it may be used: blocked merchant categories, the countries
      *  it is allowed in, card-not-present (e-commerce) use on or
      *  off, and up to two travel notices that open one more country
      *  for a date window. Customers set them from self-service and
      *  fraud analysts from the branch, both through CARDBO.
      *     CHECK      tests one transaction against the card's
      *                controls. Called by CARDMAINT AUTH before any
      *                hold is placed and by CARDCLEAR before an item
      *                settles. A refused attempt is handed to
      *                FRAUDCHK, which logs it and opens a case, and
      *                the caller declines with O-CTL-REASON.
      *     GETITEM    returns the card's controls
      *     PUT        creates or replaces the card's controls
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       REPOSITORY. FUNCTION ALL INTRINSIC.
      ******************************************************************
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "files/cardcontrols.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTL-CARD-ID
           FILE STATUS IS WS-CTL-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  CTL-FILE.
       COPY CARDCTLRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "CARDCTL             ".
       01 PROGNAME                      PIC X(20).
         88 PGNAME-FRAUDCHK             VALUE "FRAUDCHK            ".

       01 INTERNAL-VARS.
         05 WS-CTL-FILE-STATUS          PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TXN-DATE                 PIC 9(08).

       01 FLAGS.
         05 FG-FILE-OPEN                PIC X VALUE 'N'.
           88 FG-FILE-OPEN-Y            VALUE 'Y'.
           88 FG-FILE-OPEN-N            VALUE 'N'.
         05 FG-CTL-FOUND                PIC X VALUE 'N'.
           88 FG-CTL-FOUND-Y            VALUE 'Y'.
           88 FG-CTL-FOUND-N            VALUE 'N'.
         05 FG-COUNTRY-LISTED           PIC X VALUE 'N'.
           88 FG-COUNTRY-LISTED-Y       VALUE 'Y'.
           88 FG-COUNTRY-LISTED-N       VALUE 'N'.
         05 FG-COUNTRY-RESTRICTED       PIC X VALUE 'N'.
           88 FG-COUNTRY-RESTRICTED-Y   VALUE 'Y'.
           88 FG-COUNTRY-RESTRICTED-N   VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(02).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY FRAUDINTERFACE.
      ******************************************************************
       LINKAGE                     SECTION.
       COPY CARDCTLINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION USING CARDCTL-INTERFACE.
      ******************************************************************
       MAIN SECTION.
           INITIALIZE CARDCTL-OUT
           SET CARDCTL-STATUS-OK          TO TRUE

           IF NOT I-CTL-OP-CHECK AND NOT I-CTL-OP-GETITEM
           AND NOT I-CTL-OP-PUT
             SET CARDCTL-STATUS-BAD-OP    TO TRUE
             GO TO MAIN-END
           END-IF

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD

           PERFORM F-OPEN-FILE
           IF FG-FILE-OPEN-N
             SET CARDCTL-STATUS-IO-ERR    TO TRUE
             GO TO MAIN-END
           END-IF

           PERFORM F-READ-CONTROLS

           EVALUATE TRUE
             WHEN I-CTL-OP-CHECK
               PERFORM F-CHECK
             WHEN I-CTL-OP-PUT
               PERFORM F-PUT
           END-EVALUATE

           IF FG-CTL-FOUND-Y
             MOVE CTL-SETTINGS            TO O-CTL-SETTINGS
             MOVE CTL-UPDATED-DATE        TO O-CTL-UPDATED-DATE
             MOVE CTL-UPDATED-BY          TO O-CTL-UPDATED-BY
           ELSE
             MOVE "Y"                     TO O-CTL-ECOM
           END-IF

           CLOSE CTL-FILE
           .
       MAIN-END.
           GOBACK.
      ******************************************************************
       F-OPEN-FILE SECTION.
      *    FIRST USE ON A SYSTEM WITHOUT THE FILE -- CREATE IT EMPTY
      *    (SAME BOOTSTRAP AS ODPROTECT'S F-OPEN-FILE).
           SET FG-FILE-OPEN-N             TO TRUE
           SET FG-CTL-FOUND-N             TO TRUE

           OPEN I-O CTL-FILE
           IF WS-CTL-FILE-STATUS = "35"
             OPEN OUTPUT CTL-FILE
             CLOSE CTL-FILE
             OPEN I-O CTL-FILE
           END-IF
           IF WS-CTL-FILE-STATUS NOT = "00"
             EXIT SECTION
           END-IF

           SET FG-FILE-OPEN-Y             TO TRUE
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-READ-CONTROLS SECTION.
      *    NO ROW IS NOT AN ERROR -- IT IS A CARD NOBODY HAS
      *    RESTRICTED.
           MOVE I-CTL-CARDID              TO CTL-CARD-ID
           READ CTL-FILE
             INVALID KEY
               SET FG-CTL-FOUND-N         TO TRUE
             NOT INVALID KEY
               SET FG-CTL-FOUND-Y         TO TRUE
           END-READ
           .
       F-READ-CONTROLS-END.
           EXIT.
      ******************************************************************
       F-CHECK SECTION.
           IF FG-CTL-FOUND-N
             EXIT SECTION
           END-IF

           IF I-CTL-DATE = 0
             MOVE WS-TODAY-RAW            TO WS-TXN-DATE
           ELSE
             MOVE I-CTL-DATE              TO WS-TXN-DATE
           END-IF

           IF I-CTL-MCC NOT = SPACES
             PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 5
               IF CTL-BLOCKED-MCC(IND-1) = I-CTL-MCC
               AND CARDCTL-STATUS-OK
                 SET CARDCTL-STATUS-DECLINED TO TRUE
                 STRING "CARD CONTROL: MCC " I-CTL-MCC " BLOCKED"
                   DELIMITED BY SIZE
                   INTO O-CTL-REASON
                 END-STRING
               END-IF
             END-PERFORM
           END-IF

           IF CARDCTL-STATUS-OK
           AND I-CTL-CHANNEL-ECOM AND CTL-ECOM-BLOCKED
             SET CARDCTL-STATUS-DECLINED  TO TRUE
             MOVE "CARD CONTROL: E-COMMERCE DISABLED"
                                          TO O-CTL-REASON
           END-IF

           IF CARDCTL-STATUS-OK AND I-CTL-COUNTRY NOT = SPACES
             PERFORM F-CHECK-COUNTRY
           END-IF

           IF CARDCTL-STATUS-DECLINED
             PERFORM F-LOG-FRAUD
           END-IF
           .
       F-CHECK-END.
           EXIT.
      ******************************************************************
       F-CHECK-COUNTRY SECTION.
      *    AN EMPTY ALLOWED LIST MEANS NO COUNTRY RESTRICTION. A
      *    TRAVEL NOTICE COVERING THE TRANSACTION DATE OPENS ITS OWN
      *    COUNTRY FOR THAT WINDOW ONLY.
           SET FG-COUNTRY-RESTRICTED-N    TO TRUE
           SET FG-COUNTRY-LISTED-N        TO TRUE

           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 5
             IF CTL-ALLOWED-COUNTRY(IND-1) NOT = SPACES
               SET FG-COUNTRY-RESTRICTED-Y TO TRUE
               IF CTL-ALLOWED-COUNTRY(IND-1) = I-CTL-COUNTRY
                 SET FG-COUNTRY-LISTED-Y  TO TRUE
               END-IF
             END-IF
           END-PERFORM

           IF FG-COUNTRY-RESTRICTED-N OR FG-COUNTRY-LISTED-Y
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 2
             IF CTL-TRAVEL-FROM(IND-1) NOT = 0
             AND CTL-TRAVEL-COUNTRY(IND-1) = I-CTL-COUNTRY
             AND WS-TXN-DATE NOT < CTL-TRAVEL-FROM(IND-1)
             AND WS-TXN-DATE NOT > CTL-TRAVEL-TO(IND-1)
               SET FG-COUNTRY-LISTED-Y    TO TRUE
             END-IF
           END-PERFORM

           IF FG-COUNTRY-LISTED-N
             SET CARDCTL-STATUS-DECLINED  TO TRUE
             STRING "CARD CONTROL: COUNTRY " I-CTL-COUNTRY
                    " NOT ALLOWED"
               DELIMITED BY SIZE
               INTO O-CTL-REASON
             END-STRING
           END-IF
           .
       F-CHECK-COUNTRY-END.
           EXIT.
      ******************************************************************
       F-LOG-FRAUD SECTION.
      *    A CONTROL HIT IS EXACTLY THE ATTEMPT THE CARDHOLDER OR THE
      *    ANALYST SET THE CONTROL UP TO CATCH -- IT GOES ON THE FRAUD
      *    QUEUE LIKE ANY OTHER FLAGGED POSTING.
           INITIALIZE FRAUD-INTERFACE
           MOVE "CARD"                    TO I-FRAUD-ENTITY
           MOVE I-CTL-CARDID              TO I-FRAUD-ENTITY-ID
           MOVE I-CTL-TRTYPE              TO I-FRAUD-TRTYPE
           MOVE I-CTL-AMOUNT              TO I-FRAUD-AMOUNT
           MOVE O-CTL-REASON              TO I-FRAUD-REASON
           MOVE I-CTL-ACTOR-BUSR-ID       TO I-FRAUD-ACTOR-BUSR-ID
           SET PGNAME-FRAUDCHK            TO TRUE
           CALL PROGNAME USING FRAUD-INTERFACE
           .
       F-LOG-FRAUD-END.
           EXIT.
      ******************************************************************
       F-PUT SECTION.
           IF I-CTL-ECOM NOT = "Y" AND I-CTL-ECOM NOT = "N"
             SET CARDCTL-STATUS-BAD-DATA  TO TRUE
             EXIT SECTION
           END-IF

           PERFORM VARYING IND-1 FROM 1 BY 1 UNTIL IND-1 > 2
             IF I-CTL-TRAVEL-FROM(IND-1) NOT = 0
               IF I-CTL-TRAVEL-COUNTRY(IND-1) = SPACES
               OR I-CTL-TRAVEL-TO(IND-1) < I-CTL-TRAVEL-FROM(IND-1)
                 SET CARDCTL-STATUS-BAD-DATA TO TRUE
               END-IF
             END-IF
           END-PERFORM

           IF NOT CARDCTL-STATUS-OK
             EXIT SECTION
           END-IF

           IF FG-CTL-FOUND-N
             MOVE SPACES                  TO CARDCTL-RECORD
           END-IF
           MOVE I-CTL-CARDID              TO CTL-CARD-ID
           MOVE I-CTL-SETTINGS            TO CTL-SETTINGS
           MOVE WS-TODAY-RAW              TO CTL-UPDATED-DATE
           MOVE I-CTL-ACTOR-BUSR-ID       TO CTL-UPDATED-BY

           IF FG-CTL-FOUND-Y
             REWRITE CARDCTL-RECORD
           ELSE
             WRITE CARDCTL-RECORD
           END-IF

           IF WS-CTL-FILE-STATUS NOT = "00"
             SET CARDCTL-STATUS-IO-ERR    TO TRUE
             SET FG-CTL-FOUND-N           TO TRUE
           ELSE
             SET FG-CTL-FOUND-Y           TO TRUE
           END-IF
           .
       F-PUT-END.
           EXIT.
