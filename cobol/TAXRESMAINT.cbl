      ******************************************************************
       IDENTIFICATION                   DIVISION.
      ******************************************************************
       PROGRAM-ID.                      TAXRESMAINT.
      ******************************************************************
      *  Customer tax residency self-certification maintenance tool,
      *  kept alongside KYCMAINT. Run standalone, e.g.:
      *     TAXRESMAINT COUNTRY 00042 DE 12345678901
      *     TAXRESMAINT COUNTRY 00042 RO NONE
      *     TAXRESMAINT DROP    00042 DE
      *     TAXRESMAINT CERTIFY 00042 20260115 N
      *     TAXRESMAINT LIST    00042
      *  COUNTRY adds (or updates the tax ID of) one country of tax
      *  residence on the customer's row in files/taxresidency.dat
      *  (see TAXRESRECORD); "NONE" -- or no tax ID at all -- records
      *  a country that issues the customer none. DROP takes one off
      *  again. CERTIFY records the date the customer signed the
      *  self-certification covering the countries now on file, and
      *  the FATCA US-person declaration (Y/N); it also marks any
      *  open indicium TAXINDICIA raised as reviewed. The countries
      *  should be on file before CERTIFY is run for them. CRSRPT
      *  reports the customer to every residence country other than
      *  our own, and to the US under FATCA for a US person.
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
           FILE STATUS IS WS-FILE-STATUS.
      ******************************************************************
       DATA                             DIVISION.
      ******************************************************************
       FILE                             SECTION.
       FD  TAXRES-FILE.
       COPY TAXRESRECORD.
      ******************************************************************
       WORKING-STORAGE             SECTION.

       01 PGM-ID                        PIC X(20)
                                        VALUE "TAXRESMAINT         ".

       01 CONSTANTS.
         COPY TAXRESCONFIG.

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(200).
         05 ARG-OPERATION               PIC X(08).
           88 ARG-OP-COUNTRY             VALUE "COUNTRY".
           88 ARG-OP-DROP                VALUE "DROP".
           88 ARG-OP-CERTIFY             VALUE "CERTIFY".
           88 ARG-OP-LIST                VALUE "LIST".
      *    COUNTRY: TOK2=CUSTOMERID TOK3=COUNTRY TOK4=TAX ID
      *    DROP:    TOK2=CUSTOMERID TOK3=COUNTRY
      *    CERTIFY: TOK2=CUSTOMERID TOK3=SIGNED DATE TOK4=US PERSON
      *    LIST:    TOK2=CUSTOMERID
         05 ARG-TOK2                    PIC X(10).
         05 ARG-TOK3                    PIC X(08).
         05 ARG-TOK4                    PIC X(20).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-CUSTOMERID               PIC 9(09).
         05 WS-COUNTRY                  PIC X(02).
         05 WS-COUNTRY-IDX              PIC 9(01).

       01 FLAGS.
         05 FG-OK                       PIC X VALUE 'Y'.
           88 FG-OK-Y                   VALUE 'Y'.
           88 FG-OK-N                   VALUE 'N'.
         05 FG-ROW-FOUND                PIC X VALUE 'N'.
           88 FG-ROW-FOUND-Y            VALUE 'Y'.
           88 FG-ROW-FOUND-N            VALUE 'N'.

       01 INDEXES.
         05 IND-1                       PIC 9(01).
      ******************************************************************
      *                        COPYLIB IMPORTS
      ******************************************************************
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************
       MAIN SECTION.
           ACCEPT ARG-COMMAND-STRING FROM COMMAND-LINE END-ACCEPT
           PERFORM F-INIT

           UNSTRING ARG-COMMAND-STRING DELIMITED BY ALL SPACE
             INTO ARG-OPERATION, ARG-TOK2, ARG-TOK3, ARG-TOK4
           END-UNSTRING

           PERFORM F-OPEN-FILE

           EVALUATE TRUE
             WHEN ARG-OP-COUNTRY
               PERFORM F-SET-COUNTRY
             WHEN ARG-OP-DROP
               PERFORM F-DROP-COUNTRY
             WHEN ARG-OP-CERTIFY
               PERFORM F-CERTIFY
             WHEN ARG-OP-LIST
               PERFORM F-LIST-RESIDENCY
             WHEN OTHER
               DISPLAY "USAGE: TAXRESMAINT COUNTRY|DROP|CERTIFY|LIST"
                       " ..."
           END-EVALUATE

           PERFORM F-FINISH
           .
       MAIN-END.
           STOP RUN.
      ******************************************************************
       F-INIT SECTION.
           PERFORM UT-LOG-INIT
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "TAX RESIDENCY MAINTENANCE STARTING"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-START
           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           .
       F-INIT-END.
           EXIT.
      ******************************************************************
       F-FINISH SECTION.
           CLOSE TAXRES-FILE
           MOVE PGM-ID                    TO U-LOG-RUNNABLE-PROG
           MOVE "TAX RESIDENCY MAINTENANCE FINISHED"
                                           TO U-LOG-LINE
           PERFORM UT-LOG-MODULE-FINISH
           .
       F-FINISH-END.
           EXIT.
      ******************************************************************
       F-OPEN-FILE SECTION.
           OPEN I-O TAXRES-FILE
           IF WS-FILE-STATUS = "35"
             OPEN OUTPUT TAXRES-FILE
             CLOSE TAXRES-FILE
             OPEN I-O TAXRES-FILE
           END-IF
           .
       F-OPEN-FILE-END.
           EXIT.
      ******************************************************************
       F-READ-ROW SECTION.
      *    A CUSTOMER WITH NO ROW YET STARTS FROM AN EMPTY ONE.
           MOVE FUNCTION NUMVAL(ARG-TOK2)   TO WS-CUSTOMERID
           MOVE WS-CUSTOMERID               TO TR-CUSTOMERID
           READ TAXRES-FILE
             INVALID KEY
               SET FG-ROW-FOUND-N             TO TRUE
               INITIALIZE TAX-RESIDENCY-RECORD
               MOVE WS-CUSTOMERID             TO TR-CUSTOMERID
               MOVE 0                         TO TR-SELFCERT-DATE
               MOVE "N"                       TO TR-US-PERSON
               MOVE 0                         TO TR-COUNTRY-COUNT
               SET TR-INDICIA-NONE            TO TRUE
             NOT INVALID KEY
               SET FG-ROW-FOUND-Y             TO TRUE
           END-READ
           .
       F-READ-ROW-END.
           EXIT.
      ******************************************************************
       F-SAVE-ROW SECTION.
           MOVE WS-TODAY-RAW                TO TR-UPDATED-DATE
           IF FG-ROW-FOUND-Y
             REWRITE TAX-RESIDENCY-RECORD
           ELSE
             WRITE TAX-RESIDENCY-RECORD
           END-IF
           .
       F-SAVE-ROW-END.
           EXIT.
      ******************************************************************
       F-FIND-COUNTRY SECTION.
           MOVE 0                           TO WS-COUNTRY-IDX
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > TR-COUNTRY-COUNT
                      OR WS-COUNTRY-IDX > 0
             IF TR-COUNTRY(IND-1) = WS-COUNTRY
               MOVE IND-1                   TO WS-COUNTRY-IDX
             END-IF
           END-PERFORM
           .
       F-FIND-COUNTRY-END.
           EXIT.
      ******************************************************************
       F-SET-COUNTRY SECTION.
           MOVE FUNCTION UPPER-CASE(ARG-TOK3(1:2)) TO WS-COUNTRY
           IF WS-COUNTRY IS NOT ALPHABETIC-UPPER
           OR WS-COUNTRY(2:1) = SPACE
             DISPLAY "COUNTRY MUST BE A TWO-LETTER ISO CODE"
             EXIT SECTION
           END-IF

           PERFORM F-READ-ROW
           PERFORM F-FIND-COUNTRY
           IF WS-COUNTRY-IDX = 0
             IF TR-COUNTRY-COUNT >= K-TAX-MAX-COUNTRIES
               DISPLAY "CUSTOMER ALREADY HAS " K-TAX-MAX-COUNTRIES
                       " COUNTRIES OF RESIDENCE ON FILE"
               EXIT SECTION
             END-IF
             ADD 1                          TO TR-COUNTRY-COUNT
             MOVE TR-COUNTRY-COUNT          TO WS-COUNTRY-IDX
             MOVE WS-COUNTRY           TO TR-COUNTRY(WS-COUNTRY-IDX)
           END-IF

           IF ARG-TOK4 = SPACES
             MOVE "NONE"                    TO TR-TIN(WS-COUNTRY-IDX)
           ELSE
             MOVE ARG-TOK4                  TO TR-TIN(WS-COUNTRY-IDX)
           END-IF

           PERFORM F-SAVE-ROW
           DISPLAY "RESIDENCE " WS-COUNTRY " TIN "
                   FUNCTION TRIM(TR-TIN(WS-COUNTRY-IDX))
                   " RECORDED FOR CUSTOMER " TR-CUSTOMERID
           .
       F-SET-COUNTRY-END.
           EXIT.
      ******************************************************************
       F-DROP-COUNTRY SECTION.
           MOVE FUNCTION UPPER-CASE(ARG-TOK3(1:2)) TO WS-COUNTRY
           PERFORM F-READ-ROW
           IF FG-ROW-FOUND-N
             DISPLAY "NO TAX RESIDENCY ON FILE FOR CUSTOMER "
                     WS-CUSTOMERID
             EXIT SECTION
           END-IF

           PERFORM F-FIND-COUNTRY
           IF WS-COUNTRY-IDX = 0
             DISPLAY "COUNTRY " WS-COUNTRY " NOT ON FILE FOR CUSTOMER "
                     WS-CUSTOMERID
             EXIT SECTION
           END-IF

      *    CLOSE THE GAP SO THE LIST STAYS PACKED.
           PERFORM VARYING IND-1 FROM WS-COUNTRY-IDX BY 1
                   UNTIL IND-1 >= TR-COUNTRY-COUNT
             MOVE TR-COUNTRY-ELEM(IND-1 + 1) TO TR-COUNTRY-ELEM(IND-1)
           END-PERFORM
           MOVE SPACES             TO TR-COUNTRY-ELEM(TR-COUNTRY-COUNT)
           SUBTRACT 1                       FROM TR-COUNTRY-COUNT

           PERFORM F-SAVE-ROW
           DISPLAY "RESIDENCE " WS-COUNTRY " DROPPED FOR CUSTOMER "
                   TR-CUSTOMERID
           .
       F-DROP-COUNTRY-END.
           EXIT.
      ******************************************************************
       F-CERTIFY SECTION.
           IF ARG-TOK3 IS NOT NUMERIC
             DISPLAY "SIGNED DATE MUST BE YYYYMMDD"
             EXIT SECTION
           END-IF

           PERFORM F-READ-ROW
           MOVE ARG-TOK3                    TO TR-SELFCERT-DATE
           IF ARG-TOK4(1:1) = "Y" OR ARG-TOK4(1:1) = "y"
             SET TR-IS-US-PERSON            TO TRUE
           ELSE
             MOVE "N"                       TO TR-US-PERSON
           END-IF

      *    THE CERTIFICATION ANSWERS WHATEVER INDICIUM WAS OPEN.
           IF TR-INDICIA-OPEN
             SET TR-INDICIA-REVIEWED        TO TRUE
           END-IF

           PERFORM F-SAVE-ROW
           DISPLAY "SELF-CERTIFICATION " TR-SELFCERT-DATE
                   " US PERSON " TR-US-PERSON
                   " RECORDED FOR CUSTOMER " TR-CUSTOMERID
           IF TR-COUNTRY-COUNT = 0
             DISPLAY "WARNING: NO COUNTRY OF RESIDENCE ON FILE"
           END-IF
           .
       F-CERTIFY-END.
           EXIT.
      ******************************************************************
       F-LIST-RESIDENCY SECTION.
           PERFORM F-READ-ROW
           IF FG-ROW-FOUND-N
             DISPLAY "NO TAX RESIDENCY ON FILE FOR CUSTOMER "
                     WS-CUSTOMERID
             EXIT SECTION
           END-IF

           DISPLAY "CUSTOMER=" TR-CUSTOMERID
                   " SELFCERT=" TR-SELFCERT-DATE
                   " USPERSON=" TR-US-PERSON
                   " INDICIA=" TR-INDICIA-STATUS
                   " " TR-INDICIA-COUNTRY
                   " " TR-INDICIA-SOURCE
                   " " TR-INDICIA-DATE
           PERFORM VARYING IND-1 FROM 1 BY 1
                   UNTIL IND-1 > TR-COUNTRY-COUNT
             DISPLAY "  COUNTRY=" TR-COUNTRY(IND-1)
                     " TIN=" TR-TIN(IND-1)
           END-PERFORM
           .
       F-LIST-RESIDENCY-END.
           EXIT.
      ******************************************************************
      *   COPY LOGGERUTILSECTIONS TO USE GENERIC SECTIONS FOR LOGGER
      ******************************************************************
       COPY LOGGERUTILSECTIONS.
