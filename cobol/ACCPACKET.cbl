      *  way LOANRUN reads LOANORD's loans.dat) into one printable
      *  welcome packet, written to
      *  files/reports/NEW_ACCOUNT_PACKET_<accountid>.txt
      *  -- or under a HELD_ name, kept back until the address is
      *  re-verified, when the customer's post is marked returned
      *  (see MAILHOLD).
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       01 PROGNAME                      PIC X(20).
         88 PGNAME-ACCDB                VALUE "ACCDB               ".
         88 PGNAME-CUSTDB               VALUE "CUSTDB              ".
         88 PGNAME-MAILHOLD             VALUE "MAILHOLD            ".

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(20).
         05 WS-FILENAME                 PIC X(256).
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-BRANCH-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-ACCOUNTID                PIC 9(09).
         05 WS-AMOUNT-EDITED            PIC +ZZZZZZZZZ9.99.
         05 WS-TODAY-RAW                PIC 9(08).
         05 WS-TODAY REDEFINES WS-TODAY-RAW.
           10 WS-TODAY-CC               PIC X(02).
       COPY ACCINTERFACE.
       COPY CUSTINTERFACE.
       COPY REPORTREGINTERFACE.
       COPY MAILHOLDINTERFACE.
       COPY LOGGERINTERFACE.
      ******************************************************************
       PROCEDURE DIVISION.
             INTO WS-FILENAME
           END-STRING

      *    A CUSTOMER WHOSE POST HAS COME BACK GETS THE PACKET
      *    WRITTEN UNDER A HELD_ NAME (SEE MAILHOLD).
           INITIALIZE MAILHOLD-INTERFACE
           SET I-MH-OP-ROUTE               TO TRUE
           MOVE O-ACC-CUSTOMERID(1)        TO I-MH-CUSTID
           MOVE PGM-ID                     TO I-MH-PROGRAM
           MOVE WS-FILENAME                TO I-MH-PATH
           SET PGNAME-MAILHOLD             TO TRUE
           CALL PROGNAME USING MAILHOLD-INTERFACE
           MOVE O-MH-PATH                  TO WS-FILENAME
           IF NOT MAILHOLD-STATUS-OK
             DISPLAY "ACCPACKET: customer post returned -- packet "
                     "held as " FUNCTION TRIM(WS-FILENAME)
           END-IF

           OPEN OUTPUT PACKET-OUTPUT
           IF WS-FILE-STATUS NOT = "00"
             DISPLAY "ACCPACKET: could not open " WS-FILENAME
