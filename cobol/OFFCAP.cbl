      ******************************************************************
       FILE                             SECTION.
       FD  SPOOL-FILE.
       01  SPOOL-LINE                   PIC X(272).

       FD  CAPTURE-LOG.
       01  CAPTURE-LOG-LINE             PIC X(120).

       01 ARGUMENT-VARS.
         05 ARG-COMMAND-STRING          PIC X(100).
         05 ARG-TOK1                    PIC X(09).
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
         05 ARG-TOK4                    PIC X(10).
         05 ARG-TOK5                    PIC X(12).
         05 WS-PTR                      PIC 9(03).
       01 INTERNAL-VARS.
         05 WS-SPOOL-FILE-STATUS        PIC XX VALUE SPACES.
         05 WS-CAPLOG-FILE-STATUS       PIC XX VALUE SPACES.
         05 WS-TELLER-ID                PIC 9(09).
         05 WS-CUSTOMER-ID              PIC 9(09).
         05 WS-ACCOUNT-ID               PIC 9(09).
         05 WS-TRTYPE                   PIC X(10).
         05 WS-AMOUNT                   PIC 9(10)V99.
         05 WS-MEMO                     PIC X(40).

         05 WS-TIME-RAW                 PIC 9(08).
           EXIT.
      ******************************************************************
       F-CAPTURE-TRANSACTION SECTION.
           IF FUNCTION TEST-NUMVAL(ARG-TOK1) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK2) NOT = 0
           OR FUNCTION TEST-NUMVAL(ARG-TOK3) NOT = 0
             DISPLAY "USAGE: OFFCAP <teller> <custid> <accid> "
                     "DEPOSIT|WITHDRAW <amount> <memo...>"
             EXIT SECTION
