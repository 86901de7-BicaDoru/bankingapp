           88 ARG-OP-BREJECT             VALUE "BREJECT".
      *    TOK2=APPROVAL ID   TOK3=APPROVING BANK USER ID
      *    (RE-USED AS SCRATCH BY F-DECIDE-BULK -- SEE THERE)
         05 ARG-TOK2                    PIC X(09).
         05 ARG-TOK3                    PIC X(09).
      *    BAPPROVE/BREJECT: TOK2=APPROVING BANK USER ID, FOLLOWED BY
      *    UP TO K-BULK-MAX-IDS APPROVAL IDS.
         05 ARG-BULK-ID OCCURS 20 TIMES PIC X(05).

       01 INTERNAL-VARS.
         05 WS-FILE-STATUS              PIC XX VALUE SPACES.
         05 WS-DECIDER-ID               PIC 9(09).
         05 WS-DECIDER-ROLE             PIC X(04).
         05 WS-BULK-DECIDER             PIC X(09).
         05 IND-BULK                    PIC 9(02).

       01 FLAGS.
