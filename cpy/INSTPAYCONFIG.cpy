      *> INSTANT PAYMENT SCHEME PARAMETERS, SAME CONVENTION AS
      *> PAGINGCONFIG: COPY INTO A PROGRAM'S OWN 01 CONSTANTS GROUP.
      *>
      *> THE SCHEME SETTLES IN ONE CURRENCY ONLY, AND UP TO A
      *> PER-PAYMENT CEILING -- ANYTHING ELSE GOES THE ORDINARY WAY
      *> (SEE TRANSFERBO.F-CREATE-INSTANT-PAYMENT).
         05 K-IP-CURRENCY              PIC X(03) VALUE "EUR".
         05 K-IP-MAX-AMOUNT            PIC 9(10)V99 VALUE 100000.00.
      *> SECONDS THE SCHEME ALLOWS FOR AN ACCEPT/REJECT ANSWER. A
      *> SUBMISSION STILL UNANSWERED AFTER THIS GETS A STATUS INQUIRY
      *> (SEE INSTRESP).
         05 K-IP-TIMEOUT-SECS          PIC 9(05) VALUE 20.
      *> SECONDS AN INQUIRY IS GIVEN BEFORE THE SUBMISSION IS CLOSED
      *> AS TIMED OUT, THE HOLD RELEASED AND THE CUSTOMER TOLD.
         05 K-IP-INQUIRY-SECS          PIC 9(05) VALUE 60.
