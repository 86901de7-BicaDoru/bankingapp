      *> Walk-in (occasional customer) register terms (WALKIN,
      *> WALKINCHK, FXCASH). Same convention as RECERTCONFIG: COPY this
      *> into a program's own 01 CONSTANTS group instead of declaring
      *> the terms locally.
      *>
      *> A DRAFT, FX CASH DEAL OR THIRD-PARTY CASH DEPOSIT AT OR ABOVE
      *> THIS AMOUNT (EUR) NEEDS THE PERSON AT THE COUNTER ON THE
      *> REGISTER -- FXCASH REFUSES THE DEAL WITHOUT ONE. BELOW IT
      *> NOTHING IS CAPTURED.
         05 K-WALKIN-THRESHOLD        PIC 9(10)V99 VALUE 10000.00.
