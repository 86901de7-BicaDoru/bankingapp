      *> PAYMENT-PROXY PARAMETERS, SAME CONVENTION AS PAGINGCONFIG:
      *> COPY INTO A PROGRAM'S OWN 01 CONSTANTS GROUP.
      *>
      *> OUR PARTICIPANT CODE ON THE CENTRAL PROXY DIRECTORY (SEE
      *> PROXYDIRRECORD) -- ROWS CARRYING ANY OTHER CODE BELONG TO
      *> ANOTHER BANK.
         05 K-PX-BANK-ID               PIC X(11) VALUE "BACLXXXXXXX".
