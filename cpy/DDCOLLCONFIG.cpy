      *> DIRECT DEBIT COLLECTION PARAMETERS, SAME CONVENTION AS
      *> PAGINGCONFIG: COPY INTO A PROGRAM'S OWN 01 CONSTANTS GROUP.
      *>
      *> ROOT OF THE PER-CUSTOMER OUTBOUND FOLDERS -- THE MERCHANT'S
      *> COLLECTION OUTCOME REPORT GOES TO <ROOT><CUSTOMERID>/, NEXT
      *> TO ITS STATEMENT FILES (SEE STMTEXPCONFIG).
         05 K-DD-OUTBOUND-ROOT         PIC X(15)
                                       VALUE "files/outbound/".
