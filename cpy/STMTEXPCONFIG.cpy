      *> MACHINE-READABLE STATEMENT EXPORT PARAMETERS, SAME
      *> CONVENTION AS PAGINGCONFIG: COPY INTO A PROGRAM'S OWN 01
      *> CONSTANTS GROUP.
      *>
      *> OUR BIC AS ACCOUNT SERVICER -- camt.053 Acct/Svcr AND THE
      *> MT940 SENDER. SAME CODE AS K-PX-BANK-ID (PROXYCONFIG).
         05 K-SX-BANK-BIC              PIC X(11) VALUE "BACLXXXXXXX".
      *> COUNTERPARTY NAME SHOWN ON ENTRIES THE BANK ITSELF BOOKS
      *> (FEES, INTEREST, TAX).
         05 K-SX-BANK-NAME             PIC X(35)
                                  VALUE "BANK CHARGES AND INTEREST".
      *> ROOT OF THE PER-CUSTOMER OUTBOUND FOLDERS -- EACH BUSINESS
      *> CUSTOMER'S FILES GO TO <ROOT><CUSTOMERID>/ FOR PICK-UP.
         05 K-SX-OUTBOUND-ROOT         PIC X(15)
                                       VALUE "files/outbound/".
