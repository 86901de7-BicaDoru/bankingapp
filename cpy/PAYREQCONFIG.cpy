      *> REQUEST-TO-PAY PARAMETERS, SAME CONVENTION AS PAGINGCONFIG:
      *> COPY INTO A PROGRAM'S OWN 01 CONSTANTS GROUP.
      *>
      *> DAYS A REQUEST STAYS OPEN FOR AN ANSWER BEFORE PAYREQEXP
      *> CLOSES IT AS EXPIRED.
         05 K-PR-EXPIRY-DAYS           PIC 9(03) VALUE 7.
      *> MOST REQUESTS ONE PAYER MAY HAVE WAITING AT ONCE -- KEEPS A
      *> CUSTOMER FROM BEING FLOODED, AND MUST MATCH THE O-INQ-PR-ELEM
      *> OCCURS COUNT IN DISPINTERFACE SO THE INQUIRY SNAPSHOT ALWAYS
      *> SHOWS THEM ALL.
         05 K-PR-MAX-PENDING           PIC 9(02) VALUE 5.
