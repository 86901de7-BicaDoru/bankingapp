      *> ACCOUNT SWITCH PARAMETERS, SAME CONVENTION AS PAGINGCONFIG:
      *> COPY INTO A PROGRAM'S OWN 01 CONSTANTS GROUP.
      *>
      *> SHORTEST NOTICE, IN CALENDAR DAYS, BETWEEN OPENING A SWITCH
      *> AND ITS SWITCH DATE -- TIME FOR THE OLD BANK'S LISTS TO
      *> ARRIVE, THE CUSTOMER TO CONFIRM AND THE PAYERS TO REDIRECT.
         05 K-SW-MIN-LEAD-DAYS         PIC 9(03) VALUE 7.
