           10 I-ONB-OPERATION             PIC X(08).
             88 I-ONB-OP-OPEN              VALUE "OPEN    ".
             88 I-ONB-OP-MARK              VALUE "MARK    ".
           10 I-ONB-CUSTOMER-ID           PIC 9(09).
           10 I-ONB-STEP                  PIC X(08).
             88 I-ONB-STEP-KYC             VALUE "KYC     ".
             88 I-ONB-STEP-ACCOUNT         VALUE "ACCOUNT ".
