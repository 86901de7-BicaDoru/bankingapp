      *> RECORD LAYOUT FOR THE INBOUND INTERNATIONAL WIRE FILE
      *> files/wires_in.txt READ BY WIREIN.CBL -- ONE LINE PER
      *> INCOMING CROSS-BORDER CREDIT AS OUR CORRESPONDENTS DELIVER
      *> IT. THE INBOUND COUNTERPART OF WIRE-OUT-RECORD: WHO SENT IT
      *> AND THROUGH WHICH CORRESPONDENT, THE BENEFICIARY BY IBAN AND
      *> NAME, THE AMOUNT IN THE CURRENCY IT WAS SENT IN, AND WHO
      *> BEARS CHARGES (OUR/SHA/BEN).
       01  WIRE-IN-RECORD.
           05 WI-REFERENCE            PIC X(20).
           05 WI-VALUE-DATE           PIC 9(08).
           05 WI-CORR-BIC             PIC X(11).
           05 WI-ORDER-IBAN           PIC X(30).
           05 WI-ORDER-NAME           PIC X(35).
           05 WI-BENEF-IBAN           PIC X(30).
           05 WI-BENEF-NAME           PIC X(35).
           05 WI-CHARGE-OPTION        PIC X(03).
             88 WI-CHARGES-OUR         VALUE "OUR".
             88 WI-CHARGES-SHA         VALUE "SHA".
             88 WI-CHARGES-BEN         VALUE "BEN".
           05 WI-CURRENCY             PIC X(03).
           05 WI-AMOUNT               PIC 9(08)V99.
