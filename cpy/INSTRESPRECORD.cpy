      *> RECORD LAYOUT FOR THE FLAT RESPONSE FILE THE INSTANT PAYMENT
      *> SCHEME GATEWAY DROPS (files/instant_responses.txt), READ BY
      *> INSTRESP. ONE LINE PER ANSWER TO A SUBMISSION OR TO A STATUS
      *> INQUIRY, MATCHED BACK BY IR-REFERENCE.
       01  INSTANT-RESP-RECORD.
           05 IR-REFERENCE             PIC X(20).
           05 IR-STATUS                PIC X(04).
             88 IR-ACCEPTED            VALUE "ACCP".
             88 IR-REJECTED            VALUE "RJCT".
      *> ANSWER TO AN INQUIRY ONLY -- STILL IN PROGRESS AT THE SCHEME.
             88 IR-PENDING             VALUE "PDNG".
           05 IR-REASON                PIC X(04).
           05 IR-TIMESTAMP             PIC X(22).
