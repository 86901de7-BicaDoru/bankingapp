      *> RECORD LAYOUT FOR THE FLAT DIRECT DEBIT COLLECTION FILE A
      *> MERCHANT CUSTOMER DELIVERS (files/dd_collections_in.txt),
      *> ONE LINE PER AMOUNT TO COLLECT FROM ONE OF ITS CLIENTS
      *> UNDER A MANDATE ON THE CREDITOR MANDATE REGISTER (SEE
      *> DDMANDATERECORD). READ NIGHTLY BY DDCOLLECT -- THE
      *> MERCHANT'S OWN REFERENCE IDENTIFIES THE LINE, SO A FILE
      *> READ TWICE IS NOT COLLECTED TWICE.
       01  DD-COLL-IN-RECORD.
           05 DCI-CREDITOR-ACC        PIC 9(05).
           05 DCI-MANDATE-ID          PIC X(35).
           05 DCI-AMOUNT              PIC 9(08)V99.
           05 DCI-CURRENCY            PIC X(03).
           05 DCI-DUE-DATE            PIC 9(08).
           05 DCI-MERCHANT-REF        PIC X(20).
      *    "F" MARKS THE LAST COLLECTION UNDER A RECURRENT MANDATE.
           05 DCI-FINAL               PIC X(01).
             88 DCI-IS-FINAL           VALUE "F".
           05 DCI-REMITTANCE          PIC X(40).
