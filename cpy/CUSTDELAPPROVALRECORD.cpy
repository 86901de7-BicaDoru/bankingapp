       01  CDA-APPROVAL-RECORD.
           05 CDA-KEY.
             10 CDA-ID                PIC 9(05).
           05 CDA-CUSTID              PIC 9(09).
           05 CDA-REQUESTED-BY        PIC 9(09).
           05 CDA-TIMESTAMP           PIC X(22).
           05 CDA-STATUS              PIC X(01).
             88 CDA-IS-PENDING         VALUE "P".
             88 CDA-IS-APPROVED        VALUE "A".
             88 CDA-IS-REJECTED        VALUE "R".
           05 CDA-DECIDED-BY          PIC 9(09).
