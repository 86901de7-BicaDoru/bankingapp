           10 I-SU-OPERATION              PIC X(08).
             88 I-SU-OP-CHALLENGE          VALUE "CHALLENG".
             88 I-SU-OP-VERIFY             VALUE "VERIFY  ".
           10 I-SU-BUSR-ID                PIC 9(09).
      *>   CUSTOMER THE NOTIFY CHANNEL DELIVERS TO WHEN THE BANK USER
      *>   IS A CLIENT -- ZERO FOR TELLERS/ADMINS, WHOSE CODE ONLY
      *>   SHOWS UP IN THE NOTIFICATION LOG/STATUS FILE.
           10 I-SU-CUSTID                 PIC 9(09).
           10 I-SU-CODE                   PIC 9(06).
         05 STEPUP-STATUS                 PIC X(02).
           88 STEPUP-STATUS-OK             VALUE "00".
