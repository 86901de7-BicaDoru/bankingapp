             88 I-BUSR-OP-AUTHORIZE              VALUE "AUTH    ".
             88 I-BUSR-OP-GETROLE                VALUE "GETROLE ".
             88 I-BUSR-OP-GETUSERS               VALUE "GETUSERS".
           10 I-BUSR-ID                          PIC 9(09).
           10 I-BUSR-PAGE-NUMBER                 PIC 9(05).
         05 BUSRDB-STATUS                        PIC X(02).
           88 BUSRDB-STATUS-OK                   VALUE "00".
           10 O-BUSR-COUNT                       PIC 9(02).
           10 O-BUSR-LIST-ELEM                   OCCURS 20 TIMES.
             15 O-BUSR-L-PASSWORD                PIC X(60).
             15 O-BUSR-L-ID                      PIC 9(09).
             15 O-BUSR-L-USERNAME                PIC X(50).
             15 O-BUSR-L-ROLE                    PIC X(04).
           10 O-BUSR-PASSWORD                    PIC X(60).
           10 O-BUSR-ID                          PIC 9(09).
           10 O-BUSR-USERNAME                    PIC X(50).
           10 O-BUSR-ROLE                        PIC X(04).
             88 O-BUSR-ADMIN                     VALUE "BaAd".
