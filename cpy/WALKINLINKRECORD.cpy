      *> RECORD LAYOUT FOR THE INDEXED WALK-IN TRANSACTION LINK FILE
      *> files/walkinlink.dat, WRITTEN THROUGH WALKINCHK. ONE ROW PER
      *> TRANSACTION A REGISTERED WALK-IN (SEE WALKINRECORD)
      *> CONDUCTED, POINTING AT THE ROW IT BELONGS TO SO LARGETXN CAN
      *> NAME THE PERSON NEXT TO THE ITEM IT REPORTS:
      *>   DRAFT   -- REF IS THE DR-SERIAL, TRANS-ID THE FACE-AMOUNT
      *>              POSTING ON THE PURCHASING ACCOUNT.
      *>   FXCASH  -- REF IS THE FXC-ID; NO ACCOUNT, NO POSTING.
      *>   DEPOSIT -- REF IS THE CREDITED ACCOUNT, TRANS-ID ITS
      *>              DEPOSIT POSTING.
       01  WALKIN-LINK-RECORD.
           05 WL-KEY.
             10 WL-KIND                PIC X(01).
               88 WL-KIND-DRAFT        VALUE "D".
               88 WL-KIND-FXCASH       VALUE "F".
               88 WL-KIND-DEPOSIT      VALUE "C".
             10 WL-REF-ID              PIC 9(09).
             10 WL-TRANS-ID            PIC 9(09).
           05 WL-CONDUCTOR-ID          PIC 9(07).
           05 WL-ACCOUNT-ID            PIC 9(09).
      *    FACE AMOUNT IN WL-CURRENCY; FOR FX CASH THE BASE (EUR)
      *    LEG, WHICH IS WHAT THE THRESHOLD IS MEASURED ON.
           05 WL-AMOUNT                PIC 9(10)V99.
           05 WL-CURRENCY              PIC X(03).
           05 WL-TXN-DATE              PIC 9(08).
           05 WL-LINKED-BY             PIC 9(09).
           05 FILLER                   PIC X(20).
