      *> RECORD LAYOUT FOR THE BREAK-GLASS USE LOG
      *> (files/breakglass_use.log, LINE SEQUENTIAL, APPEND ONLY).
      *> DISPATCHER WRITES ONE LINE FOR EVERY REQUEST IT SERVED WITH
      *> RIGHTS RAISED BY A BREAK-GLASS GRANT (SEE BREAKGLASSRECORD);
      *> BGREVIEW LISTS THEM UNDER THEIR GRANT FOR THE SIGN-OFF.
       01  BREAK-GLASS-USE-RECORD.
           05 BU-TS                    PIC X(19).
           05 FILLER                   PIC X(01).
           05 BU-BUSR-ID               PIC 9(09).
           05 FILLER                   PIC X(01).
           05 BU-GRANT-TS              PIC 9(14).
           05 FILLER                   PIC X(01).
           05 BU-METHOD                PIC X(08).
           05 FILLER                   PIC X(01).
           05 BU-OBJECT                PIC X(10).
           05 FILLER                   PIC X(01).
      *>   DISPATCHER ERROR CODE THE REQUEST ENDED WITH ("0000" = OK).
           05 BU-RESULT                PIC X(04).
           05 FILLER                   PIC X(01).
           05 BU-DATA                  PIC X(60).
