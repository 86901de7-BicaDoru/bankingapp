      *> RECORD LAYOUT FOR THE CAUGHT-DUPLICATE LOG
      *> (files/reqdups.dat, LINE SEQUENTIAL, APPEND ONLY). REQKEY.cbl
      *> WRITES ONE LINE FOR EVERY RESUBMISSION IT STOPPED FROM
      *> POSTING; DUPREQRPT LISTS A BUSINESS DATE'S LINES.
       01  REQDUP-RECORD.
           05 RD-BUSDATE               PIC 9(08).
           05 FILLER                   PIC X(01).
           05 RD-CAUGHT-TS             PIC X(22).
           05 FILLER                   PIC X(01).
           05 RD-BANKUSERID            PIC 9(09).
           05 FILLER                   PIC X(01).
           05 RD-REQUEST-KEY           PIC X(20).
           05 FILLER                   PIC X(01).
           05 RD-METHOD                PIC X(08).
           05 FILLER                   PIC X(01).
           05 RD-OBJECT                PIC X(10).
           05 FILLER                   PIC X(01).
      *>   WHAT THE RESUBMISSION GOT: THE SAVED RESULT, A "STILL IN
      *>   PROGRESS" REFUSAL, OR A "KEY REUSED" REFUSAL.
           05 RD-OUTCOME               PIC X(10).
             88 RD-REPLAYED            VALUE "REPLAYED  ".
             88 RD-IN-PROGRESS         VALUE "INPROGRESS".
             88 RD-KEY-REUSED          VALUE "KEYREUSED ".
           05 FILLER                   PIC X(01).
           05 RD-FIRST-TS              PIC X(22).
           05 FILLER                   PIC X(01).
           05 RD-DUP-COUNT             PIC 9(05).
