      *> RECORD LAYOUT FOR THE INDEXED REQUEST-KEY REGISTRY
      *> (files/reqkeys.dat), OWNED BY REQKEY.cbl. ONE ROW PER CLIENT
      *> REQUEST KEY SEEN ON A MONEY-MOVING DISPATCHER POST, KEYED BY
      *> THE BANK USER WHO SENT IT SO TWO CHANNELS CAN NEVER COLLIDE
      *> ON THE SAME KEY TEXT. THE ROW IS WRITTEN IN PROGRESS BEFORE
      *> THE POST IS ROUTED AND COMPLETED WITH ITS RESULT AFTERWARDS;
      *> A POST THAT FAILS DELETES IT, SINCE NOTHING MOVED AND THE
      *> CALLER MAY CORRECT AND RESUBMIT.
       01  REQKEY-RECORD.
           05 RK-KEY.
             10 RK-BANKUSERID          PIC 9(09).
             10 RK-REQUEST-KEY         PIC X(20).
           05 RK-STATE                 PIC X(01).
             88 RK-IN-PROGRESS         VALUE "P".
             88 RK-COMPLETED           VALUE "C".
           05 RK-METHOD                PIC X(08).
           05 RK-OBJECT                PIC X(10).
      *>   THE REQUEST AS FIRST SUBMITTED -- A RESUBMISSION MUST
      *>   MATCH IT TO BE GIVEN THE SAVED RESULT.
           05 RK-REQUEST-DATA          PIC X(220).
           05 RK-FIRST-TS              PIC X(22).
      *>   WALL-CLOCK MINUTE NUMBER OF THE FIRST SUBMISSION (DAY
      *>   NUMBER * 1440 + MINUTE OF DAY), FOR THE WINDOW ARITHMETIC.
           05 RK-FIRST-MINUTE          PIC 9(10).
           05 RK-DUP-COUNT             PIC 9(05).
           05 RK-LAST-DUP-TS           PIC X(22).
      *>   DISPATCHER-OUT DATA OF THE COMPLETED POST, RETURNED AS-IS
      *>   TO EVERY RESUBMISSION.
           05 RK-RESULT-DATA           PIC X(3200).
