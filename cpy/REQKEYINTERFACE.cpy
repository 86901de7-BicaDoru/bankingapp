      *> CALL INTERFACE FOR REQKEY.cbl -- DUPLICATE-SUBMISSION
      *> PROTECTION FOR MONEY-MOVING DISPATCHER POSTS. DISPATCHER
      *> CLAIMS THE CALLER'S REQUEST KEY BEFORE ROUTING THE POST:
      *> A NEW KEY COMES BACK OK AND THE POST GOES AHEAD, THEN IS
      *> COMPLETED (RESULT SAVED) OR RELEASED (POST FAILED). A KEY
      *> ALREADY COMPLETED INSIDE THE WINDOW COMES BACK DUPLICATE WITH
      *> THE ORIGINAL RESULT IN REQKEY-RESULT-DATA AND NOTHING IS
      *> ROUTED. SAME CALLED-SUBPROGRAM SHAPE AS FILELOCKINTERFACE.
       01 REQKEY-INTERFACE.
         05 REQKEY-IN.
           10 I-RK-OPERATION              PIC X(08).
             88 I-RK-OP-CLAIM             VALUE "CLAIM   ".
             88 I-RK-OP-COMPLETE          VALUE "COMPLETE".
             88 I-RK-OP-RELEASE           VALUE "RELEASE ".
           10 I-RK-BANKUSERID             PIC 9(09).
           10 I-RK-REQUEST-KEY            PIC X(20).
           10 I-RK-METHOD                 PIC X(08).
           10 I-RK-OBJECT                 PIC X(10).
           10 I-RK-REQUEST-DATA           PIC X(220).
         05 REQKEY-STATUS                 PIC X(02).
           88 REQKEY-STATUS-OK            VALUE "00".
      *    ALREADY COMPLETED -- ORIGINAL RESULT RETURNED, DO NOT POST.
           88 REQKEY-STATUS-DUPLICATE     VALUE "10".
      *    THE FIRST SUBMISSION IS STILL BEING PROCESSED.
           88 REQKEY-STATUS-IN-PROGRESS   VALUE "90".
      *    SAME KEY, DIFFERENT REQUEST.
           88 REQKEY-STATUS-KEY-REUSED    VALUE "91".
           88 REQKEY-STATUS-ERR           VALUE "99".
         05 REQKEY-OUT.
           10 O-RK-FIRST-TS               PIC X(22).
      *    IN ON COMPLETE (THE RESULT TO SAVE), OUT ON A DUPLICATE
      *    CLAIM (THE RESULT TO RETURN).
         05 REQKEY-RESULT-DATA            PIC X(3200).
