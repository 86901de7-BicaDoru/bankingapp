           10 I-REV-ENTITY                  PIC X(10).
             88 I-REV-ENTITY-TRANSACTION    VALUE "TRANSACTION".
             88 I-REV-ENTITY-TRANSFER       VALUE "TRANSFER".
           10 I-REV-ENTITY-ID               PIC 9(09).
      *    WHERE THE REVERSAL WAS ORDERED FROM -- THE LINK BACK TO THE
      *    ORIGINATING TICKET, FRAUD CASE OR ACH CONFIRMATION.
           10 I-REV-ORIGIN                  PIC X(10).
      *    BANK USER ORDERING THE REVERSAL -- ZERO WHEN A BATCH RUN
      *    (ACHRECON) ORDERED IT, SAME CONVENTION AS
      *    I-TRANS-ACTOR-BUSR-ID.
           10 I-REV-ACTOR-BUSR-ID           PIC 9(09).

         05 REVERSAL-STATUS                 PIC X(02).
           88 REVERSAL-STATUS-OK            VALUE "00".
      *    THE ROW IS ITSELF A REVERSAL -- REVERSING IT WOULD JUST
      *    RE-POST THE ORIGINAL PROBLEM.
           88 REVERSAL-STATUS-NOT-REVERSIBLE VALUE "93".
      *    THE ORDERING BANK USER IS LINKED TO AN ACCOUNT THE REVERSAL
      *    WOULD POST TO (SEE STAFFCHK) -- ANOTHER USER MUST ORDER IT.
           88 REVERSAL-STATUS-STAFF-CONFLICT VALUE "94".
           88 REVERSAL-STATUS-POST-ERR      VALUE "99".

         05 REVERSAL-OUT.
      *    TRANSDB/TRANSFERDB ID OF THE OFFSETTING ROW JUST POSTED.
           10 O-REV-POSTED-ID               PIC 9(09).
           10 O-REV-AMOUNT                  PIC 9(10)V99.
