       01 AUDIT-FIELDS.
         05 AF-TIMESTAMP                PIC X(19).
         05 AF-ENTITY                   PIC X(10).
         05 AF-ENTITY-ID                PIC 9(09).
         05 AF-ACTION                   PIC X(08).
         05 AF-ACTOR-BUSR-ID            PIC 9(09).

       01 ROLE-CACHE.
         05 RC-COUNT                    PIC 9(04) VALUE 0.
         05 RC-ENTRY                    OCCURS 200 TIMES.
           10 RC-BUSR-ID                PIC 9(09).
           10 RC-ROLE                   PIC X(04).

      *   CHAIN VERIFICATION WORK AREA -- SAME ALGORITHM AS

           MOVE AUDIT-LINE(1:19)            TO AF-TIMESTAMP
           MOVE AUDIT-LINE(21:10)           TO AF-ENTITY
      *    LINES WRITTEN BEFORE IDS WERE WIDENED CARRY A 5-DIGIT
      *    ENTITY ID AND ACTOR -- THE SPACE RIGHT AFTER SUCH AN ID
      *    TELLS THE TWO LAYOUTS APART (THE CHAINED LOG IS NEVER
      *    REWRITTEN, SO BOTH STAY IN IT).
           IF AUDIT-LINE(40:1) = SPACE
             MOVE AUDIT-LINE(35:5)          TO AF-ENTITY-ID
             MOVE AUDIT-LINE(41:8)          TO AF-ACTION
             MOVE AUDIT-LINE(56:5)          TO AF-ACTOR-BUSR-ID
           ELSE
             MOVE AUDIT-LINE(35:9)          TO AF-ENTITY-ID
             MOVE AUDIT-LINE(45:8)          TO AF-ACTION
             MOVE AUDIT-LINE(60:9)          TO AF-ACTOR-BUSR-ID
           END-IF

           PERFORM F-LOOKUP-ROLE

