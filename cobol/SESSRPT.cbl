
       01 AUDIT-FIELDS.
         05 AF-TIMESTAMP                PIC X(19).
         05 AF-ACTOR-BUSR-ID            PIC 9(09).
         05 AF-DATE-X                   PIC X(08).
         05 AF-HOUR-X                   PIC X(02).
         05 AF-HOUR                     PIC 9(02).
       01 ACTOR-MATRIX.
         05 AM-COUNT                    PIC 9(03) VALUE 0.
         05 AM-ENTRY                    OCCURS 200 TIMES.
           10 AM-BUSR-ID                PIC 9(09).
           10 AM-TOTAL                  PIC 9(07).
           10 AM-ACTIVE-HOURS           PIC 9(05).
           10 AM-BUCKET-KEY             PIC X(10).
      ******************************************************************
       F-FOLD-IN-AUDIT-LINE SECTION.
           MOVE AUDIT-LINE(1:19)           TO AF-TIMESTAMP
      *    A 5-DIGIT ACTOR ON LINES WRITTEN BEFORE IDS WERE WIDENED
      *    (SPACE AFTER THE ENTITY ID), 9 DIGITS ON EVERY LATER ONE.
           IF AUDIT-LINE(40:1) = SPACE
             IF AUDIT-LINE(56:5) NOT NUMERIC
               EXIT SECTION
             END-IF
             MOVE AUDIT-LINE(56:5)         TO AF-ACTOR-BUSR-ID
           ELSE
             IF AUDIT-LINE(60:9) NOT NUMERIC
               EXIT SECTION
             END-IF
             MOVE AUDIT-LINE(60:9)         TO AF-ACTOR-BUSR-ID
           END-IF
           MOVE AF-TIMESTAMP(12:2)         TO AF-HOUR-X
           IF AF-HOUR-X NOT NUMERIC
             EXIT SECTION
