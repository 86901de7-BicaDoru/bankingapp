      *> CALL INTERFACE FOR INDEXRATE.cbl -- THE AS-OF-DATE REFERENCE
      *> INDEX LOOKUP. GIVEN AN INDEX CODE AND A DATE, RETURNS THE
      *> FIXING IN EFFECT ON THAT DATE: THE HISTORY ROW WITH THE
      *> LATEST EFFECTIVE DATE NOT AFTER IT. SAME CALLED-SUBPROGRAM
      *> SHAPE AS FXHISTINTERFACE.
       01 INDEXRATE-INTERFACE.
         05 INDEXRATE-IN.
           10 I-IXR-INDEX-CODE            PIC X(08).
           10 I-IXR-AS-OF-DATE            PIC 9(08).
         05 INDEXRATE-STATUS              PIC X(02).
           88 INDEXRATE-STATUS-OK         VALUE "00".
      *      UNKNOWN INDEX, OR NO FIXING ON OR BEFORE THE DATE.
           88 INDEXRATE-STATUS-NOT-FOUND  VALUE "90".
         05 INDEXRATE-OUT.
           10 O-IXR-RATE-PCT              PIC S9(03)V99.
           10 O-IXR-EFFECTIVE-DATE        PIC 9(08).
