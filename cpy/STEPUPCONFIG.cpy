      *> one for a customer delete while the switch is "Y". COPY this
      *> into a program's own 01 CONSTANTS group, same convention as
      *> VELOCITYCONFIG.
         05 K-STEPUP-TRANSFER-THRESHOLD PIC 9(10)V99 VALUE 5000.00.
         05 K-STEPUP-CUST-DELETE        PIC X(01) VALUE "Y".
           88 K-STEPUP-CUST-DELETE-Y    VALUE "Y".
           88 K-STEPUP-CUST-DELETE-N    VALUE "N".
