           03  FD-VALUE            PIC 9(6)V9(2).
           03  FD-REC-TYPE         PIC X(1).
           03  FD-ORIG-INVOICE     PIC 9(6).
           03  FD-CUSTOMER         PIC 9(6).

       FD  STATES3L
           RECORDING MODE IS F
