           03  FD-3L-VALUE         PIC 9(6)V9(2).
           03  FD-3L-REC-TYPE      PIC X(1).
           03  FD-3L-ORIG-INVOICE  PIC 9(6).
           03  FD-3L-CUSTOMER      PIC 9(6).

       FD  REPORTR
           RECORDING MODE IS F
