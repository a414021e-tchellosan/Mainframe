           03  FD-VL-SELLER        PIC 9(2).
           03  FD-VL-STATE         PIC X(2).
           03  FD-VL-MONTH         PIC 9(2).
           03  FD-VL-CUSTOMER      PIC 9(6).
           03  FD-VL-REC-TYPE      PIC X(1).

       FD  PRODMAST
           RECORDING MODE IS F
           03  FD-PM-PRODUCT       PIC X(8).
           03  FD-PM-DESCRIPTION   PIC X(30).
           03  FD-PM-ACTIVE        PIC X(1).
           03  FD-PM-QTY-ON-HAND   PIC S9(7).
           03  FD-PM-REORDER-POINT PIC 9(7).
           03  FD-PM-UNIT-COST     PIC 9(6)V9(2).

       FD  PRODRPT
           RECORDING MODE IS F
