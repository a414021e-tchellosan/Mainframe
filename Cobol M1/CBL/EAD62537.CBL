           03  FD-RS-CONTROL-TOTAL PIC S9(9)V9(2).
           03  FD-RS-START-TIME    PIC 9(6).
           03  FD-RS-END-TIME      PIC 9(6).
           03  FD-RS-RETURN-CODE   PIC 9(2).

       FD  REPORTW
           RECORDING MODE IS F
