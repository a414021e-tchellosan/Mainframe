           03  FD-RS-CONTROL-TOTAL PIC S9(9)V9(2).
           03  FD-RS-START-TIME    PIC 9(6).
           03  FD-RS-END-TIME      PIC 9(6).
           03  FD-RS-RETURN-CODE   PIC 9(2).


      *----------------------------------------------------------------*
               MOVE WS-RS-START-TIME
                                   TO FD-RS-START-TIME
               MOVE WS-RS-END-TIME TO FD-RS-END-TIME
               MOVE RETURN-CODE    TO FD-RS-RETURN-CODE

               WRITE REG-RUNSTATS

