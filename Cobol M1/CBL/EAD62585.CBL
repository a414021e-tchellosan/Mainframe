      *                                                                *
      *   THE PRIOR OPEN-ITEMS FILE IS CARRIED FORWARD AND THE         *
      *   MONTH'S SALES FEED (SALES3L LAYOUT, SO EACH ITEM KEEPS       *
      *   ITS SELLER AND CUSTOMER) IS APPLIED:                         *
      *     - A SALE OPENS A NEW ITEM FOR ITS FULL VALUE;              *
      *     - A CREDIT NOTE (RECORD TYPE R) NETS AGAINST THE           *
      *       ORIGINAL OPEN ITEM, CLOSING IT (STATUS C) WHEN THE       *
           03  FD-AO-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-AO-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FD-AO-STATUS        PIC X(1).
           03  FD-AO-CUSTOMER      PIC 9(6).
           03  FD-AO-DISPUTE       PIC X(1).

       FD  SALES3L
           RECORDING MODE IS F
           03  FD-VALUE            PIC 9(6)V9(2).
           03  FD-REC-TYPE         PIC X(1).
           03  FD-ORIG-INVOICE     PIC 9(6).
           03  FD-CUSTOMER         PIC 9(6).

       FD  AROPENN
           RECORDING MODE IS F
           03  FD-AN-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-AN-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FD-AN-STATUS        PIC X(1).
           03  FD-AN-CUSTOMER      PIC 9(6).
           03  FD-AN-DISPUTE       PIC X(1).

       FD  AREXCEPT
           RECORDING MODE IS F
           03  FD-EX-VALUE         PIC 9(6)V9(2).
           03  FD-EX-REC-TYPE      PIC X(1).
           03  FD-EX-ORIG-INVOICE  PIC 9(6).
           03  FD-EX-CUSTOMER      PIC 9(6).
           03  FD-EX-REASON        PIC X(25).

      *----------------------------------------------------------------*
               05  WS-IT-OPEN-BALANCE
                                   PIC S9(8)V9(2).
               05  WS-IT-STATUS    PIC X(1).
               05  WS-IT-CUSTOMER  PIC 9(6).
               05  WS-IT-DISPUTE   PIC X(1).

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

                               TO WS-IT-OPEN-BALANCE(WS-ITEM-COUNT)
                           MOVE FD-AO-STATUS
                               TO WS-IT-STATUS(WS-ITEM-COUNT)
                           MOVE FD-AO-CUSTOMER
                               TO WS-IT-CUSTOMER(WS-ITEM-COUNT)
                           MOVE FD-AO-DISPUTE
                               TO WS-IT-DISPUTE(WS-ITEM-COUNT)
                       ELSE
                           DISPLAY ' OPEN-ITEM TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                   MOVE FD-VALUE
                               TO WS-IT-OPEN-BALANCE(WS-ITEM-COUNT)
                   MOVE 'O'        TO WS-IT-STATUS(WS-ITEM-COUNT)
                   MOVE FD-CUSTOMER
                               TO WS-IT-CUSTOMER(WS-ITEM-COUNT)
                   MOVE SPACES TO WS-IT-DISPUTE(WS-ITEM-COUNT)
                   ADD 1           TO WS-COUNT-OPENED
               ELSE
                   DISPLAY ' OPEN-ITEM TABLE FULL'
               END-IF
           END-PERFORM.

      *    ITEMS CONVERTED FROM BEFORE THE CUSTOMER CODE CARRY ZEROS
      *    AND ACCEPT A CREDIT NOTE FROM ANY CUSTOMER.

           EVALUATE TRUE
             WHEN WS-ITEM-FOUND    EQUAL ZEROS
               MOVE 'ORIGINAL INVOICE UNKNOWN'
                                   TO FD-EX-REASON
               PERFORM 0205-00-WRITE-EXCEPTION

             WHEN WS-IT-CUSTOMER(WS-ITEM-FOUND)
                                   NOT EQUAL ZEROS AND
                  WS-IT-CUSTOMER(WS-ITEM-FOUND)
                                   NOT EQUAL FD-CUSTOMER
               MOVE 'CUSTOMER NOT ON ORIGINAL'
                                   TO FD-EX-REASON
               PERFORM 0205-00-WRITE-EXCEPTION

             WHEN OTHER
               SUBTRACT FD-VALUE   FROM
                   WS-IT-OPEN-BALANCE(WS-ITEM-FOUND)

               END-IF

               ADD 1               TO WS-COUNT-NETTED
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.
           MOVE FD-VALUE           TO FD-EX-VALUE.
           MOVE FD-REC-TYPE        TO FD-EX-REC-TYPE.
           MOVE FD-ORIG-INVOICE    TO FD-EX-ORIG-INVOICE.
           MOVE FD-CUSTOMER        TO FD-EX-CUSTOMER.

           WRITE REG-AREXCEPT.

                                   TO FD-AN-OPEN-BALANCE
               MOVE WS-IT-STATUS(WS-ITEM-POS)
                                   TO FD-AN-STATUS
               MOVE WS-IT-CUSTOMER(WS-ITEM-POS)
                                   TO FD-AN-CUSTOMER
               MOVE WS-IT-DISPUTE(WS-ITEM-POS)
                                   TO FD-AN-DISPUTE
               WRITE REG-AROPENN
               IF  WS-FS-AROPENN   NOT EQUAL '00'
                   DISPLAY ' ERROR FOUND IN 0206-00-UNLOAD-ITEMS'
