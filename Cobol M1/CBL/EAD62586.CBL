           03  FD-AO-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-AO-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FD-AO-STATUS        PIC X(1).
           03  FD-AO-CUSTOMER      PIC 9(6).
           03  FD-AO-DISPUTE       PIC X(1).

       FD  RECEIPTS
           RECORDING MODE IS F
           03  FD-AN-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-AN-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FD-AN-STATUS        PIC X(1).
           03  FD-AN-CUSTOMER      PIC 9(6).
           03  FD-AN-DISPUTE       PIC X(1).

       FD  RCEXCEPT
           RECORDING MODE IS F
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-APPLYRPT            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
           03  FILLER              PIC X(9)            VALUE
           ' AMOUNT: '.
           03  WS-RD-AMOUNT        PIC ZZZ.ZZ9,99      VALUE ZEROS.
           03  FILLER              PIC X(11)           VALUE
           ' CUSTOMER: '.
           03  WS-RD-CUSTOMER      PIC 9(6)            VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

               MOVE 'OVERPAID'     TO WS-RD-KIND
               PERFORM 0205-00-WRITE-RPT-LINE
               DISPLAY ' =======> OVERPAYMENT ON INVOICE '
                       FD-AO-INVOICE ' CUSTOMER ' FD-AO-CUSTOMER
                       ' - EXCESS TO REFUND'
           END-EVALUATE.

       0202-00-EXIT.
           MOVE FD-RC-RECEIPT      TO WS-RD-RECEIPT.
           MOVE FD-RC-INVOICE      TO WS-RD-INVOICE.
           MOVE FD-RC-AMOUNT       TO WS-RD-AMOUNT.
           MOVE FD-AO-CUSTOMER     TO WS-RD-CUSTOMER.

           WRITE REG-APPLYRPT      FROM WS-RPT-DETAIL.

