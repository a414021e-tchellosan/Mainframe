      *   REMITTANCE SUMMARY, THE SAME SHAPE THE EAD62549 STATE TAX    *
      *   RUN GIVES THE SALES SIDE.                                    *
      *                                                                *
      *   EVERY VALUED POSITION IS ALSO WRITTEN TO VALPOS FOR THE      *
      *   CONSOLIDATED CUSTOMER STATEMENT (EAD62617).                  *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
           SELECT TAXSUMM          ASSIGN TO DA-S-TAXSUMM
               FILE STATUS         IS WS-FS-TAXSUMM.

           SELECT VALPOS           ASSIGN TO DA-S-VALPOS
               FILE STATUS         IS WS-FS-VALPOS.

           SELECT REPORTI          ASSIGN TO DA-S-REPORTI.

      *================================================================*
           03  FD-TX-POSITIONS     PIC 9(5).
           03  FD-TX-TAX-WITHHELD  PIC 9(11)V9(2).

       FD  VALPOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-VALPOS.
           03  FD-VP-CLIENT        PIC X(20).
           03  FD-VP-PRODUCT       PIC X(10).
           03  FD-VP-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-VP-VALUE         PIC 9(9)V9(2).
           03  FD-VP-TAX           PIC 9(7)V9(2).
           03  FD-VP-NET           PIC 9(9)V9(2).

       FD  REPORTI
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       77  WS-FS-TAXTABLE          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PRODSUMM          PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXSUMM           PIC X(2)            VALUE ZEROS.
       77  WS-FS-VALPOS            PIC X(2)            VALUE ZEROS.

       77  WS-READ-INVESTS         PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-PRODSUMM       PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-VALPOS         PIC 9(4)            VALUE ZEROS.

       01  WS-RATE-TABLE.
           03  WS-RATE-ENTRY       PIC 9(1)V9(2) OCCURS 999 TIMES

           OPEN OUTPUT PRODSUMM
                       TAXSUMM
                       VALPOS
                       REPORTI.

           IF  WS-FS-PRODSUMM      NOT EQUAL '00' OR
               WS-FS-TAXSUMM       NOT EQUAL '00' OR
               WS-FS-VALPOS        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' PRODSUMM: ' WS-FS-PRODSUMM
                       ' TAXSUMM: '  WS-FS-TAXSUMM
                       ' VALPOS: '   WS-FS-VALPOS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.
           END-IF.

           PERFORM 0203-00-ACCUMULATE-PRODUCT.
           PERFORM 0205-00-WRITE-VALPOS.

           PERFORM 0301-00-READ-INVESTS.

       0203-00-EXIT.
           EXIT.

       0205-00-WRITE-VALPOS.

           MOVE FD-IN-CLIENT       TO FD-VP-CLIENT.
           MOVE FD-IN-PRODUCT      TO FD-VP-PRODUCT.
           MOVE FD-IN-PRINCIPAL    TO FD-VP-PRINCIPAL.
           MOVE WS-BALANCE         TO FD-VP-VALUE.
           MOVE WS-TAX             TO FD-VP-TAX.
           MOVE WS-NET-VALUE       TO FD-VP-NET.

           WRITE REG-VALPOS.

           EVALUATE WS-FS-VALPOS
             WHEN '00'
               ADD 1               TO WS-WRITE-VALPOS
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0205-00-WRITE-VALPOS'
                                    ' FILE STATUS: ' WS-FS-VALPOS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*
           CLOSE INVESTS
                 PRODSUMM
                 TAXSUMM
                 VALPOS
                 REPORTI.

           DISPLAY '*----------------------------------------------*'.
           MOVE WS-WRITE-PRODSUMM  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE PRODSUMM: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-WRITE-VALPOS    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE VALPOS..: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

