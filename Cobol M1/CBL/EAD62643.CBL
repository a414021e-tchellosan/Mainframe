      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62643.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62643                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : SALES3L INTAKE: CHECK EVERY INVOICE'S        *
      *                   CUSTOMER AGAINST THE SALES CUSTOMER MASTER   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE RAW MONTHLY FEED (SALESIN) IS COPIED TO THE SALES3L      *
      *   FILE READ BY THE COMMISSION, AR, QUOTA AND LINE-ITEM RUNS.   *
      *   A SALE WHOSE CUSTOMER IS NOT ON THE MASTER OR IS INACTIVE    *
      *   (STATUS I) GOES TO THE EXCEPTION FILE INSTEAD, LIKE THE      *
      *   INVALID-MONTH RECORDS IN EAD62512.  A CREDIT NOTE (RECORD    *
      *   TYPE R) ONLY NEEDS A KNOWN CUSTOMER: IT STILL REDUCES WHAT   *
      *   AN INACTIVE CUSTOMER OWES.                                   *
      *                                                                *
      *   CREDIT CONTROL: A NEW INVOICE IS HELD (HELDNEW) INSTEAD OF   *
      *   ENTERING SALES3L WHEN THE CUSTOMER HAS AN OPEN ITEM 90+      *
      *   DAYS OLD ON THE AR SUBLEDGER (AGED IN WHOLE MONTHS TO THE    *
      *   SYSIN AS-OF MONTH, AS IN EAD62587), OR WHEN THE CUSTOMER'S   *
      *   OPEN AR BALANCE PLUS THE INVOICES ALREADY ACCEPTED IN THIS   *
      *   RUN AND THIS ONE WOULD EXCEED THE MASTER'S CREDIT LIMIT (A   *
      *   ZERO OR BLANK LIMIT IS NOT CHECKED).  INVOICES HELD IN       *
      *   EARLIER RUNS (HELDOLD) ENTER SALES3L WHEN THEIR INVOICE IS   *
      *   ON THE CREDIT CONTROL RELEASE LIST (CREDREL) AND ARE         *
      *   CARRIED TO HELDNEW OTHERWISE.                                *
      *                                                                *
      *   RC=04: ONE OR MORE RECORDS REJECTED.  A HELD INVOICE IS      *
      *   NOT A REJECTION.                                             *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                SECTION.

       FILE-CONTROL.

           SELECT CUSTMAST         ASSIGN TO DA-S-CUSTMAST
               FILE STATUS         IS WS-FS-CUSTMAST.

           SELECT SALESIN          ASSIGN TO DA-S-SALESIN
               FILE STATUS         IS WS-FS-SALESIN.

           SELECT SALES3L          ASSIGN TO DA-S-SALES3L
               FILE STATUS         IS WS-FS-SALES3L.

           SELECT SLEXCEPT         ASSIGN TO DA-S-SLEXCEPT
               FILE STATUS         IS WS-FS-SLEXCEPT.

           SELECT AROPEN           ASSIGN TO DA-S-AROPEN
               FILE STATUS         IS WS-FS-AROPEN.

           SELECT CREDREL          ASSIGN TO DA-S-CREDREL
               FILE STATUS         IS WS-FS-CREDREL.

           SELECT HELDOLD          ASSIGN TO DA-S-HELDOLD
               FILE STATUS         IS WS-FS-HELDOLD.

           SELECT HELDNEW          ASSIGN TO DA-S-HELDNEW
               FILE STATUS         IS WS-FS-HELDNEW.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CUSTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTMAST.
           03  FD-CM-CUSTOMER      PIC 9(6).
           03  FD-CM-NAME          PIC X(30).
           03  FD-CM-TAX-ID        PIC X(14).
           03  FD-CM-STATE         PIC X(2).
           03  FD-CM-PAY-TERMS     PIC 9(3).
           03  FD-CM-STATUS        PIC X(1).
           03  FD-CM-CREDIT-LIMIT  PIC 9(9)V9(2).
           03  FILLER              PIC X(13).

       FD  SALESIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SALESIN.
           03  FD-SI-SELLER        PIC 9(2).
           03  FD-SI-STATE         PIC X(2).
           03  FD-SI-MONTH         PIC 9(2).
           03  FD-SI-INVOICE       PIC 9(6).
           03  FD-SI-VALUE         PIC 9(6)V9(2).
           03  FD-SI-REC-TYPE      PIC X(1).
           03  FD-SI-ORIG-INVOICE  PIC 9(6).
           03  FD-SI-CUSTOMER      PIC 9(6).

       FD  SALES3L
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SALES3L             PIC X(33).

       FD  SLEXCEPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SLEXCEPT.
           03  FD-EX-SALE          PIC X(33).
           03  FD-EX-REASON        PIC X(25).

       FD  AROPEN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-AROPEN.
           03  FD-AO-INVOICE       PIC 9(6).
           03  FD-AO-YEAR          PIC 9(4).
           03  FD-AO-MONTH         PIC 9(2).
           03  FD-AO-SELLER        PIC 9(2).
           03  FD-AO-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-AO-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FD-AO-STATUS        PIC X(1).
           03  FD-AO-CUSTOMER      PIC 9(6).
           03  FD-AO-DISPUTE       PIC X(1).

       FD  CREDREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CREDREL.
           03  FD-CR-INVOICE       PIC 9(6).
           03  FD-CR-APPROVED-BY   PIC X(8).
           03  FD-CR-APPROVED-ON   PIC 9(8).
           03  FILLER              PIC X(58).

       FD  HELDOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HELDOLD.
           03  FD-HO-SALE.
               05  FD-HO-SELLER    PIC 9(2).
               05  FD-HO-STATE     PIC X(2).
               05  FD-HO-MONTH     PIC 9(2).
               05  FD-HO-INVOICE   PIC 9(6).
               05  FD-HO-VALUE     PIC 9(6)V9(2).
               05  FD-HO-REC-TYPE  PIC X(1).
               05  FD-HO-ORIG-INVOICE
                                   PIC 9(6).
               05  FD-HO-CUSTOMER  PIC 9(6).
           03  FD-HO-HELD-ON       PIC 9(6).
           03  FD-HO-REASON        PIC X(25).
           03  FILLER              PIC X(16).

       FD  HELDNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HELDNEW.
           03  FD-HN-SALE          PIC X(33).
           03  FD-HN-HELD-ON       PIC 9(6).
           03  FD-HN-REASON        PIC X(25).
           03  FILLER              PIC X(16).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62643'.

       77  WS-FS-CUSTMAST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-SALESIN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-SALES3L           PIC X(2)            VALUE ZEROS.
       77  WS-FS-SLEXCEPT          PIC X(2)            VALUE ZEROS.
       77  WS-FS-AROPEN            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CREDREL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-HELDOLD           PIC X(2)            VALUE ZEROS.
       77  WS-FS-HELDNEW           PIC X(2)            VALUE ZEROS.

       01  WS-ASOF.
           03  WS-AS-YEAR          PIC 9(4).
           03  WS-AS-MONTH         PIC 9(2).

       77  WS-AGE-MONTHS           PIC S9(4)           VALUE ZEROS.

       77  WS-READ-SALES           PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-SALES          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-EXCEPTIONS     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-HELD           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-RELEASED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CARRIED        PIC 9(5)            VALUE ZEROS.

       77  WS-CUST-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-SEARCH-CUSTOMER      PIC 9(6)            VALUE ZEROS.

       01  WS-CUSTOMER-TABLE.
           03  WS-CU-ENTRY         OCCURS 2000 TIMES.
               05  WS-CU-CUSTOMER  PIC 9(6).
               05  WS-CU-STATUS    PIC X(1).
               05  WS-CU-LIMIT     PIC 9(9)V9(2).
               05  WS-CU-EXPOSURE  PIC S9(10)V9(2).
               05  WS-CU-PAST-90   PIC X(1).

       77  WS-REL-COUNT            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-REL-POS              PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-REL-FOUND            PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-RELEASE-TABLE.
           03  WS-RL-ENTRY         OCCURS 500 TIMES.
               05  WS-RL-INVOICE   PIC 9(6).
               05  WS-RL-USED      PIC X(1).

       77  WS-NEW-EXPOSURE         PIC S9(10)V9(2)     VALUE ZEROS.
       77  WS-HOLD-REASON          PIC X(25)           VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-SALESIN   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: AS-OF YEAR AND MONTH FOR THE 90-DAY CHECK.

           ACCEPT WS-AS-YEAR       FROM SYSIN.
           ACCEPT WS-AS-MONTH      FROM SYSIN.

           IF  WS-ASOF             NOT NUMERIC OR
               WS-AS-MONTH         LESS 01 OR
               WS-AS-MONTH         GREATER 12
               DISPLAY ' AS-OF DATE PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-CUSTOMERS.
           PERFORM 0103-00-LOAD-AROPEN.
           PERFORM 0105-00-LOAD-RELEASES.

           OPEN INPUT SALESIN.

           EVALUATE WS-FS-SALESIN
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' SALES FEED NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-SALESIN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SALES3L
                       SLEXCEPT
                       HELDNEW.

           PERFORM 0106-00-CARRY-HELD.

           PERFORM 0301-00-READ-SALESIN.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CUSTOMERS.

           OPEN INPUT CUSTMAST.

           EVALUATE WS-FS-CUSTMAST
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTMAST EQUAL '10'
                   READ CUSTMAST
                   EVALUATE WS-FS-CUSTMAST
                     WHEN '00'
                       IF  WS-CUST-COUNT LESS 2000
                           ADD 1   TO WS-CUST-COUNT
                           MOVE FD-CM-CUSTOMER
                               TO WS-CU-CUSTOMER(WS-CUST-COUNT)
                           MOVE FD-CM-STATUS
                               TO WS-CU-STATUS(WS-CUST-COUNT)
                           IF  FD-CM-CREDIT-LIMIT NUMERIC
                               MOVE FD-CM-CREDIT-LIMIT
                                   TO WS-CU-LIMIT(WS-CUST-COUNT)
                           ELSE
                               MOVE ZEROS
                                   TO WS-CU-LIMIT(WS-CUST-COUNT)
                           END-IF
                           MOVE ZEROS
                               TO WS-CU-EXPOSURE(WS-CUST-COUNT)
                           MOVE 'N'
                               TO WS-CU-PAST-90(WS-CUST-COUNT)
                       ELSE
                           DISPLAY ' CUSTOMER TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CUSTMAST
             WHEN '35'
               DISPLAY ' CUSTOMER MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-AROPEN.

           OPEN INPUT AROPEN.

           EVALUATE WS-FS-AROPEN
             WHEN '00'
               PERFORM UNTIL WS-FS-AROPEN EQUAL '10'
                   READ AROPEN
                   EVALUATE WS-FS-AROPEN
                     WHEN '00'
                       IF  FD-AO-STATUS EQUAL 'O'
                           PERFORM 0104-00-CUSTOMER-EXPOSURE
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-AROPEN'
                                    ' FILE STATUS: ' WS-FS-AROPEN
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE AROPEN
             WHEN '35'
      *        NO SUBLEDGER YET: NOTHING OPEN
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-AROPEN'
                                    ' FILE STATUS: ' WS-FS-AROPEN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-CUSTOMER-EXPOSURE.

           MOVE FD-AO-CUSTOMER     TO WS-SEARCH-CUSTOMER.
           PERFORM 0202-00-FIND-CUSTOMER.

           IF  WS-CUST-FOUND       GREATER ZEROS
               ADD FD-AO-OPEN-BALANCE
                                   TO WS-CU-EXPOSURE(WS-CUST-FOUND)

               COMPUTE WS-AGE-MONTHS =
                   ((WS-AS-YEAR - FD-AO-YEAR) * 12)
                   + WS-AS-MONTH - FD-AO-MONTH

               IF  WS-AGE-MONTHS   NOT LESS 3 AND
                   FD-AO-OPEN-BALANCE
                                   GREATER ZEROS
                   MOVE 'Y'        TO WS-CU-PAST-90(WS-CUST-FOUND)
               END-IF
           END-IF.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-RELEASES.

           OPEN INPUT CREDREL.

           EVALUATE WS-FS-CREDREL
             WHEN '00'
               PERFORM UNTIL WS-FS-CREDREL EQUAL '10'
                   READ CREDREL
                   EVALUATE WS-FS-CREDREL
                     WHEN '00'
                       IF  WS-REL-COUNT LESS 500
                           ADD 1   TO WS-REL-COUNT
                           MOVE FD-CR-INVOICE
                               TO WS-RL-INVOICE(WS-REL-COUNT)
                           MOVE 'N'
                               TO WS-RL-USED(WS-REL-COUNT)
                       ELSE
                           DISPLAY ' RELEASE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-RELEASES'
                                    ' FILE STATUS: ' WS-FS-CREDREL
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CREDREL
             WHEN '35'
      *        NOTHING RELEASED BY CREDIT CONTROL
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-RELEASES'
                                    ' FILE STATUS: ' WS-FS-CREDREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-CARRY-HELD.

      *    INVOICES HELD IN EARLIER RUNS: A RELEASED ONE ENTERS THIS
      *    MONTH'S SALES3L AND COUNTS AGAINST THE CUSTOMER'S LIMIT,
      *    THE REST STAY HELD.

           OPEN INPUT HELDOLD.

           EVALUATE WS-FS-HELDOLD
             WHEN '00'
               PERFORM UNTIL WS-FS-HELDOLD EQUAL '10'
                   READ HELDOLD
                   EVALUATE WS-FS-HELDOLD
                     WHEN '00'
                       PERFORM 0107-00-RELEASE-OR-CARRY
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-CARRY-HELD'
                                    ' FILE STATUS: ' WS-FS-HELDOLD
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE HELDOLD
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-CARRY-HELD'
                                    ' FILE STATUS: ' WS-FS-HELDOLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-RELEASE-OR-CARRY.

           MOVE ZEROS              TO WS-REL-FOUND.

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
                OR WS-REL-FOUND    GREATER ZEROS
               IF  WS-RL-INVOICE(WS-REL-POS)
                                   EQUAL FD-HO-INVOICE
                   MOVE WS-REL-POS TO WS-REL-FOUND
               END-IF
           END-PERFORM.

           IF  WS-REL-FOUND        GREATER ZEROS
               MOVE 'Y'            TO WS-RL-USED(WS-REL-FOUND)
               WRITE REG-SALES3L   FROM FD-HO-SALE
               EVALUATE WS-FS-SALES3L
                 WHEN '00'
                   ADD 1           TO WS-WRITE-SALES
                   ADD 1           TO WS-COUNT-RELEASED
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0107-00-RELEASE-OR-CARRY'
                                    ' FILE STATUS: ' WS-FS-SALES3L
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
               MOVE FD-HO-CUSTOMER TO WS-SEARCH-CUSTOMER
               PERFORM 0202-00-FIND-CUSTOMER
               IF  WS-CUST-FOUND   GREATER ZEROS
                   ADD FD-HO-VALUE TO WS-CU-EXPOSURE(WS-CUST-FOUND)
               END-IF
           ELSE
               WRITE REG-HELDNEW   FROM REG-HELDOLD
               EVALUATE WS-FS-HELDNEW
                 WHEN '00'
                   ADD 1           TO WS-COUNT-CARRIED
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0107-00-RELEASE-OR-CARRY'
                                    ' FILE STATUS: ' WS-FS-HELDNEW
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-IF.

       0107-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE FD-SI-CUSTOMER     TO WS-SEARCH-CUSTOMER.
           PERFORM 0202-00-FIND-CUSTOMER.

           EVALUATE TRUE
             WHEN WS-CUST-FOUND    EQUAL ZEROS
               MOVE 'CUSTOMER NOT ON MASTER'
                                   TO FD-EX-REASON
               PERFORM 0204-00-WRITE-EXCEPTION

             WHEN WS-CU-STATUS(WS-CUST-FOUND)
                                   EQUAL 'I' AND
                  FD-SI-REC-TYPE   NOT EQUAL 'R'
               MOVE 'CUSTOMER INACTIVE'
                                   TO FD-EX-REASON
               PERFORM 0204-00-WRITE-EXCEPTION

             WHEN OTHER
               PERFORM 0205-00-CREDIT-CHECK
           END-EVALUATE.

           PERFORM 0301-00-READ-SALESIN.

       0201-00-EXIT.
           EXIT.

       0202-00-FIND-CUSTOMER.

           MOVE ZEROS              TO WS-CUST-FOUND.

           PERFORM VARYING WS-CUST-POS FROM 1 BY 1
             UNTIL WS-CUST-POS     GREATER WS-CUST-COUNT
                OR WS-CUST-FOUND   GREATER ZEROS
               IF  WS-CU-CUSTOMER(WS-CUST-POS)
                                   EQUAL WS-SEARCH-CUSTOMER
                   MOVE WS-CUST-POS
                                   TO WS-CUST-FOUND
               END-IF
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-SALE.

           WRITE REG-SALES3L       FROM REG-SALESIN.

           EVALUATE WS-FS-SALES3L
             WHEN '00'
               ADD 1               TO WS-WRITE-SALES
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0203-00-WRITE-SALE'
                                    ' FILE STATUS: ' WS-FS-SALES3L
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-EXCEPTION.

           MOVE REG-SALESIN        TO FD-EX-SALE.

           WRITE REG-SLEXCEPT.

           EVALUATE WS-FS-SLEXCEPT
             WHEN '00'
               ADD 1               TO WS-COUNT-EXCEPTIONS
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-WRITE-EXCEPTION'
                                    ' FILE STATUS: ' WS-FS-SLEXCEPT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

       0205-00-CREDIT-CHECK.

           IF  FD-SI-REC-TYPE      EQUAL 'R'
               PERFORM 0203-00-WRITE-SALE
               SUBTRACT FD-SI-VALUE
                   FROM WS-CU-EXPOSURE(WS-CUST-FOUND)
           ELSE
               COMPUTE WS-NEW-EXPOSURE =
                   WS-CU-EXPOSURE(WS-CUST-FOUND) + FD-SI-VALUE

               EVALUATE TRUE
                 WHEN WS-CU-PAST-90(WS-CUST-FOUND)
                                   EQUAL 'Y'
                   MOVE 'ITEMS PAST 90 DAYS'
                                   TO WS-HOLD-REASON
                   PERFORM 0206-00-HOLD-SALE

                 WHEN WS-CU-LIMIT(WS-CUST-FOUND)
                                   GREATER ZEROS AND
                      WS-NEW-EXPOSURE
                                   GREATER WS-CU-LIMIT(WS-CUST-FOUND)
                   MOVE 'OVER CREDIT LIMIT'
                                   TO WS-HOLD-REASON
                   PERFORM 0206-00-HOLD-SALE

                 WHEN OTHER
                   PERFORM 0203-00-WRITE-SALE
                   MOVE WS-NEW-EXPOSURE
                                   TO WS-CU-EXPOSURE(WS-CUST-FOUND)
               END-EVALUATE
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-HOLD-SALE.

           MOVE REG-SALESIN        TO FD-HN-SALE.
           MOVE WS-ASOF            TO FD-HN-HELD-ON.
           MOVE WS-HOLD-REASON     TO FD-HN-REASON.

           WRITE REG-HELDNEW.

           EVALUATE WS-FS-HELDNEW
             WHEN '00'
               ADD 1               TO WS-COUNT-HELD
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0206-00-HOLD-SALE'
                                    ' FILE STATUS: ' WS-FS-HELDNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-SALESIN.

           READ SALESIN.

           EVALUATE WS-FS-SALESIN
             WHEN '00'
               ADD 1               TO WS-READ-SALES
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-SALESIN'
                                    ' FILE STATUS: ' WS-FS-SALESIN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
               IF  WS-RL-USED(WS-REL-POS) EQUAL 'N'
                   DISPLAY ' RELEASE FOR INVOICE NOT HELD: '
                           WS-RL-INVOICE(WS-REL-POS)
               END-IF
           END-PERFORM.

           CLOSE SALESIN
                 SALES3L
                 SLEXCEPT
                 HELDNEW.

           IF  WS-COUNT-EXCEPTIONS GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-CUST-COUNT      TO WS-FMT-AMOUNT
           DISPLAY '*  CUSTOMERS.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-SALES      TO WS-FMT-AMOUNT
           DISPLAY '*  READ  SALES...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-SALES     TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE SALES...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-EXCEPTIONS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  EXCEPTIONS....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-HELD      TO WS-FMT-AMOUNT
           DISPLAY '*  CREDIT HOLDS..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-RELEASED  TO WS-FMT-AMOUNT
           DISPLAY '*  RELEASED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-CARRIED   TO WS-FMT-AMOUNT
           DISPLAY '*  STILL HELD....: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
