      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62650.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62650                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : TURN THE NIGHT'S CUSTOMER PAYMENTS ON THE    *
      *                   COLLECTION ACCOUNTS INTO AR RECEIPTS         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUNS AFTER EAD62510 HAS POSTED THE NIGHT'S RELEASES.  A      *
      *   CREDIT (TYPE C) TO ONE OF THE COMPANY'S COLLECTION ACCOUNTS  *
      *   ON THE ACCEPTED FILE, AND NOT ON THE BALANCE LINE'S          *
      *   REJECTED FILE, IS A CUSTOMER PAYMENT.  THE PAYER QUOTES THE  *
      *   INVOICE IN THE DOCUMENT NUMBER; THE BANK FIELD HOLDS FOUR    *
      *   DIGITS, SO IT IS MATCHED AGAINST THE LOW-ORDER FOUR DIGITS   *
      *   OF THE OPEN ITEMS (STATUS O, BALANCE ABOVE ZERO) ON THE AR   *
      *   SUBLEDGER:                                                   *
      *                                                                *
      *     ONE OPEN ITEM MATCHES     : RECEIPT FOR THAT INVOICE;      *
      *     SEVERAL ITEMS MATCH       : RECEIPT FOR THE ONE WHOSE      *
      *                                 BALANCE EQUALS THE PAYMENT,    *
      *                                 WHEN EXACTLY ONE DOES;         *
      *     OTHERWISE, OR A FOREIGN-  : UNAPPLIED CASH, FOR THE AR     *
      *     CURRENCY CREDIT             CLERK TO ALLOCATE.             *
      *                                                                *
      *   BOTH OUTPUTS ARE EXTENDED NIGHT AFTER NIGHT.  THE RECEIPTS   *
      *   ARE APPLIED AND CLEARED BY THE MONTHLY AR CYCLE (EAD62586).  *
      *   THE RECEIPT NUMBER IS THE BUSINESS DAY (DD) FOLLOWED BY THE  *
      *   BANK DOCUMENT NUMBER, SO IT CAN BE TRACED TO THE STATEMENT.  *
      *   RC=4 WHEN ANY PAYMENT WENT TO UNAPPLIED CASH.                *
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

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT COLLACCT         ASSIGN TO DA-S-COLLACCT
               FILE STATUS         IS WS-FS-COLLACCT.

           SELECT REJECTED         ASSIGN TO DA-S-REJECTED
               FILE STATUS         IS WS-FS-REJECTED.

           SELECT AROPEN           ASSIGN TO DA-S-AROPEN
               FILE STATUS         IS WS-FS-AROPEN.

           SELECT RELEASES         ASSIGN TO DA-S-RELEASES
               FILE STATUS         IS WS-FS-RELEASES.

           SELECT RECEIPTS         ASSIGN TO DA-S-RECEIPTS
               FILE STATUS         IS WS-FS-RECEIPTS.

           SELECT UNAPPLD          ASSIGN TO DA-S-UNAPPLD
               FILE STATUS         IS WS-FS-UNAPPLD.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

       FD  COLLACCT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-COLLACCT.
           03  FD-CA-KEY.
               05  FD-CA-BRANCH    PIC X(4).
               05  FD-CA-ACCOUNT   PIC 9(5).
           03  FD-CA-DESCRIPTION   PIC X(30).
           03  FILLER              PIC X(41).

       FD  REJECTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-REJECTED.
           03  FD-REJ-KEY.
               05  FD-REJ-BRANCH   PIC X(4).
               05  FD-REJ-ACCOUNT  PIC 9(5).
           03  FD-REJ-DOC-NUMBER   PIC 9(4).
           03  FD-REJ-REASON-CODE  PIC 9(2).
           03  FD-REJ-REASON-DESC  PIC X(30).
           03  FD-REJ-ORIG-VALUE   PIC 9(6)V9(2).
           03  FD-REJ-CURRENCY     PIC X(3).
           03  FD-REJ-RATE         PIC 9(3)V9(6).

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

       FD  RELEASES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELEASES.
           03  FD-RELEASE-KEY.
               05  FD-BANK-BRANCH  PIC X(4).
               05  FD-BANK-ACCOUNT PIC 9(5).
           03  FD-DOC-NUMBER       PIC 9(4).
           03  FD-RELEASE-TYPE     PIC A(1).
           03  FD-RELEASE-VALUE    PIC 9(6)V9(2).
           03  FD-COUNTERPARTY.
               05  FD-CP-BRANCH    PIC X(4).
               05  FD-CP-ACCOUNT   PIC 9(5).
           03  FD-POSTING-DATE     PIC 9(8).
           03  FD-VALUE-DATE       PIC 9(8).
           03  FD-CURRENCY         PIC X(3).

       FD  RECEIPTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RECEIPTS.
           03  FD-RC-RECEIPT       PIC 9(6).
           03  FD-RC-INVOICE       PIC 9(6).
           03  FD-RC-DATE          PIC 9(8).
           03  FD-RC-AMOUNT        PIC 9(6)V9(2).

       FD  UNAPPLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-UNAPPLD.
           03  FD-UA-BUSINESS-DATE PIC 9(8).
           03  FD-UA-KEY.
               05  FD-UA-BRANCH    PIC X(4).
               05  FD-UA-ACCOUNT   PIC 9(5).
           03  FD-UA-DOC-NUMBER    PIC 9(4).
           03  FD-UA-VALUE         PIC 9(6)V9(2).
           03  FD-UA-CURRENCY      PIC X(3).
           03  FD-UA-COUNTERPARTY.
               05  FD-UA-CP-BRANCH PIC X(4).
               05  FD-UA-CP-ACCOUNT
                                   PIC 9(5).
           03  FD-UA-REASON        PIC X(30).
           03  FILLER              PIC X(9).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62650'.

       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-COLLACCT          PIC X(2)            VALUE ZEROS.
       77  WS-FS-REJECTED          PIC X(2)            VALUE ZEROS.
       77  WS-FS-AROPEN            PIC X(2)            VALUE ZEROS.
       77  WS-FS-RELEASES          PIC X(2)            VALUE ZEROS.
       77  WS-FS-RECEIPTS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-UNAPPLD           PIC X(2)            VALUE ZEROS.

       01  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WS-BUSINESS-DATE.
           03  WS-BD-YEAR          PIC 9(4).
           03  WS-BD-MONTH         PIC 9(2).
           03  WS-BD-DAY           PIC 9(2).

       77  WS-READ-RELEASES        PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-RECEIPTS       PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-UNAPPLD        PIC 9(6)            VALUE ZEROS.

       77  WS-COUNT-CREDITS        PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(6)            VALUE ZEROS.
       77  WS-TOTAL-APPLIED        PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-UNAPPLIED      PIC 9(9)V9(2)       VALUE ZEROS.

       77  WS-CA-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CA-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-RJ-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-RJ-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OI-COUNT             PIC 9(5) COMP-3     VALUE ZEROS.
       77  WS-OI-POS               PIC 9(5) COMP-3     VALUE ZEROS.
       77  WS-OI-FOUND             PIC 9(5) COMP-3     VALUE ZEROS.
       77  WS-OI-EXACT             PIC 9(5) COMP-3     VALUE ZEROS.
       77  WS-OI-MATCHES           PIC 9(5) COMP-3     VALUE ZEROS.
       77  WS-OI-EXACT-MATCHES     PIC 9(5) COMP-3     VALUE ZEROS.

       77  WS-COLLECTION-IND       PIC X(1)            VALUE 'N'.
           88  WS-COLLECTION-ACCOUNT                   VALUE 'Y'.
       77  WS-REJECTED-IND         PIC X(1)            VALUE 'N'.
           88  WS-CREDIT-REJECTED                      VALUE 'Y'.

      *    COMPANY COLLECTION ACCOUNTS (KEPT WITH AN EDITOR BY THE
      *    TREASURY, SEE EAD625KV).
       01  WS-COLLECTION-TABLE.
           03  WS-CA-KEY           PIC X(9)
                                   OCCURS 50 TIMES.

      *    RELEASES THE BALANCE LINE REJECTED TONIGHT.  AN ENTRY IS
      *    USED ONCE, SO TWO IDENTICAL CREDITS TAKE TWO OUTCOMES.
       01  WS-REJECTED-TABLE.
           03  WS-RJ-ENTRY         OCCURS 5000 TIMES.
               05  WS-RJ-KEY       PIC X(9).
               05  WS-RJ-DOC       PIC 9(4).
               05  WS-RJ-VALUE     PIC 9(6)V9(2).
               05  WS-RJ-USED      PIC X(1).
                   88  WS-RJ-IS-USED           VALUE 'Y'.

      *    OPEN ITEMS OF THE CURRENT SUBLEDGER GENERATION.
       01  WS-OPEN-ITEM-TABLE.
           03  WS-OI-ENTRY         OCCURS 20000 TIMES.
               05  WS-OI-INVOICE   PIC 9(6).
               05  FILLER              REDEFINES WS-OI-INVOICE.
                   07  FILLER      PIC 9(2).
                   07  WS-OI-INVOICE-LOW
                                   PIC 9(4).
               05  WS-OI-BALANCE   PIC S9(8)V9(2).

       77  WS-UNAPPLIED-REASON     PIC X(30)           VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZZ.ZZ9         VALUE ZEROS.
       77  WS-FMT-VALUE            PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-RELEASES  EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-READ-CYCLECTL.
           PERFORM 0103-00-LOAD-COLLACCT.
           PERFORM 0104-00-LOAD-REJECTED.
           PERFORM 0105-00-LOAD-AROPEN.

           OPEN INPUT RELEASES.

           IF  WS-FS-RELEASES      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-RELEASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND RECEIPTS
                       UNAPPLD.

           IF  WS-FS-RECEIPTS      NOT EQUAL '00' OR
               WS-FS-UNAPPLD       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' RECEIPTS: ' WS-FS-RECEIPTS
                       ' UNAPPLD: '  WS-FS-UNAPPLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-RELEASES.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

      *    THE RECEIPT DATE IS THE BUSINESS DATE OF THE OPEN CYCLE.

           OPEN INPUT CYCLECTL.

           EVALUATE WS-FS-CYCLECTL
             WHEN '00'
               READ CYCLECTL
               EVALUATE WS-FS-CYCLECTL
                 WHEN '00'
                   IF  NOT FD-CY-OPEN
                       DISPLAY ' CYCLE IS NOT OPEN - RUN EAD62582'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FD-CY-BUSINESS-DATE
                                   TO WS-BUSINESS-DATE
                 WHEN OTHER
                   DISPLAY ' CYCLE CONTROL RECORD MISSING'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
               CLOSE CYCLECTL
             WHEN OTHER
               DISPLAY ' CYCLE CONTROL DATASET NOT AVAILABLE'
                                    ' FILE STATUS: ' WS-FS-CYCLECTL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-COLLACCT.

           OPEN INPUT COLLACCT.

           EVALUATE WS-FS-COLLACCT
             WHEN '00'
               PERFORM UNTIL WS-FS-COLLACCT EQUAL '10'
                   READ COLLACCT
                   EVALUATE WS-FS-COLLACCT
                     WHEN '00'
                       IF  WS-CA-COUNT
                                   LESS 50
                           ADD 1   TO WS-CA-COUNT
                           MOVE FD-CA-KEY
                                   TO WS-CA-KEY(WS-CA-COUNT)
                       ELSE
                           DISPLAY ' COLLECTION ACCOUNT TABLE FULL'
                                   ' - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-COLLACCT'
                                    ' FILE STATUS: ' WS-FS-COLLACCT
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE COLLACCT
             WHEN '35'
               DISPLAY ' COLLECTION ACCOUNTS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-COLLACCT'
                                    ' FILE STATUS: ' WS-FS-COLLACCT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-CA-COUNT         EQUAL ZEROS
               DISPLAY ' NO COLLECTION ACCOUNTS DEFINED'
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-REJECTED.

           OPEN INPUT REJECTED.

           EVALUATE WS-FS-REJECTED
             WHEN '00'
               PERFORM UNTIL WS-FS-REJECTED EQUAL '10'
                   READ REJECTED
                   EVALUATE WS-FS-REJECTED
                     WHEN '00'
                       IF  WS-RJ-COUNT
                                   LESS 5000
                           ADD 1   TO WS-RJ-COUNT
                           MOVE FD-REJ-KEY
                                   TO WS-RJ-KEY(WS-RJ-COUNT)
                           MOVE FD-REJ-DOC-NUMBER
                                   TO WS-RJ-DOC(WS-RJ-COUNT)
                           MOVE FD-REJ-ORIG-VALUE
                                   TO WS-RJ-VALUE(WS-RJ-COUNT)
                           MOVE 'N'
                                   TO WS-RJ-USED(WS-RJ-COUNT)
                       ELSE
                           DISPLAY ' REJECTED TABLE FULL'
                                   ' - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-REJECTED'
                                    ' FILE STATUS: ' WS-FS-REJECTED
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE REJECTED
             WHEN '35'
               DISPLAY ' REJECTED RELEASES FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-REJECTED'
                                    ' FILE STATUS: ' WS-FS-REJECTED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-AROPEN.

      *    ONLY THE ITEMS A PAYMENT CAN STILL BE APPLIED TO.

           OPEN INPUT AROPEN.

           EVALUATE WS-FS-AROPEN
             WHEN '00'
               PERFORM UNTIL WS-FS-AROPEN EQUAL '10'
                   READ AROPEN
                   EVALUATE WS-FS-AROPEN
                     WHEN '00'
                       IF  FD-AO-STATUS
                                   EQUAL 'O' AND
                           FD-AO-OPEN-BALANCE
                                   GREATER ZEROS
                           PERFORM 0106-00-STORE-OPEN-ITEM
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-AROPEN'
                                    ' FILE STATUS: ' WS-FS-AROPEN
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE AROPEN
             WHEN '35'
               DISPLAY ' AR OPEN-ITEMS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-AROPEN'
                                    ' FILE STATUS: ' WS-FS-AROPEN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-STORE-OPEN-ITEM.

           IF  WS-OI-COUNT         LESS 20000
               ADD 1               TO WS-OI-COUNT
               MOVE FD-AO-INVOICE  TO WS-OI-INVOICE(WS-OI-COUNT)
               MOVE FD-AO-OPEN-BALANCE
                                   TO WS-OI-BALANCE(WS-OI-COUNT)
           ELSE
               DISPLAY ' OPEN-ITEM TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           IF  FD-RELEASE-TYPE     EQUAL 'C'
               PERFORM 0202-00-CHECK-COLLECTION
               IF  WS-COLLECTION-ACCOUNT
                   PERFORM 0203-00-CHECK-REJECTED
                   IF  WS-CREDIT-REJECTED
                       ADD 1       TO WS-COUNT-REJECTED
                   ELSE
                       ADD 1       TO WS-COUNT-CREDITS
                       PERFORM 0204-00-APPLY-PAYMENT
                   END-IF
               END-IF
           END-IF.

           PERFORM 0301-00-READ-RELEASES.

       0201-00-EXIT.
           EXIT.

       0202-00-CHECK-COLLECTION.

           MOVE 'N'                TO WS-COLLECTION-IND.

           PERFORM VARYING WS-CA-POS FROM 1 BY 1
             UNTIL WS-CA-POS       GREATER WS-CA-COUNT OR
                   WS-COLLECTION-ACCOUNT
               IF  WS-CA-KEY(WS-CA-POS)
                                   EQUAL FD-RELEASE-KEY
                   MOVE 'Y'        TO WS-COLLECTION-IND
               END-IF
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-CHECK-REJECTED.

      *    A CREDIT THE BALANCE LINE REJECTED NEVER REACHED THE
      *    ACCOUNT, SO IT IS NOT A PAYMENT.

           MOVE 'N'                TO WS-REJECTED-IND.

           PERFORM VARYING WS-RJ-POS FROM 1 BY 1
             UNTIL WS-RJ-POS       GREATER WS-RJ-COUNT OR
                   WS-CREDIT-REJECTED
               IF  NOT WS-RJ-IS-USED(WS-RJ-POS)               AND
                   WS-RJ-KEY(WS-RJ-POS)
                                   EQUAL FD-RELEASE-KEY       AND
                   WS-RJ-DOC(WS-RJ-POS)
                                   EQUAL FD-DOC-NUMBER        AND
                   WS-RJ-VALUE(WS-RJ-POS)
                                   EQUAL FD-RELEASE-VALUE
                   MOVE 'Y'        TO WS-RJ-USED(WS-RJ-POS)
                   MOVE 'Y'        TO WS-REJECTED-IND
               END-IF
           END-PERFORM.

       0203-00-EXIT.
           EXIT.

       0204-00-APPLY-PAYMENT.

           MOVE SPACES             TO WS-UNAPPLIED-REASON.
           MOVE ZEROS              TO WS-OI-FOUND.

           EVALUATE TRUE
             WHEN FD-CURRENCY      NOT EQUAL SPACES AND
                  FD-CURRENCY      NOT EQUAL 'BRL'
               MOVE 'FOREIGN-CURRENCY PAYMENT'
                                   TO WS-UNAPPLIED-REASON
             WHEN FD-DOC-NUMBER    EQUAL ZEROS
               MOVE 'NO INVOICE REFERENCE'
                                   TO WS-UNAPPLIED-REASON
             WHEN OTHER
               PERFORM 0205-00-FIND-INVOICE
               EVALUATE TRUE
                 WHEN WS-OI-MATCHES
                                   EQUAL ZEROS
                   MOVE 'NO OPEN INVOICE FOR REFERENCE'
                                   TO WS-UNAPPLIED-REASON
                 WHEN WS-OI-MATCHES
                                   EQUAL 1
                   CONTINUE
                 WHEN WS-OI-EXACT-MATCHES
                                   EQUAL 1
                   MOVE WS-OI-EXACT
                                   TO WS-OI-FOUND
                 WHEN OTHER
                   MOVE 'REFERENCE FITS SEVERAL INVOICES'
                                   TO WS-UNAPPLIED-REASON
               END-EVALUATE
           END-EVALUATE.

           IF  WS-UNAPPLIED-REASON EQUAL SPACES
               PERFORM 0206-00-WRITE-RECEIPT
           ELSE
               PERFORM 0207-00-WRITE-UNAPPLIED
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-FIND-INVOICE.

      *    WS-OI-FOUND ENDS ON THE LAST MATCHING ITEM, WHICH IS THE
      *    ONE USED WHEN IT IS THE ONLY MATCH; WS-OI-EXACT ON THE LAST
      *    ITEM WHOSE BALANCE ALSO EQUALS THE PAYMENT.

           MOVE ZEROS              TO WS-OI-MATCHES
                                      WS-OI-EXACT-MATCHES
                                      WS-OI-EXACT.

           PERFORM VARYING WS-OI-POS FROM 1 BY 1
             UNTIL WS-OI-POS       GREATER WS-OI-COUNT
               IF  WS-OI-INVOICE-LOW(WS-OI-POS)
                                   EQUAL FD-DOC-NUMBER
                   ADD 1           TO WS-OI-MATCHES
                   MOVE WS-OI-POS  TO WS-OI-FOUND
                   IF  WS-OI-BALANCE(WS-OI-POS)
                                   EQUAL FD-RELEASE-VALUE
                       ADD 1       TO WS-OI-EXACT-MATCHES
                       MOVE WS-OI-POS
                                   TO WS-OI-EXACT
                   END-IF
               END-IF
           END-PERFORM.

       0205-00-EXIT.
           EXIT.

       0206-00-WRITE-RECEIPT.

           COMPUTE FD-RC-RECEIPT   = WS-BD-DAY * 10000
                                   + FD-DOC-NUMBER.
           MOVE WS-OI-INVOICE(WS-OI-FOUND)
                                   TO FD-RC-INVOICE.
           MOVE WS-BUSINESS-DATE   TO FD-RC-DATE.
           MOVE FD-RELEASE-VALUE   TO FD-RC-AMOUNT.

           WRITE REG-RECEIPTS.

           EVALUATE WS-FS-RECEIPTS
             WHEN '00'
               ADD 1               TO WS-WRITE-RECEIPTS
               ADD FD-RELEASE-VALUE
                                   TO WS-TOTAL-APPLIED
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0206-00-WRITE-RECEIPT'
                                    ' FILE STATUS: ' WS-FS-RECEIPTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

       0207-00-WRITE-UNAPPLIED.

           MOVE SPACES             TO REG-UNAPPLD.
           MOVE WS-BUSINESS-DATE   TO FD-UA-BUSINESS-DATE.
           MOVE FD-RELEASE-KEY     TO FD-UA-KEY.
           MOVE FD-DOC-NUMBER      TO FD-UA-DOC-NUMBER.
           MOVE FD-RELEASE-VALUE   TO FD-UA-VALUE.
           MOVE FD-CURRENCY        TO FD-UA-CURRENCY.
           MOVE FD-COUNTERPARTY    TO FD-UA-COUNTERPARTY.
           MOVE WS-UNAPPLIED-REASON
                                   TO FD-UA-REASON.

           WRITE REG-UNAPPLD.

           EVALUATE WS-FS-UNAPPLD
             WHEN '00'
               ADD 1               TO WS-WRITE-UNAPPLD
               ADD FD-RELEASE-VALUE
                                   TO WS-TOTAL-UNAPPLIED
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0207-00-WRITE-UNAPPLIED'
                                    ' FILE STATUS: ' WS-FS-UNAPPLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0207-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-RELEASES.

           READ RELEASES.

           EVALUATE WS-FS-RELEASES
             WHEN '00'
               ADD 1               TO WS-READ-RELEASES
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-RELEASES'
                                    ' FILE STATUS: ' WS-FS-RELEASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE RELEASES
                 RECEIPTS
                 UNAPPLD.

           IF  WS-WRITE-UNAPPLD    GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-RELEASES   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  RELEASES.: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-COUNT-CREDITS   TO WS-FMT-AMOUNT
           DISPLAY '*  PAYMENTS.......: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED.......: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-WRITE-RECEIPTS  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE RECEIPTS.: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-TOTAL-APPLIED   TO WS-FMT-VALUE
           DISPLAY '*  VALUE RECEIPTS.: ' WS-FMT-VALUE
                                          '             *'.
           MOVE WS-WRITE-UNAPPLD   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE UNAPPLIED: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-TOTAL-UNAPPLIED TO WS-FMT-VALUE
           DISPLAY '*  VALUE UNAPPLIED: ' WS-FMT-VALUE
                                          '             *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
