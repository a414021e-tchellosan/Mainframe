      *----------------------------------------------------------------*
      *                                                                *
      *   BOTH FEEDS ARRIVE IN INVOICE SEQUENCE (JOB PRE-SORT).        *
      *   PER INVOICE: EVERY LINE MUST NAME AN ACTIVE PRODUCT, CARRY   *
      *   THE INVOICE'S CUSTOMER, AND THE LINES MUST SUM TO THE        *
      *   INVOICE VALUE ON THE SALES3L FEED.  A FAILED INVOICE GOES    *
      *   WHOLE TO THE EXCEPTION FILE, LIKE THE INVALID-MONTH RECORDS  *
      *   IN EAD62512; A GOOD ONE EMITS ITS LINES ENRICHED WITH        *
      *   SELLER, STATE, MONTH, CUSTOMER AND RECORD TYPE FOR THE       *
      *   EAD62589 PRODUCT REPORT AND THE EAD62648 STOCK LEDGER.       *
      *                                                                *
      *   THE UNIT PRICE OF EVERY LINE OF A SALE (NOT OF A RETURN) IS  *
      *   CHECKED AGAINST THE PRICE LIST IN FORCE IN THE INVOICE       *
      *   MONTH: THE ENTRY OF THE PRODUCT WITH THE LATEST EFFECTIVE    *
      *   MONTH NOT AFTER IT.  A LINE OFF THE LIST PRICE BY MORE THAN  *
      *   THE TOLERANCE GOES TO THE PRICE-VARIANCE FILE (EAD62651      *
      *   PRINTS IT BY SELLER); A LINE BELOW THE LIST PRICE BY MORE    *
      *   THAN THE HARD LIMIT FAILS THE INVOICE.  A PRODUCT WITH NO    *
      *   PRICE IN FORCE IS NOT CHECKED.                               *
      *   SYSIN: FEED YEAR, TOLERANCE AND HARD LIMIT PERCENTAGES       *
      *   (9(2)V99).                                                   *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
           SELECT LIEXCEPT         ASSIGN TO DA-S-LIEXCEPT
               FILE STATUS         IS WS-FS-LIEXCEPT.

           SELECT PRICELST         ASSIGN TO DA-S-PRICELST
               FILE STATUS         IS WS-FS-PRICELST.

           SELECT PRICEVAR         ASSIGN TO DA-S-PRICEVAR
               FILE STATUS         IS WS-FS-PRICEVAR.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
           03  FD-LI-PRODUCT       PIC X(8).
           03  FD-LI-QUANTITY      PIC 9(5).
           03  FD-LI-UNIT-PRICE    PIC 9(6)V9(2).
           03  FD-LI-CUSTOMER      PIC 9(6).

       FD  PRODMAST
           RECORDING MODE IS F
           03  FD-PM-PRODUCT       PIC X(8).
           03  FD-PM-DESCRIPTION   PIC X(30).
           03  FD-PM-ACTIVE        PIC X(1).
           03  FD-PM-QTY-ON-HAND   PIC S9(7).
           03  FD-PM-REORDER-POINT PIC 9(7).
           03  FD-PM-UNIT-COST     PIC 9(6)V9(2).

       FD  SALES3L
           RECORDING MODE IS F
           03  FD-VALUE            PIC 9(6)V9(2).
           03  FD-REC-TYPE         PIC X(1).
           03  FD-ORIG-INVOICE     PIC 9(6).
           03  FD-CUSTOMER         PIC 9(6).

       FD  VALIDLIN
           RECORDING MODE IS F
           03  FD-VL-SELLER        PIC 9(2).
           03  FD-VL-STATE         PIC X(2).
           03  FD-VL-MONTH         PIC 9(2).
           03  FD-VL-CUSTOMER      PIC 9(6).
           03  FD-VL-REC-TYPE      PIC X(1).

       FD  LIEXCEPT
           RECORDING MODE IS F
           03  FD-EX-PRODUCT       PIC X(8).
           03  FD-EX-QUANTITY      PIC 9(5).
           03  FD-EX-UNIT-PRICE    PIC 9(6)V9(2).
           03  FD-EX-CUSTOMER      PIC 9(6).
           03  FD-EX-REASON        PIC X(25).

       FD  PRICELST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PRICELST.
           03  FD-PL-PRODUCT       PIC X(8).
           03  FD-PL-EFFECTIVE     PIC 9(8).
           03  FILLER                  REDEFINES FD-PL-EFFECTIVE.
               05  FD-PL-EFF-YM    PIC 9(6).
               05  FD-PL-EFF-DD    PIC 9(2).
           03  FD-PL-LIST-PRICE    PIC 9(6)V9(2).
           03  FILLER              PIC X(56).

       FD  PRICEVAR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PRICEVAR.
           03  FD-PV-SELLER        PIC 9(2).
           03  FD-PV-INVOICE       PIC 9(6).
           03  FD-PV-LINE          PIC 9(3).
           03  FD-PV-PRODUCT       PIC X(8).
           03  FD-PV-CUSTOMER      PIC 9(6).
           03  FD-PV-MONTH         PIC 9(2).
           03  FD-PV-QUANTITY      PIC 9(5).
           03  FD-PV-UNIT-PRICE    PIC 9(6)V9(2).
           03  FD-PV-LIST-PRICE    PIC 9(6)V9(2).
           03  FD-PV-GIVEN-AWAY    PIC S9(8)V9(2).
           03  FD-PV-OUTCOME       PIC X(1).
           03  FILLER              PIC X(21).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-FS-SALES3L           PIC X(2)            VALUE ZEROS.
       77  WS-FS-VALIDLIN          PIC X(2)            VALUE ZEROS.
       77  WS-FS-LIEXCEPT          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PRICELST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PRICEVAR          PIC X(2)            VALUE ZEROS.

       77  WS-FEED-YEAR            PIC 9(4)            VALUE ZEROS.
       77  WS-TOLERANCE-PCT        PIC 9(2)V9(2)       VALUE ZEROS.
       77  WS-HARD-LIMIT-PCT       PIC 9(2)V9(2)       VALUE ZEROS.

       77  WS-READ-LINES           PIC 9(5)            VALUE ZEROS.
       77  WS-READ-SALES           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-EXCEPTIONS     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-INV-OK         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-INV-BAD        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-VARIANCE       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-BELOW-LIMIT    PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NO-PRICE       PIC 9(5)            VALUE ZEROS.

       77  WS-PROD-COUNT           PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PROD-POS             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PRODUCT-OK-IND       PIC X(1)            VALUE 'N'.
           88  WS-PRODUCT-OK                           VALUE 'Y'.

       77  WS-PRICE-COUNT          PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-PRICE-POS            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-PRICE-FOUND          PIC 9(4) COMP-3     VALUE ZEROS.

      *    PRICE LIST, ONE ENTRY PER PRODUCT AND EFFECTIVE DATE.
       01  WS-PRICE-TABLE.
           03  WS-PL-ENTRY         OCCURS 2000 TIMES.
               05  WS-PL-PRODUCT   PIC X(8).
               05  WS-PL-EFF-YM    PIC 9(6).
               05  WS-PL-LIST-PRICE
                                   PIC 9(6)V9(2).

       77  WS-INVOICE-YM           PIC 9(6)            VALUE ZEROS.
       77  WS-PRICE-DIFF           PIC S9(6)V9(2)      VALUE ZEROS.
       77  WS-TOLERANCE-VALUE      PIC 9(6)V9(4)       VALUE ZEROS.
       77  WS-HARD-LIMIT-VALUE     PIC 9(6)V9(4)       VALUE ZEROS.

       77  WS-CURRENT-INVOICE      PIC 9(6)            VALUE ZEROS.

       77  WS-LINE-COUNT           PIC 9(3) COMP-3     VALUE ZEROS.
                                   PIC 9(8)V9(2).
               05  WS-LN-BAD-PRODUCT
                                   PIC X(1).
               05  WS-LN-CUSTOMER  PIC 9(6).
               05  WS-LN-LIST-PRICE
                                   PIC 9(6)V9(2).
               05  WS-LN-VARIANCE  PIC X(1).
                   88  WS-LN-OFF-LIST          VALUE 'Y'.

       77  WS-INVOICE-SUM          PIC 9(10)V9(2)      VALUE ZEROS.
       77  WS-INVOICE-BAD-IND      PIC X(1)            VALUE 'N'.
           88  WS-INVOICE-BAD                          VALUE 'Y'.

       77  WS-CUSTOMER-OK-IND      PIC X(1)            VALUE 'Y'.
           88  WS-CUSTOMER-OK                          VALUE 'Y'.

       77  WS-PRICE-BAD-IND        PIC X(1)            VALUE 'N'.
           88  WS-PRICE-BAD                            VALUE 'Y'.

       77  WS-EXCEPT-REASON        PIC X(25)           VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

       0101-00-INITIAL.

           ACCEPT WS-FEED-YEAR     FROM SYSIN.
           ACCEPT WS-TOLERANCE-PCT FROM SYSIN.
           ACCEPT WS-HARD-LIMIT-PCT
                                   FROM SYSIN.

           IF  WS-FEED-YEAR        NOT NUMERIC OR
               WS-FEED-YEAR        EQUAL ZEROS
               DISPLAY ' FEED YEAR PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-TOLERANCE-PCT    NOT NUMERIC OR
               WS-HARD-LIMIT-PCT   NOT NUMERIC OR
               WS-HARD-LIMIT-PCT   LESS WS-TOLERANCE-PCT
               DISPLAY ' PRICE TOLERANCE PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-PRODUCTS.
           PERFORM 0103-00-LOAD-PRICES.

           OPEN INPUT LINEITEM
                      SALES3L.
           END-IF.

           OPEN OUTPUT VALIDLIN
                       LIEXCEPT
                       PRICEVAR.

           PERFORM 0301-00-READ-LINEITEM.
           PERFORM 0302-00-READ-SALES3L.
       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-PRICES.

           OPEN INPUT PRICELST.

           EVALUATE WS-FS-PRICELST
             WHEN '00'
               PERFORM UNTIL WS-FS-PRICELST EQUAL '10'
                   READ PRICELST
                   EVALUATE WS-FS-PRICELST
                     WHEN '00'
                       IF  WS-PRICE-COUNT LESS 2000
                           ADD 1   TO WS-PRICE-COUNT
                           MOVE FD-PL-PRODUCT
                               TO WS-PL-PRODUCT(WS-PRICE-COUNT)
                           MOVE FD-PL-EFF-YM
                               TO WS-PL-EFF-YM(WS-PRICE-COUNT)
                           MOVE FD-PL-LIST-PRICE
                               TO WS-PL-LIST-PRICE(WS-PRICE-COUNT)
                       ELSE
                           DISPLAY ' PRICE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-PRICES'
                                    ' FILE STATUS: ' WS-FS-PRICELST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PRICELST
             WHEN '35'
               DISPLAY ' PRICE LIST NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-PRICES'
                                    ' FILE STATUS: ' WS-FS-PRICELST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
               MOVE FD-LI-QUANTITY TO WS-LN-QUANTITY(WS-LINE-COUNT)
               MOVE FD-LI-UNIT-PRICE
                                   TO WS-LN-UNIT-PRICE(WS-LINE-COUNT)
               MOVE FD-LI-CUSTOMER TO WS-LN-CUSTOMER(WS-LINE-COUNT)
               MOVE ZEROS          TO WS-LN-LIST-PRICE(WS-LINE-COUNT)
               MOVE 'N'            TO WS-LN-VARIANCE(WS-LINE-COUNT)
               COMPUTE WS-LN-LINE-VALUE(WS-LINE-COUNT) =
                   FD-LI-QUANTITY * FD-LI-UNIT-PRICE

             UNTIL FD-INVOICE      NOT LESS WS-CURRENT-INVOICE.

           MOVE ZEROS              TO WS-INVOICE-SUM.
           MOVE 'Y'                TO WS-CUSTOMER-OK-IND.
           PERFORM VARYING WS-LINE-POS FROM 1 BY 1
             UNTIL WS-LINE-POS     GREATER WS-LINE-COUNT
               ADD WS-LN-LINE-VALUE(WS-LINE-POS)
                                   TO WS-INVOICE-SUM
               IF  WS-LN-CUSTOMER(WS-LINE-POS)
                                   NOT EQUAL FD-CUSTOMER
                   MOVE 'N'        TO WS-CUSTOMER-OK-IND
               END-IF
           END-PERFORM.

           IF  FD-INVOICE          EQUAL WS-CURRENT-INVOICE AND
               FD-REC-TYPE         NOT EQUAL 'R'
               PERFORM 0207-00-CHECK-PRICES
           END-IF.

           EVALUATE TRUE
             WHEN FD-INVOICE       NOT EQUAL WS-CURRENT-INVOICE
               MOVE 'INVOICE NOT ON FEED'
                                   TO WS-EXCEPT-REASON
               SET WS-INVOICE-BAD  TO TRUE

             WHEN NOT WS-CUSTOMER-OK
               MOVE 'CUSTOMER DIFFERS FROM INV'
                                   TO WS-EXCEPT-REASON
               SET WS-INVOICE-BAD  TO TRUE

             WHEN WS-INVOICE-BAD
               MOVE 'PRODUCT UNKNOWN/INACTIVE'
                                   TO WS-EXCEPT-REASON

             WHEN WS-PRICE-BAD
               MOVE 'PRICE BELOW HARD LIMIT'
                                   TO WS-EXCEPT-REASON
               SET WS-INVOICE-BAD  TO TRUE

             WHEN WS-INVOICE-SUM   NOT EQUAL FD-VALUE
               MOVE 'LINES DISAGREE WITH VALUE'
                                   TO WS-EXCEPT-REASON
               ADD 1               TO WS-COUNT-INV-OK
           END-IF.

           PERFORM 0209-00-WRITE-VARIANCES.

           MOVE ZEROS              TO WS-LINE-COUNT.
           MOVE 'N'                TO WS-INVOICE-BAD-IND.
           MOVE 'N'                TO WS-PRICE-BAD-IND.

       0203-00-EXIT.
           EXIT.
                                   TO FD-EX-QUANTITY
               MOVE WS-LN-UNIT-PRICE(WS-LINE-POS)
                                   TO FD-EX-UNIT-PRICE
               MOVE WS-LN-CUSTOMER(WS-LINE-POS)
                                   TO FD-EX-CUSTOMER
               MOVE WS-EXCEPT-REASON
                                   TO FD-EX-REASON
               WRITE REG-LIEXCEPT
               MOVE FD-SELLER      TO FD-VL-SELLER
               MOVE FD-STATE       TO FD-VL-STATE
               MOVE FD-MONTH       TO FD-VL-MONTH
               MOVE FD-CUSTOMER    TO FD-VL-CUSTOMER
               MOVE FD-REC-TYPE    TO FD-VL-REC-TYPE
               WRITE REG-VALIDLIN
               IF  WS-FS-VALIDLIN  NOT EQUAL '00'
                   DISPLAY ' ERROR FOUND IN 0206-00-WRITE-VALID-LINES'
       0206-00-EXIT.
           EXIT.

       0207-00-CHECK-PRICES.

      *    THE INVOICE CARRIES ONLY ITS MONTH; THE YEAR IS THE FEED'S.

           COMPUTE WS-INVOICE-YM   = WS-FEED-YEAR * 100 + FD-MONTH.

           PERFORM VARYING WS-LINE-POS FROM 1 BY 1
             UNTIL WS-LINE-POS     GREATER WS-LINE-COUNT
               IF  WS-LN-BAD-PRODUCT(WS-LINE-POS)
                                   EQUAL 'N'
                   PERFORM 0208-00-FIND-PRICE
                   IF  WS-PRICE-FOUND
                                   EQUAL ZEROS
                       ADD 1       TO WS-COUNT-NO-PRICE
                   ELSE
                       MOVE WS-PL-LIST-PRICE(WS-PRICE-FOUND)
                           TO WS-LN-LIST-PRICE(WS-LINE-POS)
                       COMPUTE WS-PRICE-DIFF =
                           WS-LN-LIST-PRICE(WS-LINE-POS)
                         - WS-LN-UNIT-PRICE(WS-LINE-POS)
                       COMPUTE WS-TOLERANCE-VALUE =
                           WS-LN-LIST-PRICE(WS-LINE-POS)
                         * WS-TOLERANCE-PCT / 100
                       COMPUTE WS-HARD-LIMIT-VALUE =
                           WS-LN-LIST-PRICE(WS-LINE-POS)
                         * WS-HARD-LIMIT-PCT / 100
                       IF  WS-PRICE-DIFF
                                   GREATER WS-TOLERANCE-VALUE OR
                           WS-PRICE-DIFF + WS-TOLERANCE-VALUE
                                   LESS ZEROS
                           MOVE 'Y'
                               TO WS-LN-VARIANCE(WS-LINE-POS)
                       END-IF
                       IF  WS-PRICE-DIFF
                                   GREATER WS-HARD-LIMIT-VALUE
                           MOVE 'Y'
                                   TO WS-PRICE-BAD-IND
                           ADD 1   TO WS-COUNT-BELOW-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0207-00-EXIT.
           EXIT.

       0208-00-FIND-PRICE.

      *    THE ENTRY IN FORCE IS THE ONE WITH THE LATEST EFFECTIVE
      *    MONTH NOT AFTER THE INVOICE MONTH.

           MOVE ZEROS              TO WS-PRICE-FOUND.

           PERFORM VARYING WS-PRICE-POS FROM 1 BY 1
             UNTIL WS-PRICE-POS    GREATER WS-PRICE-COUNT
               IF  WS-PL-PRODUCT(WS-PRICE-POS)
                                   EQUAL WS-LN-PRODUCT(WS-LINE-POS) AND
                   WS-PL-EFF-YM(WS-PRICE-POS)
                                   NOT GREATER WS-INVOICE-YM
                   IF  WS-PRICE-FOUND
                                   EQUAL ZEROS
                       MOVE WS-PRICE-POS
                                   TO WS-PRICE-FOUND
                   ELSE
                       IF  WS-PL-EFF-YM(WS-PRICE-POS) NOT LESS
                           WS-PL-EFF-YM(WS-PRICE-FOUND)
                           MOVE WS-PRICE-POS
                                   TO WS-PRICE-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0208-00-EXIT.
           EXIT.

       0209-00-WRITE-VARIANCES.

      *    OUTCOME A = INVOICE ACCEPTED, R = INVOICE REJECTED (FOR
      *    THE PRICE OR ANY OTHER REASON).  THE REVENUE GIVEN AWAY IS
      *    NEGATIVE FOR A LINE SOLD ABOVE THE LIST PRICE.

           PERFORM VARYING WS-LINE-POS FROM 1 BY 1
             UNTIL WS-LINE-POS     GREATER WS-LINE-COUNT
               IF  WS-LN-OFF-LIST(WS-LINE-POS)
                   MOVE SPACES     TO REG-PRICEVAR
                   MOVE FD-SELLER  TO FD-PV-SELLER
                   MOVE WS-CURRENT-INVOICE
                                   TO FD-PV-INVOICE
                   MOVE WS-LN-LINE(WS-LINE-POS)
                                   TO FD-PV-LINE
                   MOVE WS-LN-PRODUCT(WS-LINE-POS)
                                   TO FD-PV-PRODUCT
                   MOVE WS-LN-CUSTOMER(WS-LINE-POS)
                                   TO FD-PV-CUSTOMER
                   MOVE FD-MONTH   TO FD-PV-MONTH
                   MOVE WS-LN-QUANTITY(WS-LINE-POS)
                                   TO FD-PV-QUANTITY
                   MOVE WS-LN-UNIT-PRICE(WS-LINE-POS)
                                   TO FD-PV-UNIT-PRICE
                   MOVE WS-LN-LIST-PRICE(WS-LINE-POS)
                                   TO FD-PV-LIST-PRICE
                   COMPUTE FD-PV-GIVEN-AWAY =
                       (WS-LN-LIST-PRICE(WS-LINE-POS)
                      - WS-LN-UNIT-PRICE(WS-LINE-POS))
                      * WS-LN-QUANTITY(WS-LINE-POS)
                   IF  WS-INVOICE-BAD
                       MOVE 'R'    TO FD-PV-OUTCOME
                   ELSE
                       MOVE 'A'    TO FD-PV-OUTCOME
                   END-IF
                   WRITE REG-PRICEVAR
                   IF  WS-FS-PRICEVAR
                                   NOT EQUAL '00'
                       DISPLAY ' ERROR FOUND IN 0209-00-WRITE-VARIANCES'
                                    ' FILE STATUS: ' WS-FS-PRICEVAR
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1           TO WS-WRITE-VARIANCE
               END-IF
           END-PERFORM.

       0209-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*
           CLOSE LINEITEM
                 SALES3L
                 VALIDLIN
                 LIEXCEPT
                 PRICEVAR.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  EXCEPTIONS....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-VARIANCE  TO WS-FMT-AMOUNT
           DISPLAY '*  PRICE VARIANCE: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-BELOW-LIMIT
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  BELOW LIMIT...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NO-PRICE  TO WS-FMT-AMOUNT
           DISPLAY '*  NO LIST PRICE.: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

