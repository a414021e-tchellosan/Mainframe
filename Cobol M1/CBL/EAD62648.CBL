      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62648.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62648                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTHLY STOCK LEDGER OVER THE PRODUCT        *
      *                   MASTER: GOODS RECEIPTS, SALES AND RETURNS    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE PRODUCT MASTER IS LOADED AND ROLLED FORWARD TO A NEW     *
      *   GENERATION IN ITS OWN ORDER:                                 *
      *                                                                *
      *     - THE MONTH'S GOODS RECEIPTS (GOODSREC) ADD QUANTITY AND   *
      *       RE-AVERAGE THE UNIT COST (WEIGHTED BY THE QUANTITY ON    *
      *       HAND; A PRODUCT AT OR BELOW ZERO TAKES THE RECEIPT COST) *
      *     - THE VALIDATED LINE ITEMS OF EAD62588 (VALIDLIN) REDUCE   *
      *       THE QUANTITY; A RETURN (RECORD TYPE R) PUTS IT BACK      *
      *                                                                *
      *   RECEIPTS ARE APPLIED BEFORE THE SALES.  A SALE LINE THAT     *
      *   LEAVES ITS PRODUCT BELOW ZERO IS LISTED ON NEGRPT.           *
      *   VALRPT VALUES THE STOCK AT UNIT COST (A NEGATIVE QUANTITY    *
      *   IS FLAGGED AND NOT VALUED); REORDRPT LISTS THE ACTIVE        *
      *   PRODUCTS BELOW THEIR REORDER POINT.                          *
      *                                                                *
      *   RC=04: NEGATIVE STOCK, OR A RECEIPT/LINE FOR A PRODUCT NOT   *
      *   ON THE MASTER (ON NEGRPT, NOT APPLIED).                      *
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

           SELECT PRODMSTO         ASSIGN TO DA-S-PRODMSTO
               FILE STATUS         IS WS-FS-PRODMSTO.

           SELECT GOODSREC         ASSIGN TO DA-S-GOODSREC
               FILE STATUS         IS WS-FS-GOODSREC.

           SELECT VALIDLIN         ASSIGN TO DA-S-VALIDLIN
               FILE STATUS         IS WS-FS-VALIDLIN.

           SELECT PRODMSTN         ASSIGN TO DA-S-PRODMSTN
               FILE STATUS         IS WS-FS-PRODMSTN.

           SELECT VALRPT           ASSIGN TO DA-S-VALRPT.

           SELECT REORDRPT         ASSIGN TO DA-S-REORDRPT.

           SELECT NEGRPT           ASSIGN TO DA-S-NEGRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  PRODMSTO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PRODMSTO.
           03  FD-PO-PRODUCT       PIC X(8).
           03  FD-PO-DESCRIPTION   PIC X(30).
           03  FD-PO-ACTIVE        PIC X(1).
           03  FD-PO-QTY-ON-HAND   PIC S9(7).
           03  FD-PO-REORDER-POINT PIC 9(7).
           03  FD-PO-UNIT-COST     PIC 9(6)V9(2).

       FD  GOODSREC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GOODSREC.
           03  FD-GR-PRODUCT       PIC X(8).
           03  FD-GR-DATE          PIC 9(8).
           03  FD-GR-QUANTITY      PIC 9(7).
           03  FD-GR-UNIT-COST     PIC 9(6)V9(2).
           03  FD-GR-SUPPLIER      PIC X(10).
           03  FD-GR-DOCUMENT      PIC X(10).
           03  FILLER              PIC X(29).

       FD  VALIDLIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-VALIDLIN.
           03  FD-VL-INVOICE       PIC 9(6).
           03  FD-VL-LINE          PIC 9(3).
           03  FD-VL-PRODUCT       PIC X(8).
           03  FD-VL-QUANTITY      PIC 9(5).
           03  FD-VL-UNIT-PRICE    PIC 9(6)V9(2).
           03  FD-VL-LINE-VALUE    PIC 9(8)V9(2).
           03  FD-VL-SELLER        PIC 9(2).
           03  FD-VL-STATE         PIC X(2).
           03  FD-VL-MONTH         PIC 9(2).
           03  FD-VL-CUSTOMER      PIC 9(6).
           03  FD-VL-REC-TYPE      PIC X(1).

       FD  PRODMSTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PRODMSTN.
           03  FD-PN-PRODUCT       PIC X(8).
           03  FD-PN-DESCRIPTION   PIC X(30).
           03  FD-PN-ACTIVE        PIC X(1).
           03  FD-PN-QTY-ON-HAND   PIC S9(7).
           03  FD-PN-REORDER-POINT PIC 9(7).
           03  FD-PN-UNIT-COST     PIC 9(6)V9(2).

       FD  VALRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-VALRPT              PIC X(80).

       FD  REORDRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-REORDRPT            PIC X(80).

       FD  NEGRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-NEGRPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62648'.

       77  WS-FS-PRODMSTO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-GOODSREC          PIC X(2)            VALUE ZEROS.
       77  WS-FS-VALIDLIN          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PRODMSTN          PIC X(2)            VALUE ZEROS.

       77  WS-READ-RECEIPTS        PIC 9(5)            VALUE ZEROS.
       77  WS-READ-LINES           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-RETURNS        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NEGATIVE       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNKNOWN        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REORDER        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-PRODMSTN       PIC 9(5)            VALUE ZEROS.

       77  WS-PROD-COUNT           PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PROD-POS             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PROD-FOUND           PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-PRODUCT-TABLE.
           03  WS-PR-ENTRY         OCCURS 500 TIMES.
               05  WS-PR-PRODUCT   PIC X(8).
               05  WS-PR-DESCRIPTION
                                   PIC X(30).
               05  WS-PR-ACTIVE    PIC X(1).
               05  WS-PR-QTY-ON-HAND
                                   PIC S9(7).
               05  WS-PR-REORDER-POINT
                                   PIC 9(7).
               05  WS-PR-UNIT-COST PIC 9(6)V9(2).

       77  WS-SEARCH-PRODUCT       PIC X(8)            VALUE SPACES.
       77  WS-NEW-QUANTITY         PIC S9(9)           VALUE ZEROS.
       77  WS-STOCK-VALUE          PIC S9(13)V9(2)     VALUE ZEROS.
       77  WS-TOTAL-VALUE          PIC S9(13)V9(2)     VALUE ZEROS.

       01  WS-VAL-HEADER-1.
           03  FILLER              PIC X(29)           VALUE
           'STOCK VALUATION AT UNIT COST'.

       01  WS-VAL-HEADER-2.
           03  FILLER              PIC X(9)            VALUE
           'PRODUCT  '.
           03  FILLER              PIC X(31)           VALUE
           'DESCRIPTION'.
           03  FILLER              PIC X(10)           VALUE
           '   ON HAND'.
           03  FILLER              PIC X(12)           VALUE
           '   UNIT COST'.
           03  FILLER              PIC X(18)           VALUE
           '             VALUE'.

       01  WS-VAL-DETAIL.
           03  WS-VD-PRODUCT       PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-VD-DESCRIPTION   PIC X(30)           VALUE SPACES.
           03  WS-VD-FLAG          PIC X(1)            VALUE SPACES.
           03  WS-VD-ON-HAND       PIC -Z.ZZZ.ZZ9      VALUE ZEROS.
           03  WS-VD-UNIT-COST     PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  WS-VD-VALUE         PIC -Z.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

       01  WS-VAL-TOTAL.
           03  FILLER              PIC X(12)           VALUE
           'TOTAL VALUE '.
           03  FILLER              PIC X(46)           VALUE SPACES.
           03  WS-VT-VALUE         PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

       01  WS-REO-HEADER-1.
           03  FILLER              PIC X(30)           VALUE
           'PRODUCTS BELOW REORDER POINT'.

       01  WS-REO-HEADER-2.
           03  FILLER              PIC X(9)            VALUE
           'PRODUCT  '.
           03  FILLER              PIC X(31)           VALUE
           'DESCRIPTION'.
           03  FILLER              PIC X(10)           VALUE
           '   ON HAND'.
           03  FILLER              PIC X(10)           VALUE
           '   REORDER'.
           03  FILLER              PIC X(10)           VALUE
           ' SHORTFALL'.

       01  WS-REO-DETAIL.
           03  WS-RD-PRODUCT       PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DESCRIPTION   PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ON-HAND       PIC -Z.ZZZ.ZZ9      VALUE ZEROS.
           03  WS-RD-REORDER-POINT PIC Z.ZZZ.ZZ9       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-SHORTFALL     PIC Z.ZZZ.ZZ9       VALUE ZEROS.

       01  WS-NEG-HEADER-1.
           03  FILLER              PIC X(34)           VALUE
           'STOCK EXCEPTIONS - NOT APPLIED OR '.
           03  FILLER              PIC X(14)           VALUE
           'BELOW ZERO    '.

       01  WS-NEG-DETAIL.
           03  WS-ND-SOURCE        PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-ND-REFERENCE     PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-ND-PRODUCT       PIC X(8)            VALUE SPACES.
           03  WS-ND-QUANTITY      PIC -Z.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-ND-REASON        PIC X(22)           VALUE SPACES.
           03  WS-ND-ON-HAND       PIC -ZZZ.ZZZ.ZZ9    VALUE ZEROS.

       01  WS-ND-INVOICE-LINE.
           03  WS-NL-INVOICE       PIC 9(6).
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-NL-LINE          PIC 9(3).

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0202-00-APPLY-RECEIPT
             UNTIL WS-FS-GOODSREC  EQUAL '10'.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-VALIDLIN  EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-LOAD-PRODUCTS.

           OPEN INPUT GOODSREC.

           EVALUATE WS-FS-GOODSREC
             WHEN '00'
               CONTINUE
             WHEN '35'
      *        NO RECEIPTS THIS MONTH
               MOVE '10'           TO WS-FS-GOODSREC
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GOODSREC
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN INPUT VALIDLIN.

           EVALUATE WS-FS-VALIDLIN
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' VALIDATED LINE-ITEM FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-VALIDLIN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT PRODMSTN
                       VALRPT
                       REORDRPT
                       NEGRPT.

           WRITE REG-NEGRPT        FROM WS-NEG-HEADER-1.
           MOVE SPACES             TO REG-NEGRPT.
           WRITE REG-NEGRPT.

           IF  WS-FS-GOODSREC      EQUAL '00'
               PERFORM 0302-00-READ-GOODSREC
           END-IF.
           PERFORM 0301-00-READ-VALIDLIN.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-PRODUCTS.

           OPEN INPUT PRODMSTO.

           EVALUATE WS-FS-PRODMSTO
             WHEN '00'
               PERFORM UNTIL WS-FS-PRODMSTO EQUAL '10'
                   READ PRODMSTO
                   EVALUATE WS-FS-PRODMSTO
                     WHEN '00'
                       IF  WS-PROD-COUNT LESS 500
                           ADD 1   TO WS-PROD-COUNT
                           MOVE REG-PRODMSTO
                               TO WS-PR-ENTRY(WS-PROD-COUNT)
                       ELSE
                           DISPLAY ' PRODUCT TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PRODUCTS'
                                    ' FILE STATUS: ' WS-FS-PRODMSTO
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PRODMSTO
             WHEN '35'
               DISPLAY ' PRODUCT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PRODUCTS'
                                    ' FILE STATUS: ' WS-FS-PRODMSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE FD-VL-PRODUCT      TO WS-SEARCH-PRODUCT.
           PERFORM 0203-00-FIND-PRODUCT.

           MOVE FD-VL-INVOICE      TO WS-NL-INVOICE.
           MOVE FD-VL-LINE         TO WS-NL-LINE.

           EVALUATE TRUE
             WHEN WS-PROD-FOUND    EQUAL ZEROS
               MOVE 'SALE'         TO WS-ND-SOURCE
               MOVE WS-ND-INVOICE-LINE
                                   TO WS-ND-REFERENCE
               MOVE FD-VL-PRODUCT  TO WS-ND-PRODUCT
               MOVE FD-VL-QUANTITY TO WS-ND-QUANTITY
               MOVE 'PRODUCT NOT ON MASTER'
                                   TO WS-ND-REASON
               MOVE ZEROS          TO WS-ND-ON-HAND
               WRITE REG-NEGRPT    FROM WS-NEG-DETAIL
               ADD 1               TO WS-COUNT-UNKNOWN

             WHEN FD-VL-REC-TYPE   EQUAL 'R'
               ADD FD-VL-QUANTITY  TO
                   WS-PR-QTY-ON-HAND(WS-PROD-FOUND)
               ADD 1               TO WS-COUNT-RETURNS

             WHEN OTHER
               SUBTRACT FD-VL-QUANTITY FROM
                   WS-PR-QTY-ON-HAND(WS-PROD-FOUND)
               IF  WS-PR-QTY-ON-HAND(WS-PROD-FOUND)
                                   LESS ZEROS
                   MOVE 'SALE'     TO WS-ND-SOURCE
                   MOVE WS-ND-INVOICE-LINE
                                   TO WS-ND-REFERENCE
                   MOVE FD-VL-PRODUCT
                                   TO WS-ND-PRODUCT
                   MOVE FD-VL-QUANTITY
                                   TO WS-ND-QUANTITY
                   MOVE 'STOCK BELOW ZERO'
                                   TO WS-ND-REASON
                   MOVE WS-PR-QTY-ON-HAND(WS-PROD-FOUND)
                                   TO WS-ND-ON-HAND
                   WRITE REG-NEGRPT
                                   FROM WS-NEG-DETAIL
                   ADD 1           TO WS-COUNT-NEGATIVE
               END-IF
           END-EVALUATE.

           PERFORM 0301-00-READ-VALIDLIN.

       0201-00-EXIT.
           EXIT.

       0202-00-APPLY-RECEIPT.

           MOVE FD-GR-PRODUCT      TO WS-SEARCH-PRODUCT.
           PERFORM 0203-00-FIND-PRODUCT.

           IF  WS-PROD-FOUND       EQUAL ZEROS
               MOVE 'RECEIPT'      TO WS-ND-SOURCE
               MOVE FD-GR-DOCUMENT TO WS-ND-REFERENCE
               MOVE FD-GR-PRODUCT  TO WS-ND-PRODUCT
               MOVE FD-GR-QUANTITY TO WS-ND-QUANTITY
               MOVE 'PRODUCT NOT ON MASTER'
                                   TO WS-ND-REASON
               MOVE ZEROS          TO WS-ND-ON-HAND
               WRITE REG-NEGRPT    FROM WS-NEG-DETAIL
               ADD 1               TO WS-COUNT-UNKNOWN
           ELSE
               PERFORM 0204-00-AVERAGE-COST
           END-IF.

           PERFORM 0302-00-READ-GOODSREC.

       0202-00-EXIT.
           EXIT.

       0203-00-FIND-PRODUCT.

           MOVE ZEROS              TO WS-PROD-FOUND.

           PERFORM VARYING WS-PROD-POS FROM 1 BY 1
             UNTIL WS-PROD-POS     GREATER WS-PROD-COUNT
                OR WS-PROD-FOUND   GREATER ZEROS
               IF  WS-PR-PRODUCT(WS-PROD-POS)
                                   EQUAL WS-SEARCH-PRODUCT
                   MOVE WS-PROD-POS
                                   TO WS-PROD-FOUND
               END-IF
           END-PERFORM.

       0203-00-EXIT.
           EXIT.

       0204-00-AVERAGE-COST.

           COMPUTE WS-NEW-QUANTITY =
               WS-PR-QTY-ON-HAND(WS-PROD-FOUND) + FD-GR-QUANTITY.

           IF  WS-PR-QTY-ON-HAND(WS-PROD-FOUND)
                                   GREATER ZEROS
               COMPUTE WS-PR-UNIT-COST(WS-PROD-FOUND) ROUNDED =
                   ((WS-PR-QTY-ON-HAND(WS-PROD-FOUND)
                     * WS-PR-UNIT-COST(WS-PROD-FOUND))
                   + (FD-GR-QUANTITY * FD-GR-UNIT-COST))
                   / WS-NEW-QUANTITY
           ELSE
               MOVE FD-GR-UNIT-COST
                                   TO WS-PR-UNIT-COST(WS-PROD-FOUND)
           END-IF.

           MOVE WS-NEW-QUANTITY    TO WS-PR-QTY-ON-HAND(WS-PROD-FOUND).

       0204-00-EXIT.
           EXIT.

       0205-00-WRITE-MASTER.

           PERFORM VARYING WS-PROD-POS FROM 1 BY 1
             UNTIL WS-PROD-POS     GREATER WS-PROD-COUNT
               MOVE WS-PR-ENTRY(WS-PROD-POS)
                                   TO REG-PRODMSTN
               WRITE REG-PRODMSTN
               IF  WS-FS-PRODMSTN  NOT EQUAL '00'
                   DISPLAY ' ERROR FOUND IN 0205-00-WRITE-MASTER'
                                    ' FILE STATUS: ' WS-FS-PRODMSTN
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1               TO WS-WRITE-PRODMSTN
           END-PERFORM.

       0205-00-EXIT.
           EXIT.

       0206-00-WRITE-VALUATION.

           WRITE REG-VALRPT        FROM WS-VAL-HEADER-1.
           WRITE REG-VALRPT        FROM WS-VAL-HEADER-2
                                   AFTER 2 LINES.

           PERFORM VARYING WS-PROD-POS FROM 1 BY 1
             UNTIL WS-PROD-POS     GREATER WS-PROD-COUNT
               MOVE WS-PR-PRODUCT(WS-PROD-POS)
                                   TO WS-VD-PRODUCT
               MOVE WS-PR-DESCRIPTION(WS-PROD-POS)
                                   TO WS-VD-DESCRIPTION
               MOVE WS-PR-QTY-ON-HAND(WS-PROD-POS)
                                   TO WS-VD-ON-HAND
               MOVE WS-PR-UNIT-COST(WS-PROD-POS)
                                   TO WS-VD-UNIT-COST
               IF  WS-PR-QTY-ON-HAND(WS-PROD-POS)
                                   LESS ZEROS
                   MOVE '*'        TO WS-VD-FLAG
                   MOVE ZEROS      TO WS-STOCK-VALUE
               ELSE
                   MOVE SPACES     TO WS-VD-FLAG
                   COMPUTE WS-STOCK-VALUE =
                       WS-PR-QTY-ON-HAND(WS-PROD-POS)
                       * WS-PR-UNIT-COST(WS-PROD-POS)
               END-IF
               MOVE WS-STOCK-VALUE TO WS-VD-VALUE
               ADD WS-STOCK-VALUE  TO WS-TOTAL-VALUE
               WRITE REG-VALRPT    FROM WS-VAL-DETAIL
           END-PERFORM.

           MOVE WS-TOTAL-VALUE     TO WS-VT-VALUE.
           WRITE REG-VALRPT        FROM WS-VAL-TOTAL
                                   AFTER 2 LINES.

       0206-00-EXIT.
           EXIT.

       0207-00-WRITE-REORDER.

           WRITE REG-REORDRPT      FROM WS-REO-HEADER-1.
           WRITE REG-REORDRPT      FROM WS-REO-HEADER-2
                                   AFTER 2 LINES.

           PERFORM VARYING WS-PROD-POS FROM 1 BY 1
             UNTIL WS-PROD-POS     GREATER WS-PROD-COUNT
               IF  WS-PR-ACTIVE(WS-PROD-POS)
                                   EQUAL 'A' AND
                   WS-PR-QTY-ON-HAND(WS-PROD-POS)
                           LESS WS-PR-REORDER-POINT(WS-PROD-POS)
                   MOVE WS-PR-PRODUCT(WS-PROD-POS)
                                   TO WS-RD-PRODUCT
                   MOVE WS-PR-DESCRIPTION(WS-PROD-POS)
                                   TO WS-RD-DESCRIPTION
                   MOVE WS-PR-QTY-ON-HAND(WS-PROD-POS)
                                   TO WS-RD-ON-HAND
                   MOVE WS-PR-REORDER-POINT(WS-PROD-POS)
                                   TO WS-RD-REORDER-POINT
                   COMPUTE WS-RD-SHORTFALL =
                       WS-PR-REORDER-POINT(WS-PROD-POS)
                       - WS-PR-QTY-ON-HAND(WS-PROD-POS)
                   WRITE REG-REORDRPT
                                   FROM WS-REO-DETAIL
                   ADD 1           TO WS-COUNT-REORDER
               END-IF
           END-PERFORM.

       0207-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-VALIDLIN.

           READ VALIDLIN.

           EVALUATE WS-FS-VALIDLIN
             WHEN '00'
               ADD 1               TO WS-READ-LINES
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-VALIDLIN'
                                    ' FILE STATUS: ' WS-FS-VALIDLIN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-GOODSREC.

           READ GOODSREC.

           EVALUATE WS-FS-GOODSREC
             WHEN '00'
               ADD 1               TO WS-READ-RECEIPTS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-GOODSREC'
                                    ' FILE STATUS: ' WS-FS-GOODSREC
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0205-00-WRITE-MASTER.
           PERFORM 0206-00-WRITE-VALUATION.
           PERFORM 0207-00-WRITE-REORDER.

           IF  WS-READ-RECEIPTS    GREATER ZEROS
               CLOSE GOODSREC
           END-IF.

           CLOSE VALIDLIN
                 PRODMSTN
                 VALRPT
                 REORDRPT
                 NEGRPT.

           IF  WS-COUNT-NEGATIVE   GREATER ZEROS OR
               WS-COUNT-UNKNOWN    GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-PROD-COUNT      TO WS-FMT-AMOUNT
           DISPLAY '*  PRODUCTS......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-RECEIPTS   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  RECEIPTS: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-LINES      TO WS-FMT-AMOUNT
           DISPLAY '*  READ  LINES...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-RETURNS   TO WS-FMT-AMOUNT
           DISPLAY '*  RETURN LINES..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NEGATIVE  TO WS-FMT-AMOUNT
           DISPLAY '*  BELOW ZERO....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-UNKNOWN   TO WS-FMT-AMOUNT
           DISPLAY '*  NOT ON MASTER.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REORDER   TO WS-FMT-AMOUNT
           DISPLAY '*  TO REORDER....: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
