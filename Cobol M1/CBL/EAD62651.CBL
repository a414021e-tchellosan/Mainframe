      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62651.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62651                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : PRICE-VARIANCE REPORT BY SELLER              *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   READS THE LINES EAD62588 FOUND OFF THE LIST PRICE BY MORE    *
      *   THAN THE TOLERANCE, SORTED BY SELLER AND INVOICE (JOB        *
      *   PRE-SORT), AND PRINTS THEM WITH A BREAK PER SELLER.  THE     *
      *   REVENUE GIVEN AWAY IS (LIST PRICE - UNIT PRICE) * QUANTITY;  *
      *   THE SELLER AND GRAND TOTALS ADD ONLY THE LINES OF ACCEPTED   *
      *   INVOICES.  LINES OF REJECTED INVOICES ARE PRINTED MARKED     *
      *   AND COUNTED APART.                                           *
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

           SELECT PRICEVAR         ASSIGN TO DA-S-PRICEVAR
               FILE STATUS         IS WS-FS-PRICEVAR.

           SELECT VARRPT           ASSIGN TO DA-S-VARRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

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
               88  FD-PV-REJECTED                      VALUE 'R'.
           03  FILLER              PIC X(21).

       FD  VARRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-VARRPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62651'.

       77  WS-FS-PRICEVAR          PIC X(2)            VALUE ZEROS.

       77  WS-READ-VARIANCE        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-SELLERS        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(5)            VALUE ZEROS.

       77  WS-CURRENT-SELLER       PIC 9(2)            VALUE ZEROS.
       77  WS-SELLER-LINES         PIC 9(5)            VALUE ZEROS.
       77  WS-SELLER-GIVEN-AWAY    PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-GIVEN-AWAY     PIC S9(11)V9(2)     VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(38)           VALUE
           'PRICE VARIANCE BY SELLER              '.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(9)            VALUE
           'SELLER:  '.
           03  WS-RH-SELLER        PIC 9(2)            VALUE ZEROS.

       01  WS-RPT-HEADER-3.
           03  FILLER              PIC X(11)           VALUE
           'INVOICE LN '.
           03  FILLER              PIC X(16)           VALUE
           'PRODUCT  CUSTOM '.
           03  FILLER              PIC X(7)            VALUE
           '   QTY '.
           03  FILLER              PIC X(22)           VALUE
           '     UNIT       LIST '.
           03  FILLER              PIC X(15)           VALUE
           '    GIVEN AWAY '.

       01  WS-RPT-DETAIL.
           03  WS-RD-INVOICE       PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-LINE          PIC 9(3)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-PRODUCT       PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CUSTOMER      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-QUANTITY      PIC ZZ.ZZ9          VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-UNIT-PRICE    PIC ZZZ.ZZ9,99      VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-LIST-PRICE    PIC ZZZ.ZZ9,99      VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-GIVEN-AWAY    PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OUTCOME       PIC X(8)            VALUE SPACES.

       01  WS-RPT-SELLER-TOTAL.
           03  FILLER              PIC X(16)           VALUE
           'TOTAL SELLER    '.
           03  WS-RS-SELLER        PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(9)            VALUE
           '  LINES: '.
           03  WS-RS-LINES         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(14)           VALUE
           '  GIVEN AWAY: '.
           03  WS-RS-GIVEN-AWAY    PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WS-RPT-GRAND-TOTAL.
           03  FILLER              PIC X(27)           VALUE
           'GRAND TOTAL GIVEN AWAY:    '.
           03  WS-RG-GIVEN-AWAY    PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

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
             UNTIL WS-FS-PRICEVAR  EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           OPEN INPUT PRICEVAR.

           EVALUATE WS-FS-PRICEVAR
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' PRICE-VARIANCE FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-PRICEVAR
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT VARRPT.

           WRITE REG-VARRPT        FROM WS-RPT-HEADER-1.

           PERFORM 0301-00-READ-PRICEVAR.

           IF  WS-FS-PRICEVAR      EQUAL '00'
               PERFORM 0202-00-START-SELLER
           END-IF.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           IF  FD-PV-SELLER        NOT EQUAL WS-CURRENT-SELLER
               PERFORM 0203-00-END-SELLER
               PERFORM 0202-00-START-SELLER
           END-IF.

           MOVE FD-PV-INVOICE      TO WS-RD-INVOICE.
           MOVE FD-PV-LINE         TO WS-RD-LINE.
           MOVE FD-PV-PRODUCT      TO WS-RD-PRODUCT.
           MOVE FD-PV-CUSTOMER     TO WS-RD-CUSTOMER.
           MOVE FD-PV-QUANTITY     TO WS-RD-QUANTITY.
           MOVE FD-PV-UNIT-PRICE   TO WS-RD-UNIT-PRICE.
           MOVE FD-PV-LIST-PRICE   TO WS-RD-LIST-PRICE.
           MOVE FD-PV-GIVEN-AWAY   TO WS-RD-GIVEN-AWAY.

           IF  FD-PV-REJECTED
               MOVE 'REJECTED'     TO WS-RD-OUTCOME
               ADD 1               TO WS-COUNT-REJECTED
           ELSE
               MOVE SPACES         TO WS-RD-OUTCOME
               ADD FD-PV-GIVEN-AWAY
                                   TO WS-SELLER-GIVEN-AWAY
           END-IF.

           WRITE REG-VARRPT        FROM WS-RPT-DETAIL.
           ADD 1                   TO WS-SELLER-LINES.

           PERFORM 0301-00-READ-PRICEVAR.

       0201-00-EXIT.
           EXIT.

       0202-00-START-SELLER.

           MOVE FD-PV-SELLER       TO WS-CURRENT-SELLER.
           MOVE ZEROS              TO WS-SELLER-LINES
                                      WS-SELLER-GIVEN-AWAY.
           ADD 1                   TO WS-COUNT-SELLERS.

           MOVE WS-CURRENT-SELLER  TO WS-RH-SELLER.
           WRITE REG-VARRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.
           WRITE REG-VARRPT        FROM WS-RPT-HEADER-3.

       0202-00-EXIT.
           EXIT.

       0203-00-END-SELLER.

           MOVE WS-CURRENT-SELLER  TO WS-RS-SELLER.
           MOVE WS-SELLER-LINES    TO WS-RS-LINES.
           MOVE WS-SELLER-GIVEN-AWAY
                                   TO WS-RS-GIVEN-AWAY.
           WRITE REG-VARRPT        FROM WS-RPT-SELLER-TOTAL
                                   AFTER 2 LINES.

           ADD WS-SELLER-GIVEN-AWAY
                                   TO WS-TOTAL-GIVEN-AWAY.

       0203-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-PRICEVAR.

           READ PRICEVAR.

           EVALUATE WS-FS-PRICEVAR
             WHEN '00'
               ADD 1               TO WS-READ-VARIANCE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-PRICEVAR'
                                    ' FILE STATUS: ' WS-FS-PRICEVAR
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  WS-COUNT-SELLERS    GREATER ZEROS
               PERFORM 0203-00-END-SELLER
           END-IF.

           MOVE WS-TOTAL-GIVEN-AWAY
                                   TO WS-RG-GIVEN-AWAY.
           WRITE REG-VARRPT        FROM WS-RPT-GRAND-TOTAL
                                   AFTER 2 LINES.

           CLOSE PRICEVAR
                 VARRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-VARIANCE   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  LINES...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-SELLERS   TO WS-FMT-AMOUNT
           DISPLAY '*  SELLERS.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED LINES: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
