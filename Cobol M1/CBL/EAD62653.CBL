      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62653.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62653                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTHLY SELLER PERFORMANCE SCORECARD         *
      *                   OVER QUOTA, COMMISSIONS, RETURNS AND         *
      *                   COLLECTIONS, WITH THE SELLERS RANKED         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   ONE BLOCK PER SELLER OF THE SELLERS FILE, MONTH AND          *
      *   YEAR-TO-DATE SIDE BY SIDE:                                   *
      *     - NET VOLUME (SALES3L, RETURNS NETTED) AGAINST THE         *
      *       QUOTA MASTER, AS IN EAD62590;                            *
      *     - COMMISSION EARNED AND CLAWED BACK, FROM THE CYCLE        *
      *       SUMMARIES EAD62592 APPENDS TO COMMSUMM;                  *
      *     - RETURNS AS A PERCENTAGE OF GROSS SALES;                  *
      *     - AVERAGE DAYS TO COLLECT: EVERY RECEIPT OF THE PERIOD     *
      *       ON THE RECEIPTS HISTORY IS MATCHED TO ITS OPEN ITEM      *
      *       AND AGED FROM THE 15TH OF THE INVOICE MONTH (THE         *
      *       SUBLEDGER CARRIES THE INVOICE MONTH, NOT THE DAY);       *
      *     - OVERDUE AR: OPEN BALANCE OF THE SELLER'S ITEMS PAST      *
      *       THE CURRENT BUCKET OF THE EAD62587 AGING AS OF THE       *
      *       REPORT MONTH.                                            *
      *   THE SELLERS ARE RANKED ON YEAR-TO-DATE PERCENT TO QUOTA,     *
      *   THEN YEAR-TO-DATE VOLUME, THEN SELLER CODE.  THE RANKING     *
      *   LIST IS PRINTED FIRST AND THE BLOCKS FOLLOW IN RANK ORDER.   *
      *                                                                *
      *   AROPEN (IN INVOICE ORDER, AS EAD625JL CATALOGS IT) IS        *
      *   MATCHED AGAINST THE RECEIPTS HISTORY SORTED BY INVOICE.      *
      *   SYSIN: REPORT YEAR (YYYY), REPORT MONTH (MM).                *
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

           SELECT SELLERS3L        ASSIGN TO DA-S-SELLERS3L
               FILE STATUS         IS WS-FS-SELLERS3L.

           SELECT QUOTAS           ASSIGN TO DA-S-QUOTAS
               FILE STATUS         IS WS-FS-QUOTAS.

           SELECT SALES3L          ASSIGN TO DA-S-SALES3L
               FILE STATUS         IS WS-FS-SALES3L.

           SELECT COMMSUMM         ASSIGN TO DA-S-COMMSUMM
               FILE STATUS         IS WS-FS-COMMSUMM.

           SELECT AROPEN           ASSIGN TO DA-S-AROPEN
               FILE STATUS         IS WS-FS-AROPEN.

           SELECT RECEIPTS         ASSIGN TO DA-S-RECEIPTS
               FILE STATUS         IS WS-FS-RECEIPTS.

           SELECT SCORERPT         ASSIGN TO DA-S-SCORERPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  SELLERS3L
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SELLERS3L.
           03  FD-SELLER-CODE      PIC 9(2).

       FD  QUOTAS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-QUOTAS.
           03  FD-QT-SELLER        PIC 9(2).
           03  FD-QT-MONTH         PIC 9(2).
           03  FD-QT-TARGET        PIC 9(8)V9(2).

       FD  SALES3L
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SALES3L.
           03  FD-SELLER           PIC 9(2).
           03  FD-STATE            PIC X(2).
           03  FD-MONTH            PIC 9(2).
           03  FD-INVOICE          PIC 9(6).
           03  FD-VALUE            PIC 9(6)V9(2).
           03  FD-REC-TYPE         PIC X(1).
           03  FD-ORIG-INVOICE     PIC 9(6).
           03  FD-CUSTOMER         PIC 9(6).

       FD  COMMSUMM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-COMMSUMM.
           03  FD-CS-SELLER        PIC 9(2).
           03  FD-CS-YEAR          PIC 9(4).
           03  FD-CS-MONTH         PIC 9(2).
           03  FD-CS-VOLUME        PIC 9(9)V9(2).
           03  FD-CS-COMMISSION    PIC 9(7)V9(2).
           03  FD-CS-CLAWBACK      PIC 9(8)V9(2).
           03  FILLER              PIC X(2).

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

       FD  RECEIPTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RECEIPTS.
           03  FD-RC-RECEIPT       PIC 9(6).
           03  FD-RC-INVOICE       PIC 9(6).
           03  FD-RC-DATE          PIC 9(8).
           03  FD-RC-DATE-R        REDEFINES FD-RC-DATE.
               05  FD-RC-YEAR      PIC 9(4).
               05  FD-RC-MONTH     PIC 9(2).
               05  FD-RC-DAY       PIC 9(2).
           03  FD-RC-AMOUNT        PIC 9(6)V9(2).

       FD  SCORERPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SCORERPT            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62653'.

       77  WS-FS-SELLERS3L         PIC X(2)            VALUE ZEROS.
       77  WS-FS-QUOTAS            PIC X(2)            VALUE ZEROS.
       77  WS-FS-SALES3L           PIC X(2)            VALUE ZEROS.
       77  WS-FS-COMMSUMM          PIC X(2)            VALUE ZEROS.
       77  WS-FS-AROPEN            PIC X(2)            VALUE ZEROS.
       77  WS-FS-RECEIPTS          PIC X(2)            VALUE ZEROS.

       77  WS-READ-QUOTAS          PIC 9(5)            VALUE ZEROS.
       77  WS-READ-SALES           PIC 9(5)            VALUE ZEROS.
       77  WS-READ-COMMSUMM        PIC 9(5)            VALUE ZEROS.
       77  WS-READ-AROPEN          PIC 9(5)            VALUE ZEROS.
       77  WS-READ-RECEIPTS        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNMATCHED      PIC 9(5)            VALUE ZEROS.

       77  WS-REPORT-YEAR          PIC 9(4)            VALUE ZEROS.
       77  WS-REPORT-MONTH         PIC 9(2)            VALUE ZEROS.

       77  WS-SEL-COUNT            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-SEL-POS              PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-SEL-FOUND            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-SEL-OTHER            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-SEL-SEARCH           PIC 9(2)            VALUE ZEROS.
       77  WS-RANK-POS             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PRD-POS              PIC 9(1) COMP-3     VALUE ZEROS.

      *    PER SELLER, EVERY FIGURE TWICE: OCCURRENCE 1 IS THE
      *    REPORT MONTH, OCCURRENCE 2 THE YEAR TO DATE.
       01  WS-SELLER-TABLE.
           03  WS-SL-ENTRY         OCCURS 100 TIMES.
               05  WS-SL-SELLER    PIC 9(2).
               05  WS-SL-RANK      PIC 9(3).
               05  WS-SL-PCT-YTD   PIC S9(5)V9(1).
               05  WS-SL-OVERDUE   PIC 9(9)V9(2).
               05  WS-SL-OVERDUE-ITEMS
                                   PIC 9(5).
               05  WS-SL-PERIOD    OCCURS 2 TIMES.
                   07  WS-SL-TARGET
                                   PIC 9(9)V9(2).
                   07  WS-SL-SALES PIC 9(9)V9(2).
                   07  WS-SL-RETURNS
                                   PIC 9(9)V9(2).
                   07  WS-SL-COMMISSION
                                   PIC 9(9)V9(2).
                   07  WS-SL-CLAWBACK
                                   PIC 9(9)V9(2).
                   07  WS-SL-DAYS  PIC 9(9).
                   07  WS-SL-RECEIPTS
                                   PIC 9(5).

       77  WS-NET-VOLUME           PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-NET-VOLUME-OTHER     PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-NET-COMMISSION       PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-PCT-QUOTA            PIC S9(5)V9(1)      VALUE ZEROS.
       77  WS-PCT-RETURNS          PIC S9(5)V9(1)      VALUE ZEROS.
       77  WS-AVG-DAYS             PIC S9(5)V9(1)      VALUE ZEROS.
       77  WS-AGE-MONTHS           PIC S9(4)           VALUE ZEROS.
       77  WS-DAYS-TO-COLLECT      PIC S9(7)           VALUE ZEROS.

       01  WS-INVOICE-DATE.
           03  WS-ID-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-ID-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-ID-DAY           PIC 9(2)            VALUE 15.
       01  WS-INVOICE-DATE-N       REDEFINES WS-INVOICE-DATE
                                   PIC 9(8).

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(38)           VALUE
           'SELLER PERFORMANCE SCORECARD - YEAR: '.
           03  WS-RH-YEAR          PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(9)            VALUE
           '  MONTH: '.
           03  WS-RH-MONTH         PIC 9(2)            VALUE ZEROS.

       01  WS-RPT-RANK-HEADER.
           03  FILLER              PIC X(39)           VALUE
           'RANK SELLER   YTD PCT    YTD NET VOLUME'.

       01  WS-RPT-RANK-LINE.
           03  WS-RR-RANK          PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(5)            VALUE SPACES.
           03  WS-RR-SELLER        PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RR-PCT           PIC -ZZZZ9,9        VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RR-VOLUME        PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WS-RPT-SELLER-HEADER.
           03  FILLER              PIC X(6)            VALUE
           'RANK: '.
           03  WS-RS-RANK          PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(10)           VALUE
           '  SELLER: '.
           03  WS-RS-SELLER        PIC 9(2)            VALUE ZEROS.

       01  WS-RPT-COLUMN-HEADER.
           03  FILLER              PIC X(24)           VALUE SPACES.
           03  FILLER              PIC X(15)           VALUE
           '          MONTH'.
           03  FILLER              PIC X(5)            VALUE SPACES.
           03  FILLER              PIC X(15)           VALUE
           '   YEAR TO DATE'.

       01  WS-RPT-AMOUNT-LINE.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RA-LABEL         PIC X(22)           VALUE SPACES.
           03  WS-RA-MONTH         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(5)            VALUE SPACES.
           03  WS-RA-YTD           PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  WS-RPT-RATE-LINE.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RT-LABEL         PIC X(22)           VALUE SPACES.
           03  FILLER              PIC X(7)            VALUE SPACES.
           03  WS-RT-MONTH         PIC -ZZZZ9,9        VALUE ZEROS.
           03  FILLER              PIC X(12)           VALUE SPACES.
           03  WS-RT-YTD           PIC -ZZZZ9,9        VALUE ZEROS.

       01  WS-RPT-OVERDUE-LINE.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  FILLER              PIC X(22)           VALUE
           'OVERDUE AR...........:'.
           03  WS-RO-AMOUNT        PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(5)            VALUE SPACES.
           03  WS-RO-ITEMS         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(6)            VALUE
           ' ITEMS'.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-LOAD-QUOTAS
             UNTIL WS-FS-QUOTAS    EQUAL '10'.

           PERFORM 0202-00-LOAD-SALES
             UNTIL WS-FS-SALES3L   EQUAL '10'.

           PERFORM 0204-00-LOAD-COMMSUMM
             UNTIL WS-FS-COMMSUMM  EQUAL '10'.

           PERFORM 0205-00-MATCH-COLLECTIONS
             UNTIL WS-FS-AROPEN    EQUAL '10' AND
                   WS-FS-RECEIPTS  EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: REPORT YEAR (YYYY), REPORT MONTH (01-12).

           ACCEPT WS-REPORT-YEAR   FROM SYSIN.
           ACCEPT WS-REPORT-MONTH  FROM SYSIN.

           IF  WS-REPORT-YEAR      NOT NUMERIC OR
               WS-REPORT-YEAR      LESS 2000
               DISPLAY ' REPORT YEAR INVALID ON SYSIN: '
                       WS-REPORT-YEAR
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-REPORT-MONTH     NOT NUMERIC OR
               WS-REPORT-MONTH     LESS 01 OR
               WS-REPORT-MONTH     GREATER 12
               DISPLAY ' REPORT MONTH PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-SELLER-TABLE.

           PERFORM 0102-00-LOAD-SELLERS.

           OPEN INPUT QUOTAS
                      SALES3L
                      AROPEN
                      RECEIPTS.

           IF  WS-FS-QUOTAS        NOT EQUAL '00' OR
               WS-FS-SALES3L       NOT EQUAL '00' OR
               WS-FS-AROPEN        NOT EQUAL '00' OR
               WS-FS-RECEIPTS      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' QUOTAS: '   WS-FS-QUOTAS
                       ' SALES3L: '  WS-FS-SALES3L
                       ' AROPEN: '   WS-FS-AROPEN
                       ' RECEIPTS: ' WS-FS-RECEIPTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT COMMSUMM.

           EVALUATE WS-FS-COMMSUMM
             WHEN '00'
               PERFORM 0303-00-READ-COMMSUMM
             WHEN '35'
      *        NO COMMISSION CYCLE SUMMARIZED YET
               MOVE '10'           TO WS-FS-COMMSUMM
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-COMMSUMM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT SCORERPT.

           PERFORM 0301-00-READ-QUOTAS.
           PERFORM 0302-00-READ-SALES3L.
           PERFORM 0304-00-READ-AROPEN.
           PERFORM 0305-00-READ-RECEIPTS.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-SELLERS.

           OPEN INPUT SELLERS3L.

           EVALUATE WS-FS-SELLERS3L
             WHEN '00'
               PERFORM UNTIL WS-FS-SELLERS3L EQUAL '10'
                   READ SELLERS3L
                   EVALUATE WS-FS-SELLERS3L
                     WHEN '00'
                       IF  WS-SEL-COUNT LESS 100
                           ADD 1   TO WS-SEL-COUNT
                           MOVE FD-SELLER-CODE
                               TO WS-SL-SELLER(WS-SEL-COUNT)
                       ELSE
                           DISPLAY ' SELLER TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-SELLERS'
                                    ' FILE STATUS: ' WS-FS-SELLERS3L
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE SELLERS3L
             WHEN OTHER
               DISPLAY ' SELLERS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-FIND-SELLER.

      *    THE SELLER CODE TO LOOK UP ARRIVES IN WS-SEL-SEARCH; THE
      *    SLOT IS RETURNED IN WS-SEL-FOUND (ZERO WHEN UNKNOWN).

           MOVE ZEROS              TO WS-SEL-FOUND.

           PERFORM VARYING WS-SEL-POS FROM 1 BY 1
             UNTIL WS-SEL-POS      GREATER WS-SEL-COUNT
                OR WS-SEL-FOUND    GREATER ZEROS
               IF  WS-SL-SELLER(WS-SEL-POS)
                                   EQUAL WS-SEL-SEARCH
                   MOVE WS-SEL-POS TO WS-SEL-FOUND
               END-IF
           END-PERFORM.

       0103-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-LOAD-QUOTAS.

           MOVE FD-QT-SELLER       TO WS-SEL-SEARCH.
           PERFORM 0103-00-FIND-SELLER.

           IF  WS-SEL-FOUND        GREATER ZEROS AND
               FD-QT-MONTH         NOT LESS 01   AND
               FD-QT-MONTH         NOT GREATER WS-REPORT-MONTH
               ADD FD-QT-TARGET    TO WS-SL-TARGET(WS-SEL-FOUND, 2)
               IF  FD-QT-MONTH     EQUAL WS-REPORT-MONTH
                   ADD FD-QT-TARGET
                                   TO WS-SL-TARGET(WS-SEL-FOUND, 1)
               END-IF
           END-IF.

           PERFORM 0301-00-READ-QUOTAS.

       0201-00-EXIT.
           EXIT.

       0202-00-LOAD-SALES.

           MOVE FD-SELLER          TO WS-SEL-SEARCH.
           PERFORM 0103-00-FIND-SELLER.

           IF  WS-SEL-FOUND        GREATER ZEROS AND
               FD-MONTH            NOT LESS 01   AND
               FD-MONTH            NOT GREATER WS-REPORT-MONTH
               MOVE 2              TO WS-PRD-POS
               PERFORM 0203-00-ADD-SALE
               IF  FD-MONTH        EQUAL WS-REPORT-MONTH
                   MOVE 1          TO WS-PRD-POS
                   PERFORM 0203-00-ADD-SALE
               END-IF
           END-IF.

           PERFORM 0302-00-READ-SALES3L.

       0202-00-EXIT.
           EXIT.

       0203-00-ADD-SALE.

           IF  FD-REC-TYPE         EQUAL 'R'
               ADD FD-VALUE
                   TO WS-SL-RETURNS(WS-SEL-FOUND, WS-PRD-POS)
           ELSE
               ADD FD-VALUE
                   TO WS-SL-SALES(WS-SEL-FOUND, WS-PRD-POS)
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-LOAD-COMMSUMM.

           MOVE FD-CS-SELLER       TO WS-SEL-SEARCH.
           PERFORM 0103-00-FIND-SELLER.

           IF  WS-SEL-FOUND        GREATER ZEROS          AND
               FD-CS-YEAR          EQUAL WS-REPORT-YEAR   AND
               FD-CS-MONTH         NOT LESS 01            AND
               FD-CS-MONTH         NOT GREATER WS-REPORT-MONTH
               ADD FD-CS-COMMISSION
                   TO WS-SL-COMMISSION(WS-SEL-FOUND, 2)
               ADD FD-CS-CLAWBACK
                   TO WS-SL-CLAWBACK(WS-SEL-FOUND, 2)
               IF  FD-CS-MONTH     EQUAL WS-REPORT-MONTH
                   ADD FD-CS-COMMISSION
                       TO WS-SL-COMMISSION(WS-SEL-FOUND, 1)
                   ADD FD-CS-CLAWBACK
                       TO WS-SL-CLAWBACK(WS-SEL-FOUND, 1)
               END-IF
           END-IF.

           PERFORM 0303-00-READ-COMMSUMM.

       0204-00-EXIT.
           EXIT.

       0205-00-MATCH-COLLECTIONS.

      *    CONSECUTIVE RECEIPTS FOR THE SAME INVOICE ALL MEET THE
      *    ITEM; THE ITEM IS AGED WHEN THE RECEIPT KEY PASSES IT.

           EVALUATE TRUE
             WHEN FD-RC-INVOICE    LESS FD-AO-INVOICE
               ADD 1               TO WS-COUNT-UNMATCHED
               PERFORM 0305-00-READ-RECEIPTS

             WHEN FD-AO-INVOICE    LESS FD-RC-INVOICE
               PERFORM 0206-00-AGE-ITEM
               PERFORM 0304-00-READ-AROPEN

             WHEN OTHER
               PERFORM 0207-00-TIME-RECEIPT
               PERFORM 0305-00-READ-RECEIPTS
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

       0206-00-AGE-ITEM.

      *    OVERDUE IS EVERYTHING PAST THE CURRENT BUCKET OF THE
      *    EAD62587 AGING, WHICH AGES IN WHOLE MONTHS.

           MOVE FD-AO-SELLER       TO WS-SEL-SEARCH.
           PERFORM 0103-00-FIND-SELLER.

           COMPUTE WS-AGE-MONTHS =
               (WS-REPORT-YEAR - FD-AO-YEAR) * 12
               + WS-REPORT-MONTH - FD-AO-MONTH.

           IF  WS-SEL-FOUND        GREATER ZEROS  AND
               FD-AO-STATUS        EQUAL 'O'      AND
               FD-AO-OPEN-BALANCE  GREATER ZEROS  AND
               WS-AGE-MONTHS       GREATER ZEROS
               ADD FD-AO-OPEN-BALANCE
                   TO WS-SL-OVERDUE(WS-SEL-FOUND)
               ADD 1
                   TO WS-SL-OVERDUE-ITEMS(WS-SEL-FOUND)
           END-IF.

       0206-00-EXIT.
           EXIT.

       0207-00-TIME-RECEIPT.

           MOVE FD-AO-SELLER       TO WS-SEL-SEARCH.
           PERFORM 0103-00-FIND-SELLER.

           IF  WS-SEL-FOUND        GREATER ZEROS          AND
               FD-RC-YEAR          EQUAL WS-REPORT-YEAR   AND
               FD-RC-MONTH         NOT LESS 01            AND
               FD-RC-MONTH         NOT GREATER WS-REPORT-MONTH AND
               FD-RC-DAY           NOT LESS 01            AND
               FD-RC-DAY           NOT GREATER 31
               MOVE FD-AO-YEAR     TO WS-ID-YEAR
               MOVE FD-AO-MONTH    TO WS-ID-MONTH
               COMPUTE WS-DAYS-TO-COLLECT =
                   FUNCTION INTEGER-OF-DATE(FD-RC-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE-N)
               IF  WS-DAYS-TO-COLLECT LESS ZEROS
                   MOVE ZEROS      TO WS-DAYS-TO-COLLECT
               END-IF
               ADD WS-DAYS-TO-COLLECT
                   TO WS-SL-DAYS(WS-SEL-FOUND, 2)
               ADD 1
                   TO WS-SL-RECEIPTS(WS-SEL-FOUND, 2)
               IF  FD-RC-MONTH     EQUAL WS-REPORT-MONTH
                   ADD WS-DAYS-TO-COLLECT
                       TO WS-SL-DAYS(WS-SEL-FOUND, 1)
                   ADD 1
                       TO WS-SL-RECEIPTS(WS-SEL-FOUND, 1)
               END-IF
           END-IF.

       0207-00-EXIT.
           EXIT.

       0208-00-RANK-SELLERS.

      *    A SELLER'S RANK IS ONE PLUS THE NUMBER OF SELLERS AHEAD:
      *    HIGHER YTD PERCENT, THEN HIGHER YTD VOLUME, THEN LOWER
      *    SELLER CODE.

           PERFORM VARYING WS-SEL-POS FROM 1 BY 1
             UNTIL WS-SEL-POS      GREATER WS-SEL-COUNT
               MOVE 2              TO WS-PRD-POS
               PERFORM 0210-00-COMPUTE-QUOTA-PCT
               MOVE WS-PCT-QUOTA   TO WS-SL-PCT-YTD(WS-SEL-POS)
           END-PERFORM.

           PERFORM VARYING WS-SEL-POS FROM 1 BY 1
             UNTIL WS-SEL-POS      GREATER WS-SEL-COUNT
               MOVE 1              TO WS-SL-RANK(WS-SEL-POS)
               COMPUTE WS-NET-VOLUME =
                   WS-SL-SALES(WS-SEL-POS, 2)
                   - WS-SL-RETURNS(WS-SEL-POS, 2)
               PERFORM VARYING WS-SEL-OTHER FROM 1 BY 1
                 UNTIL WS-SEL-OTHER GREATER WS-SEL-COUNT
                   PERFORM 0209-00-COMPARE-SELLERS
               END-PERFORM
           END-PERFORM.

       0208-00-EXIT.
           EXIT.

       0209-00-COMPARE-SELLERS.

           COMPUTE WS-NET-VOLUME-OTHER =
               WS-SL-SALES(WS-SEL-OTHER, 2)
               - WS-SL-RETURNS(WS-SEL-OTHER, 2).

           EVALUATE TRUE
             WHEN WS-SEL-OTHER     EQUAL WS-SEL-POS
               CONTINUE
             WHEN WS-SL-PCT-YTD(WS-SEL-OTHER)
                                   GREATER WS-SL-PCT-YTD(WS-SEL-POS)
               ADD 1               TO WS-SL-RANK(WS-SEL-POS)
             WHEN WS-SL-PCT-YTD(WS-SEL-OTHER)
                                   LESS WS-SL-PCT-YTD(WS-SEL-POS)
               CONTINUE
             WHEN WS-NET-VOLUME-OTHER
                                   GREATER WS-NET-VOLUME
               ADD 1               TO WS-SL-RANK(WS-SEL-POS)
             WHEN WS-NET-VOLUME-OTHER
                                   LESS WS-NET-VOLUME
               CONTINUE
             WHEN WS-SL-SELLER(WS-SEL-OTHER)
                                   LESS WS-SL-SELLER(WS-SEL-POS)
               ADD 1               TO WS-SL-RANK(WS-SEL-POS)
           END-EVALUATE.

       0209-00-EXIT.
           EXIT.

       0210-00-COMPUTE-QUOTA-PCT.

      *    SELLER IN WS-SEL-POS, PERIOD IN WS-PRD-POS.

           COMPUTE WS-NET-VOLUME =
               WS-SL-SALES(WS-SEL-POS, WS-PRD-POS)
               - WS-SL-RETURNS(WS-SEL-POS, WS-PRD-POS).

           IF  WS-SL-TARGET(WS-SEL-POS, WS-PRD-POS) GREATER ZEROS
               COMPUTE WS-PCT-QUOTA ROUNDED =
                   WS-NET-VOLUME * 100
                   / WS-SL-TARGET(WS-SEL-POS, WS-PRD-POS)
           ELSE
               MOVE ZEROS          TO WS-PCT-QUOTA
           END-IF.

       0210-00-EXIT.
           EXIT.

       0211-00-PRINT-REPORT.

           MOVE WS-REPORT-YEAR     TO WS-RH-YEAR.
           MOVE WS-REPORT-MONTH    TO WS-RH-MONTH.
           WRITE REG-SCORERPT      FROM WS-RPT-HEADER-1.
           WRITE REG-SCORERPT      FROM WS-RPT-RANK-HEADER
                                   AFTER 2 LINES.

           PERFORM VARYING WS-RANK-POS FROM 1 BY 1
             UNTIL WS-RANK-POS     GREATER WS-SEL-COUNT
               PERFORM VARYING WS-SEL-POS FROM 1 BY 1
                 UNTIL WS-SEL-POS  GREATER WS-SEL-COUNT
                   IF  WS-SL-RANK(WS-SEL-POS) EQUAL WS-RANK-POS
                       PERFORM 0212-00-PRINT-RANK-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM VARYING WS-RANK-POS FROM 1 BY 1
             UNTIL WS-RANK-POS     GREATER WS-SEL-COUNT
               PERFORM VARYING WS-SEL-POS FROM 1 BY 1
                 UNTIL WS-SEL-POS  GREATER WS-SEL-COUNT
                   IF  WS-SL-RANK(WS-SEL-POS) EQUAL WS-RANK-POS
                       PERFORM 0213-00-PRINT-SCORECARD
                   END-IF
               END-PERFORM
           END-PERFORM.

       0211-00-EXIT.
           EXIT.

       0212-00-PRINT-RANK-LINE.

           MOVE WS-SL-RANK(WS-SEL-POS)
                                   TO WS-RR-RANK.
           MOVE WS-SL-SELLER(WS-SEL-POS)
                                   TO WS-RR-SELLER.
           MOVE WS-SL-PCT-YTD(WS-SEL-POS)
                                   TO WS-RR-PCT.
           COMPUTE WS-RR-VOLUME =
               WS-SL-SALES(WS-SEL-POS, 2)
               - WS-SL-RETURNS(WS-SEL-POS, 2).

           WRITE REG-SCORERPT      FROM WS-RPT-RANK-LINE.

       0212-00-EXIT.
           EXIT.

       0213-00-PRINT-SCORECARD.

           MOVE WS-SL-RANK(WS-SEL-POS)
                                   TO WS-RS-RANK.
           MOVE WS-SL-SELLER(WS-SEL-POS)
                                   TO WS-RS-SELLER.
           WRITE REG-SCORERPT      FROM WS-RPT-SELLER-HEADER
                                   AFTER 2 LINES.
           WRITE REG-SCORERPT      FROM WS-RPT-COLUMN-HEADER.

           MOVE 'NET VOLUME...........:'
                                   TO WS-RA-LABEL.
           COMPUTE WS-RA-MONTH =
               WS-SL-SALES(WS-SEL-POS, 1)
               - WS-SL-RETURNS(WS-SEL-POS, 1).
           COMPUTE WS-RA-YTD =
               WS-SL-SALES(WS-SEL-POS, 2)
               - WS-SL-RETURNS(WS-SEL-POS, 2).
           WRITE REG-SCORERPT      FROM WS-RPT-AMOUNT-LINE.

           MOVE 'QUOTA................:'
                                   TO WS-RA-LABEL.
           MOVE WS-SL-TARGET(WS-SEL-POS, 1)
                                   TO WS-RA-MONTH.
           MOVE WS-SL-TARGET(WS-SEL-POS, 2)
                                   TO WS-RA-YTD.
           WRITE REG-SCORERPT      FROM WS-RPT-AMOUNT-LINE.

           MOVE 'PERCENT TO QUOTA.....:'
                                   TO WS-RT-LABEL.
           MOVE 1                  TO WS-PRD-POS.
           PERFORM 0210-00-COMPUTE-QUOTA-PCT.
           MOVE WS-PCT-QUOTA       TO WS-RT-MONTH.
           MOVE WS-SL-PCT-YTD(WS-SEL-POS)
                                   TO WS-RT-YTD.
           WRITE REG-SCORERPT      FROM WS-RPT-RATE-LINE.

           MOVE 'COMMISSION EARNED....:'
                                   TO WS-RA-LABEL.
           MOVE WS-SL-COMMISSION(WS-SEL-POS, 1)
                                   TO WS-RA-MONTH.
           MOVE WS-SL-COMMISSION(WS-SEL-POS, 2)
                                   TO WS-RA-YTD.
           WRITE REG-SCORERPT      FROM WS-RPT-AMOUNT-LINE.

           MOVE 'COMMISSION CLAWED....:'
                                   TO WS-RA-LABEL.
           MOVE WS-SL-CLAWBACK(WS-SEL-POS, 1)
                                   TO WS-RA-MONTH.
           MOVE WS-SL-CLAWBACK(WS-SEL-POS, 2)
                                   TO WS-RA-YTD.
           WRITE REG-SCORERPT      FROM WS-RPT-AMOUNT-LINE.

           MOVE 'NET COMMISSION.......:'
                                   TO WS-RA-LABEL.
           COMPUTE WS-NET-COMMISSION =
               WS-SL-COMMISSION(WS-SEL-POS, 1)
               - WS-SL-CLAWBACK(WS-SEL-POS, 1).
           MOVE WS-NET-COMMISSION  TO WS-RA-MONTH.
           COMPUTE WS-NET-COMMISSION =
               WS-SL-COMMISSION(WS-SEL-POS, 2)
               - WS-SL-CLAWBACK(WS-SEL-POS, 2).
           MOVE WS-NET-COMMISSION  TO WS-RA-YTD.
           WRITE REG-SCORERPT      FROM WS-RPT-AMOUNT-LINE.

           MOVE 'RETURNS PCT OF SALES.:'
                                   TO WS-RT-LABEL.
           MOVE 1                  TO WS-PRD-POS.
           PERFORM 0214-00-COMPUTE-RATES.
           MOVE WS-PCT-RETURNS     TO WS-RT-MONTH.
           MOVE 2                  TO WS-PRD-POS.
           PERFORM 0214-00-COMPUTE-RATES.
           MOVE WS-PCT-RETURNS     TO WS-RT-YTD.
           WRITE REG-SCORERPT      FROM WS-RPT-RATE-LINE.

           MOVE 'AVG DAYS TO COLLECT..:'
                                   TO WS-RT-LABEL.
           MOVE 1                  TO WS-PRD-POS.
           PERFORM 0214-00-COMPUTE-RATES.
           MOVE WS-AVG-DAYS        TO WS-RT-MONTH.
           MOVE 2                  TO WS-PRD-POS.
           PERFORM 0214-00-COMPUTE-RATES.
           MOVE WS-AVG-DAYS        TO WS-RT-YTD.
           WRITE REG-SCORERPT      FROM WS-RPT-RATE-LINE.

           MOVE WS-SL-OVERDUE(WS-SEL-POS)
                                   TO WS-RO-AMOUNT.
           MOVE WS-SL-OVERDUE-ITEMS(WS-SEL-POS)
                                   TO WS-RO-ITEMS.
           WRITE REG-SCORERPT      FROM WS-RPT-OVERDUE-LINE.

       0213-00-EXIT.
           EXIT.

       0214-00-COMPUTE-RATES.

      *    SELLER IN WS-SEL-POS, PERIOD IN WS-PRD-POS.

           IF  WS-SL-SALES(WS-SEL-POS, WS-PRD-POS) GREATER ZEROS
               COMPUTE WS-PCT-RETURNS ROUNDED =
                   WS-SL-RETURNS(WS-SEL-POS, WS-PRD-POS) * 100
                   / WS-SL-SALES(WS-SEL-POS, WS-PRD-POS)
           ELSE
               MOVE ZEROS          TO WS-PCT-RETURNS
           END-IF.

           IF  WS-SL-RECEIPTS(WS-SEL-POS, WS-PRD-POS) GREATER ZEROS
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-SL-DAYS(WS-SEL-POS, WS-PRD-POS)
                   / WS-SL-RECEIPTS(WS-SEL-POS, WS-PRD-POS)
           ELSE
               MOVE ZEROS          TO WS-AVG-DAYS
           END-IF.

       0214-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-QUOTAS.

           READ QUOTAS.

           EVALUATE WS-FS-QUOTAS
             WHEN '00'
               ADD 1               TO WS-READ-QUOTAS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-QUOTAS'
                                    ' FILE STATUS: ' WS-FS-QUOTAS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-SALES3L.

           READ SALES3L.

           EVALUATE WS-FS-SALES3L
             WHEN '00'
               ADD 1               TO WS-READ-SALES
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-SALES3L'
                                    ' FILE STATUS: ' WS-FS-SALES3L
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-COMMSUMM.

           READ COMMSUMM.

           EVALUATE WS-FS-COMMSUMM
             WHEN '00'
               ADD 1               TO WS-READ-COMMSUMM
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-COMMSUMM'
                                    ' FILE STATUS: ' WS-FS-COMMSUMM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

       0304-00-READ-AROPEN.

           READ AROPEN.

           EVALUATE WS-FS-AROPEN
             WHEN '00'
               ADD 1               TO WS-READ-AROPEN
             WHEN '10'
               MOVE 999999         TO FD-AO-INVOICE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0304-00-READ-AROPEN'
                                    ' FILE STATUS: ' WS-FS-AROPEN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0304-00-EXIT.
           EXIT.

       0305-00-READ-RECEIPTS.

           READ RECEIPTS.

           EVALUATE WS-FS-RECEIPTS
             WHEN '00'
               ADD 1               TO WS-READ-RECEIPTS
             WHEN '10'
               MOVE 999999         TO FD-RC-INVOICE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0305-00-READ-RECEIPTS'
                                    ' FILE STATUS: ' WS-FS-RECEIPTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0305-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0208-00-RANK-SELLERS.
           PERFORM 0211-00-PRINT-REPORT.

           CLOSE QUOTAS
                 SALES3L
                 COMMSUMM
                 AROPEN
                 RECEIPTS
                 SCORERPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-SEL-COUNT       TO WS-FMT-AMOUNT
           DISPLAY '*  SELLERS.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-SALES      TO WS-FMT-AMOUNT
           DISPLAY '*  READ  SALES...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-COMMSUMM   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  COMMSUMM: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-AROPEN     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  AROPEN..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-RECEIPTS   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  RECEIPTS: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-UNMATCHED TO WS-FMT-AMOUNT
           DISPLAY '*  UNMATCHED RCPT: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
