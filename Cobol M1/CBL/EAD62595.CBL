      *     - TERM AND RATE WITHIN THE SYSIN POLICY LIMITS;            *
      *     - THE ANNUITY INSTALLMENT WITHIN THE ALLOWED PERCENTAGE    *
      *       OF THE DECLARED INCOME;                                  *
      *     - THE DEBIT ACCOUNT CHECK DIGIT VALID PER EAD62543;        *
      *     - THE LOAN PRODUCT ON THE PRODUCT MASTER AND, WHEN THE     *
      *       PRODUCT IS SECURED, AT LEAST ONE ITEM FOR THE CONTRACT   *
      *       ON THE COLLATERAL REGISTER.  AN INTAKE RECORD WITH NO    *
      *       PRODUCT IS AN UNSECURED LOAN.                            *
      *   ACCEPTED CONTRACTS APPEND TO THE PORTFOLIO WITH THEIR        *
      *   EFFECTIVE DATE, AND THEIR PRODUCT TO THE CONTRACT-PRODUCT    *
      *   CROSS-REFERENCE (CTRPROD) READ BY THE MONTH-END INTEREST     *
      *   ACCRUAL; REJECTS GO TO THE EXCEPTION FILE WITH THE REASON    *
      *   FOR THE CREDIT DESK.                                         *
      *   EACH ACCEPTED CONTRACT IS ALSO QUEUED FOR DISBURSEMENT       *
      *   (DISBQ) WITH ITS ACCOUNT, PRINCIPAL AND ORIGINATION FEE (THE *
      *   FEE PERCENTAGE OF ITS PRODUCT; NONE WITHOUT A PRODUCT).  THE *
      *   NEXT NIGHTLY CYCLE CREDITS THE ACCOUNT (EAD62660).           *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
           SELECT CONTRACTS        ASSIGN TO DA-S-CONTRACTS
               FILE STATUS         IS WS-FS-CONTRACTS.

           SELECT PRODUCTS         ASSIGN TO DA-S-PRODUCTS
               FILE STATUS         IS WS-FS-PRODUCTS.

           SELECT COLLAT           ASSIGN TO DA-S-COLLAT
               FILE STATUS         IS WS-FS-COLLAT.

           SELECT ORIGEXC          ASSIGN TO DA-S-ORIGEXC
               FILE STATUS         IS WS-FS-ORIGEXC.

           SELECT CTRPROD          ASSIGN TO DA-S-CTRPROD
               FILE STATUS         IS WS-FS-CTRPROD.

           SELECT DISBQ            ASSIGN TO DA-S-DISBQ
               FILE STATUS         IS WS-FS-DISBQ.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
           03  FD-NC-ACCOUNT       PIC 9(5).
           03  FD-NC-INDEX         PIC X(4).
           03  FD-NC-SPREAD        PIC 9(2)V9(2).
           03  FD-NC-PRODUCT       PIC X(4).

       FD  CONTRACTS
           RECORDING MODE IS F
           03  FD-CT-INDEX         PIC X(4).
           03  FD-CT-SPREAD        PIC 9(2)V9(2).

       FD  PRODUCTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PRODUCTS.
           03  FD-PR-PRODUCT       PIC X(4).
           03  FD-PR-DESCRIPTION   PIC X(30).
           03  FD-PR-SECURED-IND   PIC X(1).
           03  FD-PR-ORIG-FEE-PCT  PIC 9(3)V9(2).
           03  FILLER              PIC X(40).

       FD  COLLAT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-COLLAT.
           03  FD-CL-CONTRACT      PIC 9(6).
           03  FD-CL-ITEM          PIC 9(2).
           03  FD-CL-TYPE          PIC X(2).
           03  FD-CL-DESCRIPTION   PIC X(30).
           03  FD-CL-APPRAISED     PIC 9(9)V9(2).
           03  FD-CL-APPRAISAL-DATE
                                   PIC 9(8).
           03  FD-CL-LIEN-RANK     PIC 9(1).
           03  FILLER              PIC X(20).

       FD  ORIGEXC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           03  FD-EX-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-EX-REASON        PIC X(30).

       FD  CTRPROD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CTRPROD.
           03  FD-CP-CONTRACT      PIC 9(6).
           03  FD-CP-PRODUCT       PIC X(4).
           03  FILLER              PIC X(10).

       FD  DISBQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DISBQ.
           03  FD-DQ-CONTRACT      PIC 9(6).
           03  FD-DQ-BRANCH        PIC X(4).
           03  FD-DQ-ACCOUNT       PIC 9(5).
           03  FD-DQ-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-DQ-FEE           PIC 9(7)V9(2).
           03  FD-DQ-EFFECTIVE-DATE
                                   PIC 9(8).
           03  FD-DQ-PRODUCT       PIC X(4).
           03  FILLER              PIC X(5).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-FS-NEWCONTR          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-ORIGEXC           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PRODUCTS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-COLLAT            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CTRPROD           PIC X(2)            VALUE ZEROS.
       77  WS-FS-DISBQ             PIC X(2)            VALUE ZEROS.

       77  WS-READ-NEWCONTR        PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-ACCEPTED       PIC 9(4)            VALUE ZEROS.
       77  WS-DUPLICATE-IND        PIC X(1)            VALUE 'N'.
           88  WS-DUPLICATE                            VALUE 'Y'.

       77  WS-PROD-COUNT           PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PROD-POS             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PROD-FOUND           PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-PRODUCT-TABLE.
           03  WS-PR-ENTRY         OCCURS 50 TIMES.
               05  WS-PR-PRODUCT   PIC X(4).
               05  WS-PR-SECURED-IND
                                   PIC X(1).
               05  WS-PR-ORIG-FEE-PCT
                                   PIC 9(3)V9(2).

       77  WS-COLL-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-COLL-POS             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-COLLATERAL-TABLE.
           03  WS-CO-CONTRACT      PIC 9(6) OCCURS 2000 TIMES.

       77  WS-COLLATERAL-IND       PIC X(1)            VALUE 'N'.
           88  WS-COLLATERAL-FOUND                     VALUE 'Y'.

       77  WS-RATE-FRACTION        PIC 9(1)V9(6)       VALUE ZEROS.
       77  WS-FACTOR               PIC 9(5)V9(9)       VALUE ZEROS.
       77  WS-POWER-IND            PIC 9(3)            VALUE ZEROS.
           END-IF.

           PERFORM 0102-00-LOAD-PORTFOLIO-KEYS.
           PERFORM 0103-00-LOAD-PRODUCTS.
           PERFORM 0104-00-LOAD-COLLATERAL.

           OPEN INPUT NEWCONTR.


           OPEN OUTPUT ORIGEXC.

           OPEN EXTEND CTRPROD.

           IF  WS-FS-CTRPROD       EQUAL '35'
               OPEN OUTPUT CTRPROD
           END-IF.

           EVALUATE WS-FS-CTRPROD
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CTRPROD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN EXTEND DISBQ.

           IF  WS-FS-DISBQ         EQUAL '35'
               OPEN OUTPUT DISBQ
           END-IF.

           EVALUATE WS-FS-DISBQ
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-DISBQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0301-00-READ-NEWCONTR.

       0101-00-EXIT.
       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-PRODUCTS.

           OPEN INPUT PRODUCTS.

           EVALUATE WS-FS-PRODUCTS
             WHEN '00'
               PERFORM UNTIL WS-FS-PRODUCTS EQUAL '10'
                   READ PRODUCTS
                   EVALUATE WS-FS-PRODUCTS
                     WHEN '00'
                       IF  WS-PROD-COUNT LESS 50
                           ADD 1   TO WS-PROD-COUNT
                           MOVE FD-PR-PRODUCT
                               TO WS-PR-PRODUCT(WS-PROD-COUNT)
                           MOVE FD-PR-SECURED-IND
                               TO WS-PR-SECURED-IND(WS-PROD-COUNT)
                           IF  FD-PR-ORIG-FEE-PCT NUMERIC
                               MOVE FD-PR-ORIG-FEE-PCT
                               TO WS-PR-ORIG-FEE-PCT(WS-PROD-COUNT)
                           ELSE
                               MOVE ZEROS
                               TO WS-PR-ORIG-FEE-PCT(WS-PROD-COUNT)
                           END-IF
                       ELSE
                           DISPLAY ' LOAN PRODUCT TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-PRODUCTS'
                                    ' FILE STATUS: ' WS-FS-PRODUCTS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PRODUCTS
             WHEN '35'
               DISPLAY ' LOAN PRODUCT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-PRODUCTS'
                                    ' FILE STATUS: ' WS-FS-PRODUCTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-COLLATERAL.

      *    ONLY THE CONTRACT NUMBERS MATTER HERE: A SECURED LOAN
      *    NEEDS AT LEAST ONE REGISTERED ITEM.

           OPEN INPUT COLLAT.

           EVALUATE WS-FS-COLLAT
             WHEN '00'
               PERFORM UNTIL WS-FS-COLLAT EQUAL '10'
                   READ COLLAT
                   EVALUATE WS-FS-COLLAT
                     WHEN '00'
                       IF  WS-COLL-COUNT LESS 2000
                           ADD 1   TO WS-COLL-COUNT
                           MOVE FD-CL-CONTRACT
                               TO WS-CO-CONTRACT(WS-COLL-COUNT)
                       ELSE
                           DISPLAY ' COLLATERAL TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-COLLATERAL'
                                    ' FILE STATUS: ' WS-FS-COLLAT
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE COLLAT
             WHEN '35'
      *        NOTHING REGISTERED YET: EVERY SECURED LOAN IS REFUSED
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-COLLATERAL'
                                    ' FILE STATUS: ' WS-FS-COLLAT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
               END-IF
           END-IF.

           IF  WS-REJECT-REASON    EQUAL SPACES AND
               FD-NC-PRODUCT       NOT EQUAL SPACES
               PERFORM 0207-00-CHECK-PRODUCT
           END-IF.

       0202-00-EXIT.
           EXIT.

       0206-00-EXIT.
           EXIT.

       0207-00-CHECK-PRODUCT.

           MOVE ZEROS              TO WS-PROD-FOUND.

           PERFORM VARYING WS-PROD-POS FROM 1 BY 1
             UNTIL WS-PROD-POS     GREATER WS-PROD-COUNT
                OR WS-PROD-FOUND   GREATER ZEROS
               IF  WS-PR-PRODUCT(WS-PROD-POS)
                                   EQUAL FD-NC-PRODUCT
                   MOVE WS-PROD-POS
                                   TO WS-PROD-FOUND
               END-IF
           END-PERFORM.

           IF  WS-PROD-FOUND       EQUAL ZEROS
               MOVE 'LOAN PRODUCT UNKNOWN'
                                   TO WS-REJECT-REASON
           ELSE
               IF  WS-PR-SECURED-IND(WS-PROD-FOUND) EQUAL 'S'
                   MOVE 'N'        TO WS-COLLATERAL-IND
                   PERFORM VARYING WS-COLL-POS FROM 1 BY 1
                     UNTIL WS-COLL-POS GREATER WS-COLL-COUNT
                        OR WS-COLLATERAL-FOUND
                       IF  WS-CO-CONTRACT(WS-COLL-POS)
                                   EQUAL FD-NC-CONTRACT
                           MOVE 'Y' TO WS-COLLATERAL-IND
                       END-IF
                   END-PERFORM
                   IF  NOT WS-COLLATERAL-FOUND
                       MOVE 'NO COLLATERAL FOR SECURED LOAN'
                                   TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       0207-00-EXIT.
           EXIT.

       0203-00-APPEND-CONTRACT.

           MOVE FD-NC-CONTRACT     TO FD-CT-CONTRACT.
               STOP RUN
           END-EVALUATE.

           MOVE SPACES             TO REG-CTRPROD.
           MOVE FD-NC-CONTRACT     TO FD-CP-CONTRACT.
           MOVE FD-NC-PRODUCT      TO FD-CP-PRODUCT.

           WRITE REG-CTRPROD.

           IF  WS-FS-CTRPROD       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0203-00-APPEND-CONTRACT'
                                    ' FILE STATUS: ' WS-FS-CTRPROD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE PRODUCT WAS FOUND BY 0207 FOR THIS SAME RECORD.

           MOVE SPACES             TO REG-DISBQ.
           MOVE FD-NC-CONTRACT     TO FD-DQ-CONTRACT.
           MOVE FD-NC-BRANCH       TO FD-DQ-BRANCH.
           MOVE FD-NC-ACCOUNT      TO FD-DQ-ACCOUNT.
           MOVE FD-NC-PRINCIPAL    TO FD-DQ-PRINCIPAL.
           MOVE FD-NC-START-DATE   TO FD-DQ-EFFECTIVE-DATE.
           MOVE FD-NC-PRODUCT      TO FD-DQ-PRODUCT.

           IF  FD-NC-PRODUCT       EQUAL SPACES
               MOVE ZEROS          TO FD-DQ-FEE
           ELSE
               COMPUTE FD-DQ-FEE ROUNDED =
                   FD-NC-PRINCIPAL
                   * WS-PR-ORIG-FEE-PCT(WS-PROD-FOUND) / 100
           END-IF.

           WRITE REG-DISBQ.

           IF  WS-FS-DISBQ         NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0203-00-APPEND-CONTRACT'
                                    ' FILE STATUS: ' WS-FS-DISBQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0203-00-EXIT.
           EXIT.


           CLOSE NEWCONTR
                 CONTRACTS
                 ORIGEXC
                 CTRPROD
                 DISBQ.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
