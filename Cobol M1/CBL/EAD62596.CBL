      *   EVERY MOVEMENT (APPLIED OR REJECTED) IS APPENDED TO THE      *
      *   AUDIT TRAIL.                                                 *
      *                                                                *
      *   CASH SETTLEMENT AGAINST THE INVESTOR'S ACCOUNT: THE HOLDER   *
      *   NAME IS LINKED TO A CUSTOMER ON THE RELATIONSHIP FILE (TYPE  *
      *   I) AND MONEY MOVES ON THAT CUSTOMER'S PRIMARY ACCOUNT, AS    *
      *   EAD62618 DEBITS A BORROWER.  RELEASES (INVREL) ARE DATED     *
      *   THE TRANSACTION DATE AND NUMBERED FROM 3001:                 *
      *     S = DEBIT OF THE AMOUNT SUBSCRIBED, ALSO QUEUED ON         *
      *         INVSUBS FOR THE EAD62662 FOLLOW-UP;                    *
      *     R = CREDIT OF THE AMOUNT PLUS ITS SHARE OF THE YIELD       *
      *         EARNED SO FAR, LESS WITHHOLDING TAX;                   *
      *     M = MATURITY: A POSITION WHOSE TERM HAS RUN (START +       *
      *         TERM NOT ABOVE THE CURRENT MONTH) IS PAID OUT AT ITS   *
      *         FULL VALUE LESS WITHHOLDING TAX AND DROPPED, DATED     *
      *         THE PROCESSING DATE.                                   *
      *   THE YIELD FOLLOWS THE EAD62551 VALUATION (RATES) OVER THE    *
      *   MONTHS HELD AND IS TAXED AT THE TAXTABLE BRACKET FOR THE     *
      *   MONTHS HELD.  A TRANSACTION WITH NO LINKED ACCOUNT, OR WHOSE *
      *   CASH EXCEEDS WHAT A RELEASE CAN CARRY, IS REJECTED; SUCH A   *
      *   MATURITY IS HELD (KEPT ON THE POSITIONS, RC=04) UNTIL THE    *
      *   INVESTMENT DESK SETTLES IT.                                  *
      *                                                                *
      *   PRODUCT RULES (PRODUCTS, THE INVESTMENT DESK'S CATALOGUE):   *
      *   A TRANSACTION ON A PRODUCT NOT ON THE CATALOGUE IS REJECTED; *
      *   A SUBSCRIPTION IS REJECTED WHEN THE PRODUCT IS CLOSED TO NEW *
      *   MONEY OR THE AMOUNT IS BELOW THE MINIMUM INITIAL (NEW        *
      *   POSITION) OR ADDITIONAL (EXISTING POSITION) AMOUNT.  A       *
      *   REDEMPTION INSIDE THE LOCK-UP (MONTHS HELD BELOW THE LOCK-UP *
      *   MONTHS) PAYS THE EARLY-REDEMPTION PENALTY, A PERCENT OF THE  *
      *   AMOUNT REDEEMED, OUT OF ITS NET CASH.  MATURITIES PAY NONE.  *
      *   EVERY REJECTED TRANSACTION IS ALSO WRITTEN TO THE EXCEPTION  *
      *   FILE (INVEXC) WITH A REASON CODE FOR THE INVESTMENT DESK.    *
      *                                                                *
      *   REVERSALS (INVREV): SUBSCRIPTIONS WHOSE DEBIT THE BALANCE    *
      *   LINE REJECTED FOR LACK OF FUNDS (EAD62662) ARE TAKEN BACK    *
      *   OUT OF THE POSITIONS BEFORE THE DAY'S TRANSACTIONS, AND THE  *
      *   FILE IS EMPTIED.  A REVERSAL FINDING LESS THAN THE AMOUNT    *
      *   STILL HELD TAKES WHAT IS THERE (RC=04).                      *
      *                                                                *
      *   SYSIN: CURRENT SCHEDULE MONTH (999), PROCESSING DATE         *
      *          (YYYYMMDD).                                           *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
           SELECT AUDITTRL         ASSIGN TO DA-S-AUDITTRL
               FILE STATUS         IS WS-FS-AUDITTRL.

           SELECT CUSTREL          ASSIGN TO DA-S-CUSTREL
               FILE STATUS         IS WS-FS-CUSTREL.

           SELECT RATES            ASSIGN TO DA-S-RATES
               FILE STATUS         IS WS-FS-RATES.

           SELECT TAXTABLE         ASSIGN TO DA-S-TAXTABLE
               FILE STATUS         IS WS-FS-TAXTABLE.

           SELECT INVREV           ASSIGN TO DA-S-INVREV
               FILE STATUS         IS WS-FS-INVREV.

           SELECT INVREL           ASSIGN TO DA-S-INVREL
               FILE STATUS         IS WS-FS-INVREL.

           SELECT INVSUBS          ASSIGN TO DA-S-INVSUBS
               FILE STATUS         IS WS-FS-INVSUBS.

           SELECT PRODUCTS         ASSIGN TO DA-S-PRODUCTS
               FILE STATUS         IS WS-FS-PRODUCTS.

           SELECT INVEXC           ASSIGN TO DA-S-INVEXC
               FILE STATUS         IS WS-FS-INVEXC.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
           03  FD-AU-RESULT        PIC X(8).
           03  FD-AU-REASON        PIC X(25).

       FD  CUSTREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTREL.
           03  FD-RL-CUSTOMER      PIC 9(8).
           03  FD-RL-TYPE          PIC X(1).
           03  FD-RL-REFERENCE     PIC X(30).
           03  FD-RL-ROLE          PIC X(1).
           03  FD-RL-START-DATE    PIC 9(8).

       FD  RATES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RATES.
           03  FD-RATE-MONTH       PIC 9(3).
           03  FD-RATE-VALUE       PIC 9(1)V9(2).

       FD  TAXTABLE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TAXTABLE.
           03  FD-WT-MIN-MONTHS    PIC 9(3).
           03  FD-WT-RATE          PIC 9(2)V9(2).

       FD  INVREV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVREV.
           03  FD-RV-DATE          PIC 9(8).
           03  FD-RV-CLIENT        PIC X(20).
           03  FD-RV-PRODUCT       PIC X(10).
           03  FD-RV-AMOUNT        PIC 9(7)V9(2).
           03  FD-RV-KEY           PIC X(9).
           03  FD-RV-DOC-NUMBER    PIC 9(4).
           03  FD-RV-REASON-CODE   PIC 9(2).
           03  FD-RV-REASON-DESC   PIC X(30).
           03  FILLER              PIC X(8).

       FD  INVREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVREL.
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

       FD  INVSUBS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVSUBS.
           03  FD-SU-DATE          PIC 9(8).
           03  FD-SU-CLIENT        PIC X(20).
           03  FD-SU-PRODUCT       PIC X(10).
           03  FD-SU-AMOUNT        PIC 9(7)V9(2).
           03  FD-SU-KEY           PIC X(9).
           03  FD-SU-DOC-NUMBER    PIC 9(4).

       FD  PRODUCTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PRODUCTS.
           03  FD-PD-PRODUCT       PIC X(10).
           03  FD-PD-DESCRIPTION   PIC X(30).
           03  FD-PD-MIN-INITIAL   PIC 9(7)V9(2).
           03  FD-PD-MIN-ADDITIONAL
                                   PIC 9(7)V9(2).
           03  FD-PD-LOCKUP        PIC 9(3).
           03  FD-PD-PENALTY       PIC 9(3)V9(2).
           03  FD-PD-STATUS        PIC X(1).
               88  FD-PD-OPEN                          VALUE 'O'.
               88  FD-PD-CLOSED                        VALUE 'C'.
           03  FILLER              PIC X(13).

       FD  INVEXC
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVEXC.
           03  FD-EX-DATE          PIC 9(8).
           03  FD-EX-TYPE          PIC X(1).
           03  FD-EX-CLIENT        PIC X(20).
           03  FD-EX-PRODUCT       PIC X(10).
           03  FD-EX-AMOUNT        PIC 9(7)V9(2).
           03  FD-EX-TERM          PIC 9(3).
           03  FD-EX-REASON-CODE   PIC 9(2).
           03  FD-EX-REASON-DESC   PIC X(30).
           03  FILLER              PIC X(17).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-FS-INVTRAN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVESTSN          PIC X(2)            VALUE ZEROS.
       77  WS-FS-AUDITTRL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTREL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-RATES             PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXTABLE          PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVREV            PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVREL            PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVSUBS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PRODUCTS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVEXC            PIC X(2)            VALUE ZEROS.

       77  WS-READ-INVESTS         PIC 9(4)            VALUE ZEROS.
       77  WS-READ-INVTRAN         PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-SUBSCRIBED     PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-REDEEMED       PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(4)            VALUE ZEROS.
       77  WS-READ-INVREV          PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-REVERSED       PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-SHORT          PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-MATURED        PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-HELD           PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-INVREL         PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-INVSUBS        PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-PENALIZED      PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-INVEXC         PIC 9(4)            VALUE ZEROS.

       77  WS-TOTAL-DEBITED        PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-CREDITED       PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-TAX            PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-PENALTY        PIC 9(9)V9(2)       VALUE ZEROS.

       77  WS-CURRENT-MONTH        PIC 9(3)            VALUE ZEROS.
       77  WS-PROCESS-DATE         PIC 9(8)            VALUE ZEROS.

      *    INVESTMENT DOCUMENT NUMBERS RUN 3001-3999, BETWEEN THE
      *    ACCRUALS AND FEES (0001+) AND THE MONTHLY PAYROLL (4001+).
       77  WS-DOC-NUMBER           PIC 9(4)            VALUE 3000.

      *    LARGEST AMOUNT THE 9(6)V9(2) RELEASE INTERFACE FIELD CAN
      *    CARRY.
       77  WS-MAX-RELEASE-VALUE    PIC 9(7)V9(2)       VALUE 999999,99.

      *    RELATIONSHIP LINKS: HOLDER NAMES (TYPE I) AND PRIMARY
      *    ACCOUNTS (TYPE A, ROLE P) ONLY.
       77  WS-REL-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-REL-POS              PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-RELATION-TABLE.
           03  WS-RT-ENTRY         OCCURS 6000 TIMES.
               05  WS-RT-CUSTOMER  PIC 9(8).
               05  WS-RT-TYPE      PIC X(1).
               05  WS-RT-REFERENCE PIC X(30).

       77  WS-CUSTOMER             PIC 9(8)            VALUE ZEROS.
       77  WS-SEARCH-CLIENT        PIC X(20)           VALUE SPACES.
       77  WS-SEARCH-PRODUCT       PIC X(10)           VALUE SPACES.
       77  WS-ACCOUNT-KEY          PIC X(9)            VALUE SPACES.

       01  WS-RATE-TABLE.
           03  WS-RATE-ENTRY       PIC 9(1)V9(2) OCCURS 999 TIMES
                                                       VALUE ZEROS.

       77  WS-WTX-COUNT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-WTX-POS              PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-WTX-TABLE.
           03  WS-WT-ENTRY         OCCURS 20 TIMES.
               05  WS-WT-MIN-MONTHS
                                   PIC 9(3).
               05  WS-WT-RATE      PIC 9(2)V9(2).

       77  WS-WTX-APPLIED          PIC 9(2)V9(2)       VALUE ZEROS.
       77  WS-WTX-BEST-MIN         PIC 9(3)            VALUE ZEROS.

      *    CASH OF A REDEMPTION OR MATURITY: WS-CASH-AMOUNT OF THE
      *    PRINCIPAL OF POSITION WS-POS-FOUND PLUS ITS SHARE OF THE
      *    YIELD, LESS THE TAX ON THAT SHARE.
       77  WS-CASH-AMOUNT          PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-HELD-MONTHS          PIC 9(3)            VALUE ZEROS.
       77  WS-BALANCE              PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-INCOME               PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-MONTH                PIC 9(4)            VALUE ZEROS.
       77  WS-MONTH-END            PIC 9(4)            VALUE ZEROS.
       77  WS-RATE-SUB             PIC 9(3)            VALUE ZEROS.
       77  WS-YIELD                PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TAX                  PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-NET-CASH             PIC 9(9)V9(2)       VALUE ZEROS.

       77  WS-RELEASE-TYPE         PIC A(1)            VALUE SPACES.
       77  WS-RELEASE-VALUE        PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-RELEASE-DATE         PIC 9(8)            VALUE ZEROS.

       77  WS-POS-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-POS-POS              PIC 9(4) COMP-3     VALUE ZEROS.
               05  WS-PO-START     PIC 9(3).
               05  WS-PO-TERM      PIC 9(3).

      *    PRODUCT CATALOGUE: MINIMUMS, LOCK-UP AND EARLY-REDEMPTION
      *    PENALTY PER PRODUCT, AND WHETHER IT TAKES NEW MONEY.
       77  WS-PRD-COUNT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-PRD-POS              PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-PRD-FOUND            PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-PRODUCT-TABLE.
           03  WS-PD-ENTRY         OCCURS 50 TIMES.
               05  WS-PD-PRODUCT   PIC X(10).
               05  WS-PD-MIN-INITIAL
                                   PIC 9(7)V9(2).
               05  WS-PD-MIN-ADDITIONAL
                                   PIC 9(7)V9(2).
               05  WS-PD-LOCKUP    PIC 9(3).
               05  WS-PD-PENALTY   PIC 9(3)V9(2).
               05  WS-PD-STATUS    PIC X(1).
                   88  WS-PD-OPEN                      VALUE 'O'.

      *    REASON OF A REJECTED TRANSACTION ON THE EXCEPTION FILE:
      *    01 TYPE INVALID          02 NO POSITION HELD
      *    03 OVER THE POSITION     04 NO LINKED ACCOUNT
      *    05 OVER THE RELEASE LIMIT
      *    06 PRODUCT NOT ON THE CATALOGUE
      *    07 PRODUCT CLOSED TO NEW MONEY
      *    08 BELOW THE MINIMUM INITIAL AMOUNT
      *    09 BELOW THE MINIMUM ADDITIONAL AMOUNT
       77  WS-REASON-CODE          PIC 9(2)            VALUE ZEROS.

       77  WS-PENALTY              PIC 9(9)V9(2)       VALUE ZEROS.

       01  WS-PENALTY-REASON.
           03  FILLER              PIC X(8)            VALUE 'PENALTY '.
           03  WS-PN-VALUE         PIC Z.ZZZ.ZZ9,99.

       77  WS-FMT-AMOUNT           PIC ZZZ9            VALUE ZEROS.
       77  WS-FMT-TOTAL            PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
               STOP RUN
           END-IF.

      *    SYSIN: PROCESSING DATE, THE DATE OF THE MATURITY CREDITS.

           ACCEPT WS-PROCESS-DATE  FROM SYSIN.

           IF  WS-PROCESS-DATE     NOT NUMERIC OR
               WS-PROCESS-DATE     EQUAL ZEROS
               DISPLAY ' PROCESSING DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-POSITIONS.
           PERFORM 0103-00-LOAD-CUSTREL.
           PERFORM 0104-00-LOAD-RATES.
           PERFORM 0105-00-LOAD-TAXTABLE.
           PERFORM 0109-00-LOAD-PRODUCTS.

           OPEN INPUT INVTRAN.

               STOP RUN
           END-EVALUATE.

           OPEN EXTEND INVREL.

           IF  WS-FS-INVREL        EQUAL '35'
               OPEN OUTPUT INVREL
           END-IF.

           EVALUATE WS-FS-INVREL
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-INVREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN EXTEND INVSUBS.

           IF  WS-FS-INVSUBS       EQUAL '35'
               OPEN OUTPUT INVSUBS
           END-IF.

           EVALUATE WS-FS-INVSUBS
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-INVSUBS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT INVEXC.

           IF  WS-FS-INVEXC        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-INVEXC
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0106-00-APPLY-REVERSALS.

           PERFORM 0301-00-READ-INVTRAN.

       0101-00-EXIT.
       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-CUSTREL.

           OPEN INPUT CUSTREL.

           EVALUATE WS-FS-CUSTREL
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTREL EQUAL '10'
                   READ CUSTREL
                   EVALUATE WS-FS-CUSTREL
                     WHEN '00'
                       IF  FD-RL-TYPE EQUAL 'I' OR
                          (FD-RL-TYPE EQUAL 'A' AND
                           FD-RL-ROLE EQUAL 'P')
                           PERFORM 0107-00-ADD-RELATION
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CUSTREL'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CUSTREL
             WHEN '35'
               DISPLAY ' CUSTOMER RELATIONSHIP FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CUSTREL'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-RATES.

           OPEN INPUT RATES.

           EVALUATE WS-FS-RATES
             WHEN '00'
               PERFORM UNTIL WS-FS-RATES EQUAL '10'
                   READ RATES
                   EVALUATE WS-FS-RATES
                     WHEN '00'
                       IF  FD-RATE-MONTH   NUMERIC AND
                           FD-RATE-MONTH   GREATER ZEROS
                           MOVE FD-RATE-VALUE
                               TO WS-RATE-ENTRY(FD-RATE-MONTH)
                       ELSE
                           DISPLAY ' INVALID RATE MONTH REJECTED: '
                                   FD-RATE-MONTH
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-RATES'
                                    ' FILE STATUS: ' WS-FS-RATES
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE RATES
             WHEN '35'
               DISPLAY ' RATES FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-RATES'
                                    ' FILE STATUS: ' WS-FS-RATES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-TAXTABLE.

           OPEN INPUT TAXTABLE.

           EVALUATE WS-FS-TAXTABLE
             WHEN '00'
               PERFORM UNTIL WS-FS-TAXTABLE EQUAL '10'
                   READ TAXTABLE
                   EVALUATE WS-FS-TAXTABLE
                     WHEN '00'
                       IF  WS-WTX-COUNT LESS 20
                           ADD 1   TO WS-WTX-COUNT
                           MOVE FD-WT-MIN-MONTHS
                               TO WS-WT-MIN-MONTHS(WS-WTX-COUNT)
                           MOVE FD-WT-RATE
                               TO WS-WT-RATE(WS-WTX-COUNT)
                       ELSE
                           DISPLAY ' TAX TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-TAXTABLE'
                                    ' FILE STATUS: ' WS-FS-TAXTABLE
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE TAXTABLE
             WHEN '35'
               DISPLAY ' WITHHOLDING TAX TABLE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-TAXTABLE'
                                    ' FILE STATUS: ' WS-FS-TAXTABLE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-APPLY-REVERSALS.

      *    SUBSCRIPTIONS THE BALANCE LINE COULD NOT DEBIT COME OFF
      *    THE POSITIONS BEFORE ANYTHING ELSE IS APPLIED.

           OPEN INPUT INVREV.

           EVALUATE WS-FS-INVREV
             WHEN '00'
               PERFORM UNTIL WS-FS-INVREV EQUAL '10'
                   READ INVREV
                   EVALUATE WS-FS-INVREV
                     WHEN '00'
                       ADD 1       TO WS-READ-INVREV
                       PERFORM 0108-00-REVERSE-SUBSCRIPTION
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-APPLY-REVERSALS'
                                    ' FILE STATUS: ' WS-FS-INVREV
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE INVREV
             WHEN '35'
      *        NOTHING EVER REVERSED
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-APPLY-REVERSALS'
                                    ' FILE STATUS: ' WS-FS-INVREV
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-ADD-RELATION.

           IF  WS-REL-COUNT        LESS 6000
               ADD 1               TO WS-REL-COUNT
               MOVE FD-RL-CUSTOMER TO WS-RT-CUSTOMER(WS-REL-COUNT)
               MOVE FD-RL-TYPE     TO WS-RT-TYPE(WS-REL-COUNT)
               MOVE FD-RL-REFERENCE
                                   TO WS-RT-REFERENCE(WS-REL-COUNT)
           ELSE
               DISPLAY ' RELATIONSHIP TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0107-00-EXIT.
           EXIT.

       0108-00-REVERSE-SUBSCRIPTION.

           MOVE FD-RV-CLIENT       TO WS-SEARCH-CLIENT.
           MOVE FD-RV-PRODUCT      TO WS-SEARCH-PRODUCT.

           PERFORM 0202-00-FIND-POSITION.

           MOVE WS-PROCESS-DATE    TO FD-AU-DATE.
           MOVE 'X'                TO FD-AU-TYPE.
           MOVE FD-RV-CLIENT       TO FD-AU-CLIENT.
           MOVE FD-RV-PRODUCT      TO FD-AU-PRODUCT.
           MOVE FD-RV-REASON-DESC  TO FD-AU-REASON.

           EVALUATE TRUE
             WHEN WS-POS-FOUND     EQUAL ZEROS
               MOVE ZEROS          TO FD-AU-AMOUNT
               MOVE 'SHORT   '     TO FD-AU-RESULT
               ADD 1               TO WS-COUNT-SHORT
             WHEN FD-RV-AMOUNT     GREATER
                  WS-PO-PRINCIPAL(WS-POS-FOUND)
      *        PART WAS REDEEMED SINCE: TAKE BACK WHAT IS LEFT
               MOVE WS-PO-PRINCIPAL(WS-POS-FOUND)
                                   TO FD-AU-AMOUNT
               MOVE ZEROS          TO WS-PO-PRINCIPAL(WS-POS-FOUND)
               MOVE 'SHORT   '     TO FD-AU-RESULT
               ADD 1               TO WS-COUNT-SHORT
             WHEN OTHER
               SUBTRACT FD-RV-AMOUNT
                                   FROM WS-PO-PRINCIPAL(WS-POS-FOUND)
               MOVE FD-RV-AMOUNT   TO FD-AU-AMOUNT
               MOVE 'REVERSED'     TO FD-AU-RESULT
               ADD 1               TO WS-COUNT-REVERSED
           END-EVALUATE.

           PERFORM 0210-00-WRITE-AUDIT-RECORD.

       0108-00-EXIT.
           EXIT.

       0109-00-LOAD-PRODUCTS.

           OPEN INPUT PRODUCTS.

           EVALUATE WS-FS-PRODUCTS
             WHEN '00'
               PERFORM UNTIL WS-FS-PRODUCTS EQUAL '10'
                   READ PRODUCTS
                   EVALUATE WS-FS-PRODUCTS
                     WHEN '00'
                       PERFORM 0110-00-ADD-PRODUCT
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0109-00-LOAD-PRODUCTS'
                                    ' FILE STATUS: ' WS-FS-PRODUCTS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PRODUCTS
             WHEN '35'
               DISPLAY ' PRODUCT CATALOGUE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0109-00-LOAD-PRODUCTS'
                                    ' FILE STATUS: ' WS-FS-PRODUCTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0109-00-EXIT.
           EXIT.

       0110-00-ADD-PRODUCT.

      *    AN ENTRY THE DESK KEYED BADLY IS LEFT OUT, SO THE PRODUCT
      *    TAKES NO TRANSACTIONS UNTIL IT IS CORRECTED.

           IF  FD-PD-PRODUCT       EQUAL SPACES  OR
               FD-PD-MIN-INITIAL   NOT NUMERIC   OR
               FD-PD-MIN-ADDITIONAL
                                   NOT NUMERIC   OR
               FD-PD-LOCKUP        NOT NUMERIC   OR
               FD-PD-PENALTY       NOT NUMERIC   OR
               FD-PD-PENALTY       GREATER 100   OR
               NOT (FD-PD-OPEN OR FD-PD-CLOSED)
               DISPLAY ' INVALID PRODUCT REJECTED: ' FD-PD-PRODUCT
           ELSE
               IF  WS-PRD-COUNT    LESS 50
                   ADD 1           TO WS-PRD-COUNT
                   MOVE FD-PD-PRODUCT
                                   TO WS-PD-PRODUCT(WS-PRD-COUNT)
                   MOVE FD-PD-MIN-INITIAL
                                   TO WS-PD-MIN-INITIAL(WS-PRD-COUNT)
                   MOVE FD-PD-MIN-ADDITIONAL
                                   TO WS-PD-MIN-ADDITIONAL(WS-PRD-COUNT)
                   MOVE FD-PD-LOCKUP
                                   TO WS-PD-LOCKUP(WS-PRD-COUNT)
                   MOVE FD-PD-PENALTY
                                   TO WS-PD-PENALTY(WS-PRD-COUNT)
                   MOVE FD-PD-STATUS
                                   TO WS-PD-STATUS(WS-PRD-COUNT)
               ELSE
                   DISPLAY ' PRODUCT TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0110-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE FD-TR-CLIENT       TO WS-SEARCH-CLIENT.
           MOVE FD-TR-PRODUCT      TO WS-SEARCH-PRODUCT.

           PERFORM 0202-00-FIND-POSITION.

           PERFORM 0213-00-FIND-PRODUCT.

           EVALUATE TRUE
             WHEN FD-TR-SUBSCRIPTION
               PERFORM 0203-00-APPLY-SUBSCRIPTION

             WHEN OTHER
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 01             TO WS-REASON-CODE
               MOVE 'TRANSACTION TYPE INVALID'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED
             UNTIL WS-POS-POS      GREATER WS-POS-COUNT
                OR WS-POS-FOUND    GREATER ZEROS
               IF  WS-PO-CLIENT(WS-POS-POS)
                                   EQUAL WS-SEARCH-CLIENT AND
                   WS-PO-PRODUCT(WS-POS-POS)
                                   EQUAL WS-SEARCH-PRODUCT
                   MOVE WS-POS-POS TO WS-POS-FOUND
               END-IF
           END-PERFORM.

       0203-00-APPLY-SUBSCRIPTION.

           PERFORM 0207-00-FIND-ACCOUNT.

           EVALUATE TRUE
             WHEN WS-PRD-FOUND     EQUAL ZEROS
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 06             TO WS-REASON-CODE
               MOVE 'PRODUCT NOT IN CATALOGUE'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN NOT WS-PD-OPEN(WS-PRD-FOUND)
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 07             TO WS-REASON-CODE
               MOVE 'PRODUCT CLOSED'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN WS-POS-FOUND     EQUAL ZEROS AND
                  FD-TR-AMOUNT     LESS
                  WS-PD-MIN-INITIAL(WS-PRD-FOUND)
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 08             TO WS-REASON-CODE
               MOVE 'BELOW MINIMUM INITIAL'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN WS-POS-FOUND     GREATER ZEROS AND
                  FD-TR-AMOUNT     LESS
                  WS-PD-MIN-ADDITIONAL(WS-PRD-FOUND)
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 09             TO WS-REASON-CODE
               MOVE 'BELOW MINIMUM ADDITIONAL'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN WS-ACCOUNT-KEY   EQUAL SPACES
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 04             TO WS-REASON-CODE
               MOVE 'NO LINKED ACCOUNT'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN FD-TR-AMOUNT     GREATER WS-MAX-RELEASE-VALUE
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 05             TO WS-REASON-CODE
               MOVE 'OVER THE RELEASE LIMIT'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN WS-POS-FOUND     GREATER ZEROS
               ADD FD-TR-AMOUNT    TO WS-PO-PRINCIPAL(WS-POS-FOUND)
               MOVE 'APPLIED '     TO FD-AU-RESULT
               MOVE SPACES         TO FD-AU-REASON
               ADD 1               TO WS-COUNT-SUBSCRIBED

             WHEN WS-POS-COUNT     LESS 1000
               ADD 1               TO WS-POS-COUNT
               MOVE FD-TR-CLIENT   TO WS-PO-CLIENT(WS-POS-COUNT)
               MOVE FD-TR-PRODUCT  TO WS-PO-PRODUCT(WS-POS-COUNT)
               MOVE FD-TR-AMOUNT   TO WS-PO-PRINCIPAL(WS-POS-COUNT)
               MOVE WS-CURRENT-MONTH
                                   TO WS-PO-START(WS-POS-COUNT)
               MOVE FD-TR-TERM     TO WS-PO-TERM(WS-POS-COUNT)
               MOVE 'OPENED  '     TO FD-AU-RESULT
               MOVE SPACES         TO FD-AU-REASON
               ADD 1               TO WS-COUNT-SUBSCRIBED

             WHEN OTHER
               DISPLAY ' POSITION TABLE FULL'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    THE AMOUNT SUBSCRIBED IS DEBITED TO THE INVESTOR.
           IF  FD-AU-RESULT        NOT EQUAL 'REJECTED'
               MOVE 'D'            TO WS-RELEASE-TYPE
               MOVE FD-TR-AMOUNT   TO WS-RELEASE-VALUE
               MOVE FD-TR-DATE     TO WS-RELEASE-DATE
               PERFORM 0209-00-WRITE-RELEASE
               PERFORM 0211-00-WRITE-SUBSCRIPTION
           END-IF.

           PERFORM 0205-00-WRITE-AUDIT.

       0204-00-APPLY-REDEMPTION.

           PERFORM 0207-00-FIND-ACCOUNT.

           MOVE ZEROS              TO WS-NET-CASH
                                      WS-PENALTY.

           IF  WS-POS-FOUND        GREATER ZEROS
               IF  FD-TR-AMOUNT    NOT GREATER
                   WS-PO-PRINCIPAL(WS-POS-FOUND)
                   MOVE FD-TR-AMOUNT
                                   TO WS-CASH-AMOUNT
                   PERFORM 0208-00-VALUE-CASH
                   IF  WS-PRD-FOUND
                                   GREATER ZEROS
                       PERFORM 0215-00-COMPUTE-PENALTY
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
             WHEN WS-PRD-FOUND     EQUAL ZEROS
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 06             TO WS-REASON-CODE
               MOVE 'PRODUCT NOT IN CATALOGUE'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN WS-POS-FOUND     EQUAL ZEROS
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 02             TO WS-REASON-CODE
               MOVE 'NO POSITION HELD'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED
             WHEN FD-TR-AMOUNT     GREATER
                  WS-PO-PRINCIPAL(WS-POS-FOUND)
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 03             TO WS-REASON-CODE
               MOVE 'REDEMPTION OVER POSITION'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN WS-ACCOUNT-KEY   EQUAL SPACES
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 04             TO WS-REASON-CODE
               MOVE 'NO LINKED ACCOUNT'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN WS-NET-CASH      GREATER WS-MAX-RELEASE-VALUE
               MOVE 'REJECTED'     TO FD-AU-RESULT
               MOVE 05             TO WS-REASON-CODE
               MOVE 'OVER THE RELEASE LIMIT'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REJECTED

             WHEN OTHER
               SUBTRACT FD-TR-AMOUNT
                                   FROM WS-PO-PRINCIPAL(WS-POS-FOUND)
               MOVE 'APPLIED '     TO FD-AU-RESULT
               MOVE SPACES         TO FD-AU-REASON
               ADD 1               TO WS-COUNT-REDEEMED
      *        AN EARLY REDEMPTION SHOWS ITS PENALTY ON THE AUDIT TRAIL
               IF  WS-PENALTY      GREATER ZEROS
                   MOVE WS-PENALTY TO WS-PN-VALUE
                   MOVE WS-PENALTY-REASON
                                   TO FD-AU-REASON
                   ADD WS-PENALTY  TO WS-TOTAL-PENALTY
                   ADD 1           TO WS-COUNT-PENALIZED
               END-IF
      *        THE INVESTOR IS CREDITED NET OF WITHHOLDING TAX
               IF  WS-NET-CASH     GREATER ZEROS
                   MOVE 'C'        TO WS-RELEASE-TYPE
                   MOVE WS-NET-CASH
                                   TO WS-RELEASE-VALUE
                   MOVE FD-TR-DATE TO WS-RELEASE-DATE
                   PERFORM 0209-00-WRITE-RELEASE
                   ADD WS-TAX      TO WS-TOTAL-TAX
               END-IF
           END-EVALUATE.

           PERFORM 0205-00-WRITE-AUDIT.
           MOVE FD-TR-PRODUCT      TO FD-AU-PRODUCT.
           MOVE FD-TR-AMOUNT       TO FD-AU-AMOUNT.

           PERFORM 0210-00-WRITE-AUDIT-RECORD.

           IF  FD-AU-RESULT        EQUAL 'REJECTED'
               PERFORM 0214-00-WRITE-EXCEPTION
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-UNLOAD-POSITIONS.

      *    FULLY REDEEMED POSITIONS (PRINCIPAL ZERO) ARE DROPPED,
      *    AND SO ARE MATURED POSITIONS ONCE PAID OUT.

           PERFORM VARYING WS-POS-POS FROM 1 BY 1
             UNTIL WS-POS-POS      GREATER WS-POS-COUNT
               IF  WS-PO-PRINCIPAL(WS-POS-POS)
                                   GREATER ZEROS AND
                   WS-PO-START(WS-POS-POS) + WS-PO-TERM(WS-POS-POS)
                                   NOT GREATER WS-CURRENT-MONTH
                   MOVE WS-POS-POS TO WS-POS-FOUND
                   PERFORM 0212-00-MATURE-POSITION
               END-IF
               IF  WS-PO-PRINCIPAL(WS-POS-POS)
                                   GREATER ZEROS
                   MOVE WS-PO-CLIENT(WS-POS-POS)
       0206-00-EXIT.
           EXIT.

       0207-00-FIND-ACCOUNT.

      *    THE HOLDER NAME IS LINKED TO A CUSTOMER ON THE
      *    RELATIONSHIP FILE (TYPE I); THE CASH MOVES ON THAT
      *    CUSTOMER'S PRIMARY ACCOUNT.  SPACES WHEN THERE IS NONE.

           MOVE ZEROS              TO WS-CUSTOMER.
           MOVE SPACES             TO WS-ACCOUNT-KEY.

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
                OR WS-CUSTOMER     GREATER ZEROS
               IF  WS-RT-TYPE(WS-REL-POS)
                                   EQUAL 'I'  AND
                   WS-RT-REFERENCE(WS-REL-POS)(1:20)
                                   EQUAL WS-SEARCH-CLIENT
                   MOVE WS-RT-CUSTOMER(WS-REL-POS)
                                   TO WS-CUSTOMER
               END-IF
           END-PERFORM.

           IF  WS-CUSTOMER         GREATER ZEROS
               PERFORM VARYING WS-REL-POS FROM 1 BY 1
                 UNTIL WS-REL-POS  GREATER WS-REL-COUNT
                    OR WS-ACCOUNT-KEY
                                   NOT EQUAL SPACES
                   IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL WS-CUSTOMER AND
                       WS-RT-TYPE(WS-REL-POS)
                                   EQUAL 'A'
                       MOVE WS-RT-REFERENCE(WS-REL-POS)(1:9)
                                   TO WS-ACCOUNT-KEY
                   END-IF
               END-PERFORM
           END-IF.

       0207-00-EXIT.
           EXIT.

       0208-00-VALUE-CASH.

      *    THE POSITION IS VALUED AS EAD62551 DOES, BUT ONLY OVER THE
      *    MONTHS HELD SO FAR (START TO THE MONTH BEFORE THE CURRENT
      *    ONE, NEVER BEYOND THE TERM).  THE CASH TAKES ITS SHARE OF
      *    THE YIELD, TAXED AT THE BRACKET FOR THE MONTHS HELD.

           MOVE ZEROS              TO WS-HELD-MONTHS
                                      WS-YIELD
                                      WS-TAX.

           IF  WS-CURRENT-MONTH    GREATER WS-PO-START(WS-POS-FOUND)
               COMPUTE WS-HELD-MONTHS =
                   WS-CURRENT-MONTH - WS-PO-START(WS-POS-FOUND)
           END-IF.

           IF  WS-HELD-MONTHS      GREATER WS-PO-TERM(WS-POS-FOUND)
               MOVE WS-PO-TERM(WS-POS-FOUND)
                                   TO WS-HELD-MONTHS
           END-IF.

           MOVE WS-PO-PRINCIPAL(WS-POS-FOUND)
                                   TO WS-BALANCE.

           COMPUTE WS-MONTH-END =
               WS-PO-START(WS-POS-FOUND) + WS-HELD-MONTHS - 1.

           PERFORM VARYING WS-MONTH FROM WS-PO-START(WS-POS-FOUND)
             BY 1
             UNTIL WS-MONTH        GREATER WS-MONTH-END
               IF  WS-MONTH        NOT GREATER 999
                   MOVE WS-MONTH   TO WS-RATE-SUB
                   COMPUTE WS-INCOME ROUNDED =
                       (WS-BALANCE * WS-RATE-ENTRY(WS-RATE-SUB)) / 100
                   ADD WS-INCOME   TO WS-BALANCE
               END-IF
           END-PERFORM.

           IF  WS-BALANCE          GREATER
               WS-PO-PRINCIPAL(WS-POS-FOUND)
               COMPUTE WS-YIELD ROUNDED =
                   (WS-BALANCE - WS-PO-PRINCIPAL(WS-POS-FOUND))
                 * WS-CASH-AMOUNT / WS-PO-PRINCIPAL(WS-POS-FOUND)
           END-IF.

      *    THE BRACKET WITH THE HIGHEST MINIMUM HOLDING PERIOD NOT
      *    ABOVE THE MONTHS HELD GIVES THE RATE.

           MOVE ZEROS              TO WS-WTX-APPLIED.
           MOVE ZEROS              TO WS-WTX-BEST-MIN.

           PERFORM VARYING WS-WTX-POS FROM 1 BY 1
             UNTIL WS-WTX-POS      GREATER WS-WTX-COUNT
               IF  WS-WT-MIN-MONTHS(WS-WTX-POS)
                                   NOT GREATER WS-HELD-MONTHS AND
                  (WS-WT-MIN-MONTHS(WS-WTX-POS)
                                   GREATER WS-WTX-BEST-MIN OR
                   WS-WTX-BEST-MIN EQUAL ZEROS)
                   MOVE WS-WT-MIN-MONTHS(WS-WTX-POS)
                                   TO WS-WTX-BEST-MIN
                   MOVE WS-WT-RATE(WS-WTX-POS)
                                   TO WS-WTX-APPLIED
               END-IF
           END-PERFORM.

           COMPUTE WS-TAX ROUNDED =
               WS-YIELD * WS-WTX-APPLIED / 100.

           COMPUTE WS-NET-CASH =
               WS-CASH-AMOUNT + WS-YIELD - WS-TAX.

       0208-00-EXIT.
           EXIT.

       0209-00-WRITE-RELEASE.

           IF  WS-DOC-NUMBER       NOT LESS 3999
               DISPLAY ' INVESTMENT DOCUMENT RANGE EXHAUSTED'
                       ' - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-DOC-NUMBER.

           MOVE WS-ACCOUNT-KEY     TO FD-RELEASE-KEY.
           MOVE WS-DOC-NUMBER      TO FD-DOC-NUMBER.
           MOVE WS-RELEASE-TYPE    TO FD-RELEASE-TYPE.
           MOVE WS-RELEASE-VALUE   TO FD-RELEASE-VALUE.
           MOVE SPACES             TO FD-COUNTERPARTY.
           MOVE WS-RELEASE-DATE    TO FD-POSTING-DATE
                                      FD-VALUE-DATE.
           MOVE SPACES             TO FD-CURRENCY.

           WRITE REG-INVREL.

           EVALUATE WS-FS-INVREL
             WHEN '00'
               ADD 1               TO WS-WRITE-INVREL
               IF  WS-RELEASE-TYPE EQUAL 'D'
                   ADD WS-RELEASE-VALUE
                                   TO WS-TOTAL-DEBITED
               ELSE
                   ADD WS-RELEASE-VALUE
                                   TO WS-TOTAL-CREDITED
               END-IF
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0209-00-WRITE-RELEASE'
                                    ' FILE STATUS: ' WS-FS-INVREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0209-00-EXIT.
           EXIT.

       0210-00-WRITE-AUDIT-RECORD.

           WRITE REG-AUDITTRL.

           EVALUATE WS-FS-AUDITTRL
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0210-00-WRITE-AUDIT-RECORD'
                                    ' FILE STATUS: ' WS-FS-AUDITTRL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0210-00-EXIT.
           EXIT.

       0211-00-WRITE-SUBSCRIPTION.

      *    THE DEBIT IS FOLLOWED UP BY EAD62662 AFTER THE BALANCE
      *    LINE: ONE REJECTED FOR LACK OF FUNDS COMES BACK ON INVREV.

           MOVE FD-TR-DATE         TO FD-SU-DATE.
           MOVE FD-TR-CLIENT       TO FD-SU-CLIENT.
           MOVE FD-TR-PRODUCT      TO FD-SU-PRODUCT.
           MOVE FD-TR-AMOUNT       TO FD-SU-AMOUNT.
           MOVE WS-ACCOUNT-KEY     TO FD-SU-KEY.
           MOVE WS-DOC-NUMBER      TO FD-SU-DOC-NUMBER.

           WRITE REG-INVSUBS.

           EVALUATE WS-FS-INVSUBS
             WHEN '00'
               ADD 1               TO WS-WRITE-INVSUBS
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0211-00-WRITE-SUBSCRIPTION'
                                    ' FILE STATUS: ' WS-FS-INVSUBS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0211-00-EXIT.
           EXIT.

       0212-00-MATURE-POSITION.

      *    THE TERM HAS RUN: THE FULL VALUE LESS WITHHOLDING TAX IS
      *    PAID OUT ON THE PROCESSING DATE AND THE POSITION DROPPED.
      *    ONE THAT CANNOT BE PAID IS HELD FOR THE INVESTMENT DESK.

           MOVE WS-PO-CLIENT(WS-POS-FOUND)
                                   TO WS-SEARCH-CLIENT.

           PERFORM 0207-00-FIND-ACCOUNT.

           MOVE WS-PO-PRINCIPAL(WS-POS-FOUND)
                                   TO WS-CASH-AMOUNT.

           PERFORM 0208-00-VALUE-CASH.

           MOVE WS-PROCESS-DATE    TO FD-AU-DATE.
           MOVE 'M'                TO FD-AU-TYPE.
           MOVE WS-PO-CLIENT(WS-POS-FOUND)
                                   TO FD-AU-CLIENT.
           MOVE WS-PO-PRODUCT(WS-POS-FOUND)
                                   TO FD-AU-PRODUCT.
           MOVE WS-PO-PRINCIPAL(WS-POS-FOUND)
                                   TO FD-AU-AMOUNT.

           EVALUATE TRUE
             WHEN WS-ACCOUNT-KEY   EQUAL SPACES
               MOVE 'HELD    '     TO FD-AU-RESULT
               MOVE 'NO LINKED ACCOUNT'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-HELD

             WHEN WS-NET-CASH      GREATER WS-MAX-RELEASE-VALUE
               MOVE 'HELD    '     TO FD-AU-RESULT
               MOVE 'OVER THE RELEASE LIMIT'
                                   TO FD-AU-REASON
               ADD 1               TO WS-COUNT-HELD

             WHEN OTHER
               MOVE 'MATURED '     TO FD-AU-RESULT
               MOVE SPACES         TO FD-AU-REASON
               ADD 1               TO WS-COUNT-MATURED
               IF  WS-NET-CASH     GREATER ZEROS
                   MOVE 'C'        TO WS-RELEASE-TYPE
                   MOVE WS-NET-CASH
                                   TO WS-RELEASE-VALUE
                   MOVE WS-PROCESS-DATE
                                   TO WS-RELEASE-DATE
                   PERFORM 0209-00-WRITE-RELEASE
                   ADD WS-TAX      TO WS-TOTAL-TAX
               END-IF
               MOVE ZEROS          TO WS-PO-PRINCIPAL(WS-POS-FOUND)
           END-EVALUATE.

           PERFORM 0210-00-WRITE-AUDIT-RECORD.

       0212-00-EXIT.
           EXIT.

       0213-00-FIND-PRODUCT.

           MOVE ZEROS              TO WS-PRD-FOUND.

           PERFORM VARYING WS-PRD-POS FROM 1 BY 1
             UNTIL WS-PRD-POS      GREATER WS-PRD-COUNT
                OR WS-PRD-FOUND    GREATER ZEROS
               IF  WS-PD-PRODUCT(WS-PRD-POS)
                                   EQUAL FD-TR-PRODUCT
                   MOVE WS-PRD-POS TO WS-PRD-FOUND
               END-IF
           END-PERFORM.

       0213-00-EXIT.
           EXIT.

       0214-00-WRITE-EXCEPTION.

           MOVE FD-TR-DATE         TO FD-EX-DATE.
           MOVE FD-TR-TYPE         TO FD-EX-TYPE.
           MOVE FD-TR-CLIENT       TO FD-EX-CLIENT.
           MOVE FD-TR-PRODUCT      TO FD-EX-PRODUCT.
           MOVE FD-TR-AMOUNT       TO FD-EX-AMOUNT.
           MOVE FD-TR-TERM         TO FD-EX-TERM.
           MOVE WS-REASON-CODE     TO FD-EX-REASON-CODE.
           MOVE FD-AU-REASON       TO FD-EX-REASON-DESC.

           WRITE REG-INVEXC.

           EVALUATE WS-FS-INVEXC
             WHEN '00'
               ADD 1               TO WS-WRITE-INVEXC
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0214-00-WRITE-EXCEPTION'
                                    ' FILE STATUS: ' WS-FS-INVEXC
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0214-00-EXIT.
           EXIT.

       0215-00-COMPUTE-PENALTY.

      *    INSIDE THE LOCK-UP (MONTHS HELD, AS VALUED BY 0208, BELOW
      *    THE PRODUCT'S LOCK-UP MONTHS) THE PENALTY PERCENT OF THE
      *    AMOUNT REDEEMED COMES OFF THE NET CASH, NEVER BELOW ZERO.

           IF  WS-HELD-MONTHS      LESS WS-PD-LOCKUP(WS-PRD-FOUND)
               COMPUTE WS-PENALTY ROUNDED =
                   FD-TR-AMOUNT * WS-PD-PENALTY(WS-PRD-FOUND) / 100
               IF  WS-PENALTY      GREATER WS-NET-CASH
                   MOVE WS-NET-CASH
                                   TO WS-PENALTY
               END-IF
               SUBTRACT WS-PENALTY FROM WS-NET-CASH
           END-IF.

       0215-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

           CLOSE INVTRAN
                 INVESTSN
                 AUDITTRL
                 INVREL
                 INVSUBS
                 INVEXC.

           IF  WS-READ-INVREV      GREATER ZEROS
               PERFORM 0902-00-EMPTY-REVERSALS
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-WRITE-INVEXC    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE EXCEPTNS: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-PENALIZED TO WS-FMT-AMOUNT
           DISPLAY '*  EARLY REDEEMED: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-WRITE-INVESTSN  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE POSITNS.: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-READ-INVREV     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  REVERSAL: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-REVERSED  TO WS-FMT-AMOUNT
           DISPLAY '*  REVERSED......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-SHORT     TO WS-FMT-AMOUNT
           DISPLAY '*  REVERSAL SHORT: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-MATURED   TO WS-FMT-AMOUNT
           DISPLAY '*  MATURED.......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-HELD      TO WS-FMT-AMOUNT
           DISPLAY '*  MATURITY HELD.: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-WRITE-INVREL    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE RELEASES: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-TOTAL-DEBITED   TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL DEBITED.: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-CREDITED  TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL CREDITED: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-TAX       TO WS-FMT-TOTAL
           DISPLAY '*  TAX WITHHELD..: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-PENALTY   TO WS-FMT-TOTAL
           DISPLAY '*  PENALTIES.....: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-SHORT      GREATER ZEROS OR
               WS-COUNT-HELD       GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.

       0902-00-EMPTY-REVERSALS.

      *    REOPENING FOR OUTPUT LEAVES THE APPLIED REVERSALS FILE
      *    EMPTY, SO THEY CANNOT BE TAKEN OUT TWICE.

           OPEN OUTPUT INVREV.

           IF  WS-FS-INVREV        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0902-00-EMPTY-REVERSALS'
                                    ' FILE STATUS: ' WS-FS-INVREV
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE INVREV.

       0902-00-EXIT.
           EXIT.
