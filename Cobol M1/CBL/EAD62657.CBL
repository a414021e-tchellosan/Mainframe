      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62657.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62657                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : LOAD THE ONLINE LOAN INQUIRY CLUSTER         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE CICS LOAN INQUIRY AND PAYOFF QUOTE (A25Z, EAD625CR)      *
      *   CANNOT READ THE SEQUENTIAL LOAN FILES, SO AFTER THE AGING    *
      *   (EAD62594) THIS PROGRAM RELOADS CONSEMP: ONE RECORD PER      *
      *   CONTRACT WITH                                                *
      *     - THE TERMS FROM CONTRACTS AND THE MATURITY DATE;          *
      *     - THE ARREARS POSITION JUST WRITTEN BY EAD62594 (DUE,      *
      *       PAID, ARREARS, MONTHS OVERDUE);                          *
      *     - THE PAYMENTS RECEIVED ON LOANPAY SINCE THE START OF THE  *
      *       CURRENT SCHEDULE (COUNT, LAST DATE) AND THE NUMBER OF    *
      *       INSTALLMENTS THEY COVER;                                 *
      *     - THE OUTSTANDING PRINCIPAL: REMAINING DEBT OF THE LAST    *
      *       INSTALLMENT DUE ON PORTSCHD (THE PRINCIPAL BEFORE THE    *
      *       FIRST ONE), THE NEXT INSTALLMENT AND ITS DUE DATE;       *
      *     - THE RESTRUCTURING PROBATION FROM THE CONTRACT HISTORY;   *
      *     - THE EARLY-SETTLEMENT CHARGE PERCENTAGE IN FORCE (SYSIN). *
      *   THE CLUSTER IS DEFINED REUSE AND OPENED OUTPUT, SO EVERY     *
      *   RUN REPLACES THE PRIOR PICTURE.  THE ORIGINATION APPENDS     *
      *   NEW CONTRACTS TO THE CONTRACTS FILE, WHICH IS THEREFORE NOT  *
      *   IN CONTRACT SEQUENCE: THE CLUSTER IS WRITTEN BY KEY.         *
      *                                                                *
      *   SYSIN: RUN DATE (YYYYMMDD), EARLY-SETTLEMENT CHARGE PCT      *
      *   9(2)V99 OVER THE OUTSTANDING PRINCIPAL.                      *
      *   RC=04: A CONTRACT WITHOUT AN ARREARS POSITION OR SCHEDULE.   *
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

           SELECT CONTRACTS        ASSIGN TO DA-S-CONTRACTS
               FILE STATUS         IS WS-FS-CONTRACTS.

           SELECT ARREARS          ASSIGN TO DA-S-ARREARS
               FILE STATUS         IS WS-FS-ARREARS.

           SELECT LOANPAY          ASSIGN TO DA-S-LOANPAY
               FILE STATUS         IS WS-FS-LOANPAY.

           SELECT PORTSCHD         ASSIGN TO DA-S-PORTSCHD
               FILE STATUS         IS WS-FS-PORTSCHD.

           SELECT CTRHIST          ASSIGN TO DA-S-CTRHIST
               FILE STATUS         IS WS-FS-CTRHIST.

           SELECT CONSEMP          ASSIGN TO CONSEMP
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS RANDOM
               RECORD KEY          IS FD-CE-CONTRACT
               FILE STATUS         IS WS-FS-CONSEMP.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CONTRACTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CONTRACTS.
           03  FD-CT-CONTRACT      PIC 9(6).
           03  FD-CT-CLIENT        PIC X(20).
           03  FD-CT-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-CT-RATE          PIC 9(2)V9(2).
           03  FD-CT-TERM          PIC 9(3).
           03  FD-CT-START-DATE    PIC 9(8).
           03  FD-CT-INDEX         PIC X(4).
           03  FD-CT-SPREAD        PIC 9(2)V9(2).

       FD  ARREARS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ARREARS.
           03  FD-AR-CONTRACT      PIC 9(6).
           03  FD-AR-DUE-COUNT     PIC 9(3).
           03  FD-AR-EXPECTED      PIC 9(9)V9(2).
           03  FD-AR-PAID          PIC 9(9)V9(2).
           03  FD-AR-ARREARS       PIC 9(9)V9(2).
           03  FD-AR-MONTHS-OVER   PIC 9(3).

       FD  LOANPAY
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LOANPAY.
           03  FD-LP-CONTRACT      PIC 9(6).
           03  FD-LP-DATE          PIC 9(8).
           03  FD-LP-AMOUNT        PIC 9(7)V9(2).

       FD  PORTSCHD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PORTSCHD.
           03  FD-PS-CONTRACT      PIC 9(6).
           03  FD-PS-MONTH         PIC 9(3).
           03  FD-PS-INTEREST      PIC 9(5)V9(2).
           03  FD-PS-PAYMENT       PIC 9(5)V9(2).
           03  FD-PS-DEBT          PIC 9(7)V9(2).

       FD  CTRHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CTRHIST.
           03  FD-CH-CONTRACT      PIC 9(6).
           03  FD-CH-VERSION       PIC 9(2).
           03  FD-CH-TYPE          PIC X(1).
           03  FD-CH-CLIENT        PIC X(20).
           03  FD-CH-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-CH-RATE          PIC 9(2)V9(2).
           03  FD-CH-TERM          PIC 9(3).
           03  FD-CH-START-DATE    PIC 9(8).
           03  FD-CH-INDEX         PIC X(4).
           03  FD-CH-SPREAD        PIC 9(2)V9(2).
           03  FD-CH-RESTRUCT-DATE PIC 9(8).
           03  FD-CH-PRIOR-BALANCE PIC 9(7)V9(2).
           03  FD-CH-CAPITALIZED   PIC 9(7)V9(2).
           03  FD-CH-PROBATION-END PIC 9(8).
           03  FD-CH-APPROVED-BY   PIC X(8).
           03  FILLER              PIC X(17).

       FD  CONSEMP.

       01  REG-CONSEMP.
           03  FD-CE-CONTRACT      PIC 9(6).
           03  FD-CE-CLIENT        PIC X(20).
           03  FD-CE-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-CE-RATE          PIC 9(2)V9(2).
           03  FD-CE-TERM          PIC 9(3).
           03  FD-CE-START-DATE    PIC 9(8).
           03  FD-CE-INDEX         PIC X(4).
           03  FD-CE-SPREAD        PIC 9(2)V9(2).
           03  FD-CE-ASOF-DATE     PIC 9(8).
           03  FD-CE-DUE-COUNT     PIC 9(3).
           03  FD-CE-PAID-COUNT    PIC 9(3).
           03  FD-CE-MONTHS-OVER   PIC 9(3).
           03  FD-CE-EXPECTED      PIC 9(9)V9(2).
           03  FD-CE-PAID          PIC 9(9)V9(2).
           03  FD-CE-ARREARS       PIC 9(9)V9(2).
           03  FD-CE-AGED          PIC X(1).
           03  FD-CE-PAY-COUNT     PIC 9(4).
           03  FD-CE-LAST-PAY-DATE PIC 9(8).
           03  FD-CE-BALANCE       PIC 9(7)V9(2).
           03  FD-CE-INSTALLMENT   PIC 9(5)V9(2).
           03  FD-CE-LAST-DUE-DATE PIC 9(8).
           03  FD-CE-NEXT-DUE-DATE PIC 9(8).
           03  FD-CE-MATURITY-DATE PIC 9(8).
           03  FD-CE-CHARGE-PCT    PIC 9(2)V9(2).
           03  FD-CE-RESTRUCTURED  PIC X(1).
           03  FD-CE-PROBATION-END PIC 9(8).
           03  FILLER              PIC X(26).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62657'.

       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-ARREARS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-LOANPAY           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CTRHIST           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CONSEMP           PIC X(2)            VALUE SPACES.

       77  WS-READ-CONTRACTS       PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-CONSEMP        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NOT-AGED       PIC 9(5)            VALUE ZEROS.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR         PIC 9(4).
           03  WS-RUN-MONTH        PIC 9(2).
           03  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-DATE-N           REDEFINES WS-RUN-DATE
                                   PIC 9(8).

       77  WS-CHARGE-PCT           PIC 9(2)V9(2)       VALUE ZEROS.

      *    ONE ENTRY PER CONTRACT, IN THE ORDER OF THE CONTRACTS FILE:
      *    THE N-TH CONTRACT READ IN THE MAIN PASS IS ENTRY N.
       77  WS-CT-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CT-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CT-FOUND             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CONTRACT-TABLE.
           03  WS-CT-ENTRY         OCCURS 1000 TIMES.
               05  WS-CT-CONTRACT  PIC 9(6).
               05  WS-CT-START     PIC 9(8).
               05  WS-CT-DUE-COUNT PIC 9(3).
               05  WS-CT-AGED      PIC X(1).
               05  WS-CT-EXPECTED  PIC 9(9)V9(2).
               05  WS-CT-PAID      PIC 9(9)V9(2).
               05  WS-CT-ARREARS   PIC 9(9)V9(2).
               05  WS-CT-MONTHS-OVER
                                   PIC 9(3).
               05  WS-CT-RECEIVED  PIC 9(9)V9(2).
               05  WS-CT-PAY-COUNT PIC 9(4).
               05  WS-CT-LAST-PAY  PIC 9(8).
               05  WS-CT-SCHEDULED PIC X(1).
               05  WS-CT-BALANCE   PIC 9(7)V9(2).
               05  WS-CT-CUM-DUE   PIC 9(9)V9(2).
               05  WS-CT-PAID-COUNT
                                   PIC 9(3).
               05  WS-CT-INSTALLMENT
                                   PIC 9(5)V9(2).
               05  WS-CT-RESTRUCTURED
                                   PIC X(1).
               05  WS-CT-PROBATION-END
                                   PIC 9(8).

       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.
       77  WS-ELAPSED-MONTHS       PIC S9(5)           VALUE ZEROS.
       77  WS-START-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-START-MONTH          PIC 9(2)            VALUE ZEROS.

      *    DATE A NUMBER OF MONTHS AFTER A BASE DATE, SAME DAY OF THE
      *    MONTH, HELD AT THE LAST DAY OF A SHORTER MONTH.
       01  WS-DT-BASE.
           03  WS-DB-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-DB-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-DB-DAY           PIC 9(2)            VALUE ZEROS.
       01  WS-DT-BASE-N            REDEFINES WS-DT-BASE
                                   PIC 9(8).

       77  WS-DT-MONTHS            PIC 9(3)            VALUE ZEROS.
       77  WS-DT-TOTAL-MONTHS      PIC 9(6)            VALUE ZEROS.
       77  WS-DT-LEAP-REST         PIC 9(2)            VALUE ZEROS.
       77  WS-DT-LEAP-QUOT         PIC 9(4)            VALUE ZEROS.

       01  WS-DT-RESULT.
           03  WS-DR-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-DR-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-DR-DAY           PIC 9(2)            VALUE ZEROS.
       01  WS-DT-RESULT-N          REDEFINES WS-DT-RESULT
                                   PIC 9(8).

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
             UNTIL WS-FS-CONTRACTS EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: RUN DATE (YYYYMMDD), EARLY-SETTLEMENT CHARGE PCT.

           ACCEPT WS-RUN-DATE      FROM SYSIN.
           ACCEPT WS-CHARGE-PCT    FROM SYSIN.

           IF  WS-RUN-DATE-N       NOT NUMERIC OR
               WS-RUN-MONTH        LESS 01 OR
               WS-RUN-MONTH        GREATER 12 OR
               WS-CHARGE-PCT       NOT NUMERIC
               DISPLAY ' RUN DATE / CHARGE PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-CONTRACTS.
           PERFORM 0103-00-LOAD-ARREARS.
           PERFORM 0104-00-LOAD-PAYMENTS.
           PERFORM 0105-00-LOAD-SCHEDULE.
           PERFORM 0106-00-LOAD-HISTORY.

           OPEN INPUT CONTRACTS.

           IF  WS-FS-CONTRACTS     NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONSEMP.

           IF  WS-FS-CONSEMP       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CONSEMP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-CONTRACTS.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CONTRACTS.

      *    INSTALLMENTS DUE = WHOLE MONTHS FROM THE CONTRACT START TO
      *    THE RUN DATE, CAPPED AT THE TERM (AS EAD62594).

           OPEN INPUT CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               PERFORM UNTIL WS-FS-CONTRACTS EQUAL '10'
                   READ CONTRACTS
                   EVALUATE WS-FS-CONTRACTS
                     WHEN '00'
                       PERFORM 0107-00-ADD-CONTRACT
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CONTRACTS
             WHEN '35'
               DISPLAY ' CONTRACTS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    THE MAIN PASS READS THE CONTRACTS AGAIN FROM THE TOP.
           MOVE ZEROS              TO WS-FS-CONTRACTS.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-ARREARS.

           OPEN INPUT ARREARS.

           EVALUATE WS-FS-ARREARS
             WHEN '00'
               PERFORM UNTIL WS-FS-ARREARS EQUAL '10'
                   READ ARREARS
                   EVALUATE WS-FS-ARREARS
                     WHEN '00'
                       MOVE FD-AR-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0108-00-FIND-CONTRACT
                       IF  WS-CT-FOUND GREATER ZEROS
                           MOVE 'Y'
                               TO WS-CT-AGED(WS-CT-FOUND)
                           MOVE FD-AR-EXPECTED
                               TO WS-CT-EXPECTED(WS-CT-FOUND)
                           MOVE FD-AR-PAID
                               TO WS-CT-PAID(WS-CT-FOUND)
                           MOVE FD-AR-ARREARS
                               TO WS-CT-ARREARS(WS-CT-FOUND)
                           MOVE FD-AR-MONTHS-OVER
                               TO WS-CT-MONTHS-OVER(WS-CT-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-ARREARS'
                                    ' FILE STATUS: ' WS-FS-ARREARS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE ARREARS
             WHEN '35'
               DISPLAY ' ARREARS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-ARREARS'
                                    ' FILE STATUS: ' WS-FS-ARREARS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-PAYMENTS.

      *    PAYMENTS DATED BEFORE THE START OF THE CURRENT SCHEDULE
      *    WERE TAKEN INTO A RESTRUCTURING (AS EAD62594).

           OPEN INPUT LOANPAY.

           EVALUATE WS-FS-LOANPAY
             WHEN '00'
               PERFORM UNTIL WS-FS-LOANPAY EQUAL '10'
                   READ LOANPAY
                   EVALUATE WS-FS-LOANPAY
                     WHEN '00'
                       MOVE FD-LP-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0108-00-FIND-CONTRACT
                       IF  WS-CT-FOUND GREATER ZEROS AND
                           FD-LP-DATE  NOT LESS
                                   WS-CT-START(WS-CT-FOUND)
                           ADD FD-LP-AMOUNT
                               TO WS-CT-RECEIVED(WS-CT-FOUND)
                           ADD 1
                               TO WS-CT-PAY-COUNT(WS-CT-FOUND)
                           IF  FD-LP-DATE GREATER
                                   WS-CT-LAST-PAY(WS-CT-FOUND)
                               MOVE FD-LP-DATE
                                   TO WS-CT-LAST-PAY(WS-CT-FOUND)
                           END-IF
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-PAYMENTS'
                                    ' FILE STATUS: ' WS-FS-LOANPAY
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE LOANPAY
             WHEN '35'
      *        NO PAYMENTS YET
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-PAYMENTS'
                                    ' FILE STATUS: ' WS-FS-LOANPAY
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-SCHEDULE.

      *    UP TO THE LAST INSTALLMENT DUE: THE REMAINING DEBT, AND THE
      *    INSTALLMENTS THE PAYMENTS RECEIVED COVER IN FULL; THE ONE
      *    AFTER IT IS THE NEXT INSTALLMENT.

           MOVE ZEROS              TO WS-CURRENT-CONTRACT.

           OPEN INPUT PORTSCHD.

           EVALUATE WS-FS-PORTSCHD
             WHEN '00'
               PERFORM UNTIL WS-FS-PORTSCHD EQUAL '10'
                   READ PORTSCHD
                   EVALUATE WS-FS-PORTSCHD
                     WHEN '00'
                       IF  FD-PS-CONTRACT
                                   NOT EQUAL WS-CURRENT-CONTRACT
                           MOVE FD-PS-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                           PERFORM 0108-00-FIND-CONTRACT
                       END-IF
                       IF  WS-CT-FOUND GREATER ZEROS
                           PERFORM 0109-00-TAKE-INSTALLMENT
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-SCHEDULE'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PORTSCHD
             WHEN '35'
               DISPLAY ' PORTFOLIO SCHEDULE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-SCHEDULE'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-LOAD-HISTORY.

      *    THE LATEST RESTRUCTURING ON THE HISTORY GIVES THE END OF
      *    THE PROBATION; A LATER VERSION OVERRIDES AN EARLIER ONE.

           OPEN INPUT CTRHIST.

           EVALUATE WS-FS-CTRHIST
             WHEN '00'
               PERFORM UNTIL WS-FS-CTRHIST EQUAL '10'
                   READ CTRHIST
                   EVALUATE WS-FS-CTRHIST
                     WHEN '00'
                       MOVE FD-CH-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0108-00-FIND-CONTRACT
                       IF  WS-CT-FOUND GREATER ZEROS AND
                           FD-CH-TYPE  EQUAL 'R'
                           MOVE FD-CH-PROBATION-END
                               TO WS-CT-PROBATION-END(WS-CT-FOUND)
                           IF  FD-CH-PROBATION-END
                                   NOT LESS WS-RUN-DATE-N
                               MOVE 'Y'
                                   TO WS-CT-RESTRUCTURED(WS-CT-FOUND)
                           ELSE
                               MOVE 'N'
                                   TO WS-CT-RESTRUCTURED(WS-CT-FOUND)
                           END-IF
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CTRHIST
             WHEN '35'
      *        NO CONTRACT RESTRUCTURED YET
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-ADD-CONTRACT.

           IF  WS-CT-COUNT         NOT LESS 1000
               DISPLAY ' CONTRACT TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-CT-COUNT.

           MOVE FD-CT-CONTRACT     TO WS-CT-CONTRACT(WS-CT-COUNT).
           MOVE FD-CT-START-DATE   TO WS-CT-START(WS-CT-COUNT).
           MOVE FD-CT-PRINCIPAL    TO WS-CT-BALANCE(WS-CT-COUNT).
           MOVE 'N'                TO WS-CT-AGED(WS-CT-COUNT)
                                      WS-CT-SCHEDULED(WS-CT-COUNT)
                                      WS-CT-RESTRUCTURED(WS-CT-COUNT).
           MOVE ZEROS              TO WS-CT-EXPECTED(WS-CT-COUNT)
                                      WS-CT-PAID(WS-CT-COUNT)
                                      WS-CT-ARREARS(WS-CT-COUNT)
                                      WS-CT-MONTHS-OVER(WS-CT-COUNT)
                                      WS-CT-RECEIVED(WS-CT-COUNT)
                                      WS-CT-PAY-COUNT(WS-CT-COUNT)
                                      WS-CT-LAST-PAY(WS-CT-COUNT)
                                      WS-CT-CUM-DUE(WS-CT-COUNT)
                                      WS-CT-PAID-COUNT(WS-CT-COUNT)
                                      WS-CT-INSTALLMENT(WS-CT-COUNT)
                                      WS-CT-PROBATION-END(WS-CT-COUNT).

           MOVE FD-CT-START-DATE(1:4)
                                   TO WS-START-YEAR.
           MOVE FD-CT-START-DATE(5:2)
                                   TO WS-START-MONTH.

           COMPUTE WS-ELAPSED-MONTHS =
               ((WS-RUN-YEAR - WS-START-YEAR) * 12)
               + WS-RUN-MONTH - WS-START-MONTH.

           EVALUATE TRUE
             WHEN WS-ELAPSED-MONTHS LESS ZEROS
               MOVE ZEROS          TO WS-CT-DUE-COUNT(WS-CT-COUNT)
             WHEN WS-ELAPSED-MONTHS GREATER FD-CT-TERM
               MOVE FD-CT-TERM     TO WS-CT-DUE-COUNT(WS-CT-COUNT)
             WHEN OTHER
               MOVE WS-ELAPSED-MONTHS
                                   TO WS-CT-DUE-COUNT(WS-CT-COUNT)
           END-EVALUATE.

       0107-00-EXIT.
           EXIT.

       0108-00-FIND-CONTRACT.

           MOVE ZEROS              TO WS-CT-FOUND.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
                OR WS-CT-FOUND     GREATER ZEROS
               IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL WS-CURRENT-CONTRACT
                   MOVE WS-CT-POS  TO WS-CT-FOUND
               END-IF
           END-PERFORM.

       0108-00-EXIT.
           EXIT.

       0109-00-TAKE-INSTALLMENT.

           MOVE 'Y'                TO WS-CT-SCHEDULED(WS-CT-FOUND).

           IF  FD-PS-MONTH         NOT GREATER
                                   WS-CT-DUE-COUNT(WS-CT-FOUND)
               MOVE FD-PS-DEBT     TO WS-CT-BALANCE(WS-CT-FOUND)
               ADD FD-PS-PAYMENT   TO WS-CT-CUM-DUE(WS-CT-FOUND)
               IF  WS-CT-CUM-DUE(WS-CT-FOUND)
                                   NOT GREATER
                                   WS-CT-RECEIVED(WS-CT-FOUND)
                   ADD 1           TO WS-CT-PAID-COUNT(WS-CT-FOUND)
               END-IF
           END-IF.

           IF  FD-PS-MONTH         EQUAL
                                   WS-CT-DUE-COUNT(WS-CT-FOUND) + 1
               MOVE FD-PS-PAYMENT  TO WS-CT-INSTALLMENT(WS-CT-FOUND)
           END-IF.

       0109-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    THE N-TH CONTRACT OF THIS PASS IS ENTRY N OF THE TABLE.

           MOVE WS-READ-CONTRACTS  TO WS-CT-POS.

           MOVE SPACES             TO REG-CONSEMP.
           MOVE FD-CT-CONTRACT     TO FD-CE-CONTRACT.
           MOVE FD-CT-CLIENT       TO FD-CE-CLIENT.
           MOVE FD-CT-PRINCIPAL    TO FD-CE-PRINCIPAL.
           MOVE FD-CT-RATE         TO FD-CE-RATE.
           MOVE FD-CT-TERM         TO FD-CE-TERM.
           MOVE FD-CT-START-DATE   TO FD-CE-START-DATE.
           MOVE FD-CT-INDEX        TO FD-CE-INDEX.
           MOVE FD-CT-SPREAD       TO FD-CE-SPREAD.
           MOVE WS-RUN-DATE-N      TO FD-CE-ASOF-DATE.

           MOVE WS-CT-DUE-COUNT(WS-CT-POS)
                                   TO FD-CE-DUE-COUNT.
           MOVE WS-CT-PAID-COUNT(WS-CT-POS)
                                   TO FD-CE-PAID-COUNT.
           MOVE WS-CT-MONTHS-OVER(WS-CT-POS)
                                   TO FD-CE-MONTHS-OVER.
           MOVE WS-CT-EXPECTED(WS-CT-POS)
                                   TO FD-CE-EXPECTED.
           MOVE WS-CT-PAID(WS-CT-POS)
                                   TO FD-CE-PAID.
           MOVE WS-CT-ARREARS(WS-CT-POS)
                                   TO FD-CE-ARREARS.
           MOVE WS-CT-AGED(WS-CT-POS)
                                   TO FD-CE-AGED.
           MOVE WS-CT-PAY-COUNT(WS-CT-POS)
                                   TO FD-CE-PAY-COUNT.
           MOVE WS-CT-LAST-PAY(WS-CT-POS)
                                   TO FD-CE-LAST-PAY-DATE.
           MOVE WS-CT-BALANCE(WS-CT-POS)
                                   TO FD-CE-BALANCE.
           MOVE WS-CT-INSTALLMENT(WS-CT-POS)
                                   TO FD-CE-INSTALLMENT.
           MOVE WS-CHARGE-PCT      TO FD-CE-CHARGE-PCT.
           MOVE WS-CT-RESTRUCTURED(WS-CT-POS)
                                   TO FD-CE-RESTRUCTURED.
           MOVE WS-CT-PROBATION-END(WS-CT-POS)
                                   TO FD-CE-PROBATION-END.

           IF  WS-CT-AGED(WS-CT-POS)      NOT EQUAL 'Y' OR
               WS-CT-SCHEDULED(WS-CT-POS) NOT EQUAL 'Y'
               ADD 1               TO WS-COUNT-NOT-AGED
           END-IF.

      *    DUE DATES: START DATE PLUS THE INSTALLMENTS DUE, PLUS ONE
      *    FOR THE NEXT; NO NEXT ONE ONCE THE TERM HAS RUN.

           MOVE FD-CT-START-DATE   TO WS-DT-BASE-N.

           MOVE WS-CT-DUE-COUNT(WS-CT-POS)
                                   TO WS-DT-MONTHS.
           PERFORM 0203-00-ADD-MONTHS.
           MOVE WS-DT-RESULT-N     TO FD-CE-LAST-DUE-DATE.

           IF  WS-CT-DUE-COUNT(WS-CT-POS) LESS FD-CT-TERM
               COMPUTE WS-DT-MONTHS =
                   WS-CT-DUE-COUNT(WS-CT-POS) + 1
               PERFORM 0203-00-ADD-MONTHS
               MOVE WS-DT-RESULT-N TO FD-CE-NEXT-DUE-DATE
           ELSE
               MOVE ZEROS          TO FD-CE-NEXT-DUE-DATE
           END-IF.

           MOVE FD-CT-TERM         TO WS-DT-MONTHS.
           PERFORM 0203-00-ADD-MONTHS.
           MOVE WS-DT-RESULT-N     TO FD-CE-MATURITY-DATE.

           PERFORM 0202-00-WRITE-CONSEMP.

           PERFORM 0301-00-READ-CONTRACTS.

       0201-00-EXIT.
           EXIT.

       0202-00-WRITE-CONSEMP.

           WRITE REG-CONSEMP.

           EVALUATE WS-FS-CONSEMP
             WHEN '00'
               ADD 1               TO WS-WRITE-CONSEMP
             WHEN '22'
               DISPLAY ' CONTRACT ' FD-CE-CONTRACT
                       ' TWICE ON THE CONTRACTS FILE - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-WRITE-CONSEMP'
                                    ' FILE STATUS: ' WS-FS-CONSEMP
                       ' KEY: ' FD-CE-CONTRACT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-ADD-MONTHS.

           COMPUTE WS-DT-TOTAL-MONTHS =
               (WS-DB-YEAR * 12) + WS-DB-MONTH - 1 + WS-DT-MONTHS.

           DIVIDE WS-DT-TOTAL-MONTHS BY 12
                                   GIVING WS-DR-YEAR
                                   REMAINDER WS-DR-MONTH.
           ADD 1                   TO WS-DR-MONTH.
           MOVE WS-DB-DAY          TO WS-DR-DAY.

           EVALUATE WS-DR-MONTH
             WHEN 02
               DIVIDE WS-DR-YEAR   BY 4
                                   GIVING WS-DT-LEAP-QUOT
                                   REMAINDER WS-DT-LEAP-REST
               IF  WS-DT-LEAP-REST EQUAL ZEROS
                   IF  WS-DR-DAY   GREATER 29
                       MOVE 29     TO WS-DR-DAY
                   END-IF
               ELSE
                   IF  WS-DR-DAY   GREATER 28
                       MOVE 28     TO WS-DR-DAY
                   END-IF
               END-IF
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               IF  WS-DR-DAY       GREATER 30
                   MOVE 30         TO WS-DR-DAY
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CONTRACTS.

           READ CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               ADD 1               TO WS-READ-CONTRACTS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE CONTRACTS
                 CONSEMP.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CONTRACTS  TO WS-FMT-AMOUNT
           DISPLAY '*  READ CONTRACTS: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-CONSEMP   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE CONSEMP.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NOT-AGED  TO WS-FMT-AMOUNT
           DISPLAY '*  NOT AGED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-NOT-AGED   GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.
