      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62622.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62622                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : NIGHTLY TERM-DEPOSIT INTEREST ACCRUAL AND    *
      *                   MATURITY PROCESSING                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   INTEREST IS SIMPLE, ACTUAL/365, ON THE PRINCIPAL FROM THE    *
      *   START DATE.  EVERY ACTIVE DEPOSIT HAS ITS ACCRUED INTEREST   *
      *   RECOMPUTED TO THE BUSINESS DATE.                             *
      *                                                                *
      *   A DEPOSIT MATURES WHEN ITS MATURITY DATE, ROLLED FORWARD     *
      *   TO THE NEXT BUSINESS DAY BY THE EAD62544 CALENDAR SERVICE,   *
      *   IS NOT AFTER THE BUSINESS DATE.  INTEREST RUNS TO THE        *
      *   CONTRACTED MATURITY DATE; THE ROLL ONLY MOVES THE PAYMENT.   *
      *   THE ROLLOVER INSTRUCTION THEN DECIDES:                       *
      *     R - RENEW PRINCIPAL PLUS INTEREST FOR THE SAME TERM        *
      *     P - RENEW THE PRINCIPAL, CREDIT THE INTEREST               *
      *     N - NO RENEWAL: CREDIT PRINCIPAL PLUS INTEREST, CLOSE      *
      *   A RENEWAL STARTS ON THE PAYMENT DATE AT THE RATE IN FORCE    *
      *   FOR ITS TERM ON TDRATES (THE BAND WITH THE LONGEST TERM NOT  *
      *   ABOVE IT).  CREDITS TO THE LINKED CURRENT ACCOUNT ARE TYPE   *
      *   C RELEASES IN THE EAD62510 50-BYTE LAYOUT FOR THE STEP018    *
      *   MERGE OF EAD625JB.  A CREDIT ABOVE THE INTERFACE LIMIT IS    *
      *   NOT SPLIT: THE DEPOSIT IS LEFT FOR MANUAL SETTLEMENT.        *
      *                                                                *
      *   THE MASTER IS REWRITTEN TO A NEW GENERATION.  DEPOSITS       *
      *   CLOSED BEFORE THE CURRENT MONTH ARE DROPPED FROM IT, SO THE  *
      *   MONTH-END LISTING (EAD62623) STILL SEES THE MONTH'S PAYOUTS. *
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

           SELECT TDOLD            ASSIGN TO DA-S-TDOLD
               FILE STATUS         IS WS-FS-TDOLD.

           SELECT TDNEW            ASSIGN TO DA-S-TDNEW
               FILE STATUS         IS WS-FS-TDNEW.

           SELECT TDRATES          ASSIGN TO DA-S-TDRATES
               FILE STATUS         IS WS-FS-TDRATES.

           SELECT TDREL            ASSIGN TO DA-S-TDREL
               FILE STATUS         IS WS-FS-TDREL.

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT MATRPT           ASSIGN TO DA-S-MATRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  TDOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TDOLD.
           03  FD-TO-NUMBER        PIC 9(6).
           03  FD-TO-CLIENT-KEY.
               05  FD-TO-BRANCH    PIC X(4).
               05  FD-TO-ACCOUNT   PIC 9(5).
           03  FD-TO-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-TO-RATE          PIC 9(2)V9(4).
           03  FD-TO-TERM          PIC 9(3).
           03  FD-TO-START-DATE    PIC 9(8).
           03  FD-TO-MATURITY-DATE PIC 9(8).
           03  FD-TO-ROLLOVER      PIC X(1).
           03  FD-TO-ACCRUED       PIC 9(7)V9(2).
           03  FD-TO-STATUS        PIC X(1).
           03  FD-TO-CLOSE-DATE    PIC 9(8).
           03  FILLER              PIC X(12).

       FD  TDNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TDNEW.
           03  FD-TN-NUMBER        PIC 9(6).
           03  FD-TN-CLIENT-KEY.
               05  FD-TN-BRANCH    PIC X(4).
               05  FD-TN-ACCOUNT   PIC 9(5).
           03  FD-TN-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-TN-RATE          PIC 9(2)V9(4).
           03  FD-TN-TERM          PIC 9(3).
           03  FD-TN-START-DATE    PIC 9(8).
           03  FD-TN-MATURITY-DATE PIC 9(8).
           03  FD-TN-ROLLOVER      PIC X(1).
           03  FD-TN-ACCRUED       PIC 9(7)V9(2).
           03  FD-TN-STATUS        PIC X(1).
           03  FD-TN-CLOSE-DATE    PIC 9(8).
           03  FILLER              PIC X(12).

       FD  TDRATES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TDRATES.
           03  FD-TR-TERM          PIC 9(3).
           03  FD-TR-RATE          PIC 9(2)V9(4).

       FD  TDREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TDREL.
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

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

       FD  MATRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MATRPT              PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62622'.

       77  WS-FS-TDOLD             PIC X(2)            VALUE ZEROS.
       77  WS-FS-TDNEW             PIC X(2)            VALUE ZEROS.
       77  WS-FS-TDRATES           PIC X(2)            VALUE ZEROS.
       77  WS-FS-TDREL             PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.

       77  WS-READ-TDOLD           PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-TDNEW          PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-RELEASES       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-MATURED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-DROPPED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-MANUAL         PIC 9(5)            VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.
       77  WS-RUN-INTEGER          PIC 9(7)            VALUE ZEROS.

      *    TERM-DEPOSIT DOCUMENT NUMBERS START AT 9601, ABOVE THE
      *    BONUS (9001+) AND FINAL-PAY (9501) PAYROLL SERIES.
       77  WS-DOC-NUMBER           PIC 9(4)            VALUE 9600.

      *    LARGEST AMOUNT THE 9(6)V9(2) RELEASE INTERFACE FIELD CAN
      *    CARRY.
       77  WS-MAX-RELEASE-VALUE    PIC 9(7)V9(2)       VALUE 999999,99.

       01  WS-DEPOSIT-STATUS       PIC X(1)            VALUE SPACES.
           88  WS-DEPOSIT-ACTIVE                       VALUE 'A'.
           88  WS-DEPOSIT-CLOSED                       VALUE 'C'.
           88  WS-DEPOSIT-MANUAL                       VALUE 'S'.

       01  WS-ROLLOVER             PIC X(1)            VALUE SPACES.
           88  WS-ROLL-ALL                             VALUE 'R'.
           88  WS-ROLL-PRINCIPAL                       VALUE 'P'.
           88  WS-ROLL-NONE                            VALUE 'N'.

       77  WS-RATE-COUNT           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-RATE-POS             PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-RATE-TABLE.
           03  WS-RT-ENTRY         OCCURS 30 TIMES.
               05  WS-RT-TERM      PIC 9(3).
               05  WS-RT-RATE      PIC 9(2)V9(4).

       77  WS-NEW-RATE             PIC 9(2)V9(4)       VALUE ZEROS.

       01  WS-MAT-SPLIT.
           03  WS-MD-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-MD-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-MD-DAY           PIC 9(2)            VALUE ZEROS.
       01  WS-MAT-DATE                 REDEFINES WS-MAT-SPLIT
                                   PIC 9(8).
       77  WS-EFFECTIVE-DATE       PIC 9(8)            VALUE ZEROS.
       77  WS-MONTH-INDEX          PIC 9(6)            VALUE ZEROS.

       77  WS-MONTH-LENGTH         PIC 9(2)            VALUE ZEROS.
       77  WS-LEAP-REM-4           PIC 9(4)            VALUE ZEROS.
       77  WS-LEAP-REM-100         PIC 9(4)            VALUE ZEROS.
       77  WS-LEAP-REM-400         PIC 9(4)            VALUE ZEROS.

       77  WS-EAD62544             PIC X(8)            VALUE 'EAD62544'.

       01  WS-CAL-COMMAREA.
           03  WS-CAL-INPUT.
               05  WS-CAL-FUNCTION PIC 9(1).
               05  WS-CAL-DATE-1   PIC 9(8).
               05  WS-CAL-DATE-2   PIC 9(8).
           03  WS-CAL-OUTPUT.
               05  WS-CAL-ANSWER-IND
                                   PIC X(1).
                   88  WS-CAL-ANSWER-YES       VALUE 'Y'.
               05  WS-CAL-DATE-OUT PIC 9(8).
               05  WS-CAL-DAY-COUNT
                                   PIC 9(4).

       77  WS-DAYS                 PIC 9(5)            VALUE ZEROS.
       77  WS-INTEREST             PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-PAYOUT               PIC 9(8)V9(2)       VALUE ZEROS.
       77  WS-ACTION               PIC X(30)           VALUE SPACES.

       77  WS-TOTAL-ACCRUED        PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-PAID           PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-ROLLED         PIC 9(11)V9(2)      VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'TERM-DEPOSIT MATURITIES - BUSINESS DATE '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(50)           VALUE
           'DEPOSIT ACCOUNT      PRINCIPAL    RATE MATURITY   '.
           03  FILLER              PIC X(50)           VALUE
           '  INTEREST ACTION                         NEW MAT.'.

       01  WS-RPT-DETAIL.
           03  WS-RD-NUMBER        PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-PRINCIPAL     PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-RATE          PIC Z9,9999         VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-MATURITY      PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-INTEREST      PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ACTION        PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NEW-MATURITY  PIC X(8)            VALUE SPACES.

       01  WS-RPT-NONE.
           03  FILLER              PIC X(30)           VALUE
           'NO DEPOSIT MATURED THIS CYCLE '.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(14)           VALUE
           'PAID OUT....: '.
           03  WS-RT-PAID          PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(17)           VALUE
           '   ROLLED OVER: '.
           03  WS-RT-ROLLED        PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.
       77  WS-FMT-TOTAL            PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-TDOLD     EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0104-00-READ-CYCLECTL.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 0105-00-LOAD-TDRATES.

           OPEN INPUT TDOLD.

           EVALUATE WS-FS-TDOLD
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' TERM-DEPOSIT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-TDOLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0103-00-OPEN-OUTPUTS.

           MOVE WS-RUN-DATE        TO WS-RH-DATE.
           WRITE REG-MATRPT        FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-MATRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-TDOLD.

       0101-00-EXIT.
           EXIT.

       0103-00-OPEN-OUTPUTS.

           OPEN OUTPUT TDNEW
                       TDREL
                       MATRPT.

           IF  WS-FS-TDNEW         NOT EQUAL '00' OR
               WS-FS-TDREL         NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0103-00-OPEN-OUTPUTS'
                       ' TDNEW: ' WS-FS-TDNEW
                       ' TDREL: ' WS-FS-TDREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-READ-CYCLECTL.

      *    THE BUSINESS DATE COMES FROM THE CYCLE-CONTROL DATASET,
      *    LIKE EVERY PIPELINE STEP.

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
                                   TO WS-RUN-DATE
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

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-TDRATES.

      *    RATE BANDS IN ASCENDING TERM ORDER (MONTHS, ANNUAL RATE).

           OPEN INPUT TDRATES.

           EVALUATE WS-FS-TDRATES
             WHEN '00'
               PERFORM UNTIL WS-FS-TDRATES EQUAL '10'
                   READ TDRATES
                   EVALUATE WS-FS-TDRATES
                     WHEN '00'
                       IF  WS-RATE-COUNT LESS 30
                           ADD 1   TO WS-RATE-COUNT
                           MOVE FD-TR-TERM
                               TO WS-RT-TERM(WS-RATE-COUNT)
                           MOVE FD-TR-RATE
                               TO WS-RT-RATE(WS-RATE-COUNT)
                       ELSE
                           DISPLAY ' RATE TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-TDRATES'
                                    ' FILE STATUS: ' WS-FS-TDRATES
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE TDRATES
             WHEN '35'
               DISPLAY ' TERM-DEPOSIT RATE TABLE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-TDRATES'
                                    ' FILE STATUS: ' WS-FS-TDRATES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE REG-TDOLD          TO REG-TDNEW.
           MOVE FD-TN-STATUS       TO WS-DEPOSIT-STATUS.
           MOVE FD-TN-ROLLOVER     TO WS-ROLLOVER.

           IF  WS-DEPOSIT-ACTIVE
               IF  NOT WS-ROLL-ALL       AND
                   NOT WS-ROLL-PRINCIPAL AND
                   NOT WS-ROLL-NONE
                   DISPLAY ' =======> ROLLOVER INVALID =>'
                           ' DEPOSIT: ' FD-TN-NUMBER
                           ' ROLLOVER: ' FD-TN-ROLLOVER
                   MOVE 'N'        TO WS-ROLLOVER
               END-IF
               PERFORM 0202-00-CHECK-MATURITY
               PERFORM 0203-00-MATURE-DEPOSIT
                 UNTIL NOT WS-DEPOSIT-ACTIVE
                    OR WS-EFFECTIVE-DATE GREATER WS-RUN-DATE
               IF  WS-DEPOSIT-ACTIVE
                   PERFORM 0206-00-ACCRUE-INTEREST
               END-IF
           END-IF.

      *    A DEPOSIT CLOSED IN AN EARLIER MONTH HAS ALREADY BEEN ON A
      *    MONTH-END LISTING AND LEAVES THE MASTER.
           IF  WS-DEPOSIT-CLOSED AND
               FD-TN-CLOSE-DATE(1:6) LESS WS-RUN-DATE(1:6)
               ADD 1               TO WS-COUNT-DROPPED
           ELSE
               PERFORM 0209-00-WRITE-TDNEW
           END-IF.

           PERFORM 0301-00-READ-TDOLD.

       0201-00-EXIT.
           EXIT.

       0202-00-CHECK-MATURITY.

      *    A MATURITY ON A WEEKEND OR HOLIDAY IS PAID ON THE NEXT
      *    BUSINESS DAY.

           MOVE 1                  TO WS-CAL-FUNCTION.
           MOVE FD-TN-MATURITY-DATE
                                   TO WS-CAL-DATE-1.
           CALL WS-EAD62544        USING WS-CAL-COMMAREA.

           IF  WS-CAL-ANSWER-YES
               MOVE FD-TN-MATURITY-DATE
                                   TO WS-EFFECTIVE-DATE
           ELSE
               MOVE 2              TO WS-CAL-FUNCTION
               CALL WS-EAD62544    USING WS-CAL-COMMAREA
               MOVE WS-CAL-DATE-OUT
                                   TO WS-EFFECTIVE-DATE
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-MATURE-DEPOSIT.

           ADD 1                   TO WS-COUNT-MATURED.

           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(FD-TN-MATURITY-DATE)
             - FUNCTION INTEGER-OF-DATE(FD-TN-START-DATE).

           COMPUTE WS-INTEREST ROUNDED =
               FD-TN-PRINCIPAL * FD-TN-RATE * WS-DAYS / 36500.

           MOVE FD-TN-NUMBER       TO WS-RD-NUMBER.
           MOVE FD-TN-BRANCH       TO WS-RD-BRANCH.
           MOVE FD-TN-ACCOUNT      TO WS-RD-ACCOUNT.
           MOVE FD-TN-PRINCIPAL    TO WS-RD-PRINCIPAL.
           MOVE FD-TN-RATE         TO WS-RD-RATE.
           MOVE FD-TN-MATURITY-DATE
                                   TO WS-RD-MATURITY.
           MOVE WS-INTEREST        TO WS-RD-INTEREST.
           MOVE SPACES             TO WS-RD-NEW-MATURITY.

           EVALUATE TRUE
             WHEN WS-ROLL-ALL
               ADD WS-INTEREST     TO FD-TN-PRINCIPAL
               ADD FD-TN-PRINCIPAL TO WS-TOTAL-ROLLED
               MOVE 'RENEWED WITH INTEREST'
                                   TO WS-ACTION
               PERFORM 0205-00-RENEW-DEPOSIT
             WHEN WS-ROLL-PRINCIPAL
               MOVE WS-INTEREST    TO WS-PAYOUT
               PERFORM 0204-00-CREDIT-ACCOUNT
               IF  WS-DEPOSIT-ACTIVE
                   ADD FD-TN-PRINCIPAL
                                   TO WS-TOTAL-ROLLED
                   MOVE 'RENEWED, INTEREST CREDITED'
                                   TO WS-ACTION
                   PERFORM 0205-00-RENEW-DEPOSIT
               END-IF
             WHEN OTHER
               COMPUTE WS-PAYOUT = FD-TN-PRINCIPAL + WS-INTEREST
               PERFORM 0204-00-CREDIT-ACCOUNT
               IF  WS-DEPOSIT-ACTIVE
                   MOVE 'C'        TO WS-DEPOSIT-STATUS
                   MOVE 'PAID OUT AND CLOSED'
                                   TO WS-ACTION
               END-IF
               MOVE WS-INTEREST    TO FD-TN-ACCRUED
               MOVE WS-EFFECTIVE-DATE
                                   TO FD-TN-CLOSE-DATE
           END-EVALUATE.

           MOVE WS-DEPOSIT-STATUS  TO FD-TN-STATUS.
           MOVE WS-ACTION          TO WS-RD-ACTION.

           WRITE REG-MATRPT        FROM WS-RPT-DETAIL
                                   AFTER 1 LINE.

      *    A RENEWAL ALREADY PAST DUE (CYCLES MISSED) MATURES AGAIN.
           IF  WS-DEPOSIT-ACTIVE
               PERFORM 0202-00-CHECK-MATURITY
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-CREDIT-ACCOUNT.

           IF  WS-PAYOUT           GREATER WS-MAX-RELEASE-VALUE
               ADD 1               TO WS-COUNT-MANUAL
               MOVE 'S'            TO WS-DEPOSIT-STATUS
               MOVE 'ABOVE LIMIT - SETTLE MANUALLY'
                                   TO WS-ACTION
               MOVE WS-EFFECTIVE-DATE
                                   TO FD-TN-CLOSE-DATE
               GO TO 0204-00-EXIT
           END-IF.

           IF  WS-PAYOUT           EQUAL ZEROS
               GO TO 0204-00-EXIT
           END-IF.

           ADD 1                   TO WS-DOC-NUMBER.

           MOVE FD-TN-CLIENT-KEY   TO FD-RELEASE-KEY.
           MOVE WS-DOC-NUMBER      TO FD-DOC-NUMBER.
           MOVE 'C'                TO FD-RELEASE-TYPE.
           MOVE WS-PAYOUT          TO FD-RELEASE-VALUE.
           MOVE SPACES             TO FD-COUNTERPARTY.
           MOVE WS-EFFECTIVE-DATE  TO FD-POSTING-DATE.
           MOVE WS-EFFECTIVE-DATE  TO FD-VALUE-DATE.
           MOVE SPACES             TO FD-CURRENCY.

           WRITE REG-TDREL.

           EVALUATE WS-FS-TDREL
             WHEN '00'
               ADD 1               TO WS-WRITE-RELEASES
               ADD WS-PAYOUT       TO WS-TOTAL-PAID
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-CREDIT-ACCOUNT'
                                    ' FILE STATUS: ' WS-FS-TDREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

       0205-00-RENEW-DEPOSIT.

      *    THE RENEWAL RUNS FROM THE PAYMENT DATE FOR THE ORIGINAL
      *    TERM AT THE RATE NOW IN FORCE FOR THAT TERM.

           MOVE FD-TN-RATE         TO WS-NEW-RATE.

           PERFORM VARYING WS-RATE-POS FROM 1 BY 1
             UNTIL WS-RATE-POS     GREATER WS-RATE-COUNT
               IF  WS-RT-TERM(WS-RATE-POS)
                                   NOT GREATER FD-TN-TERM
                   MOVE WS-RT-RATE(WS-RATE-POS)
                                   TO WS-NEW-RATE
               END-IF
           END-PERFORM.

           MOVE WS-NEW-RATE        TO FD-TN-RATE.
           MOVE WS-EFFECTIVE-DATE  TO FD-TN-START-DATE.
           MOVE ZEROS              TO FD-TN-ACCRUED.

           MOVE WS-EFFECTIVE-DATE  TO WS-MAT-DATE.

           COMPUTE WS-MONTH-INDEX =
               (WS-MD-YEAR * 12) + WS-MD-MONTH - 1 + FD-TN-TERM.

           DIVIDE WS-MONTH-INDEX   BY 12
               GIVING WS-MD-YEAR
               REMAINDER WS-MD-MONTH.
           ADD 1                   TO WS-MD-MONTH.

           PERFORM 0207-00-CLAMP-MATURITY-DAY.

           MOVE WS-MAT-DATE        TO FD-TN-MATURITY-DATE.
           MOVE WS-MAT-DATE        TO WS-RD-NEW-MATURITY.

       0205-00-EXIT.
           EXIT.

       0206-00-ACCRUE-INTEREST.

           IF  FD-TN-START-DATE    NOT LESS WS-RUN-DATE
               MOVE ZEROS          TO FD-TN-ACCRUED
           ELSE
               COMPUTE WS-DAYS =
                   WS-RUN-INTEGER
                 - FUNCTION INTEGER-OF-DATE(FD-TN-START-DATE)
               COMPUTE FD-TN-ACCRUED ROUNDED =
                   FD-TN-PRINCIPAL * FD-TN-RATE * WS-DAYS / 36500
           END-IF.

           ADD FD-TN-ACCRUED       TO WS-TOTAL-ACCRUED.

       0206-00-EXIT.
           EXIT.

       0207-00-CLAMP-MATURITY-DAY.

      *    A START DAY BEYOND THE MATURITY MONTH'S LENGTH CLAMPS TO
      *    ITS LAST DAY (SAME RULE AS THE EAD62570 STANDING ORDERS).

           EVALUATE WS-MD-MONTH
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
               MOVE 31             TO WS-MONTH-LENGTH
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30             TO WS-MONTH-LENGTH
             WHEN 02
               COMPUTE WS-LEAP-REM-4 =
                   FUNCTION MOD(WS-MD-YEAR, 4)
               COMPUTE WS-LEAP-REM-100 =
                   FUNCTION MOD(WS-MD-YEAR, 100)
               COMPUTE WS-LEAP-REM-400 =
                   FUNCTION MOD(WS-MD-YEAR, 400)
               IF  (WS-LEAP-REM-4   EQUAL ZEROS AND
                    WS-LEAP-REM-100 NOT EQUAL ZEROS) OR
                   WS-LEAP-REM-400  EQUAL ZEROS
                   MOVE 29         TO WS-MONTH-LENGTH
               ELSE
                   MOVE 28         TO WS-MONTH-LENGTH
               END-IF
           END-EVALUATE.

           IF  WS-MD-DAY           GREATER WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH
                                   TO WS-MD-DAY
           END-IF.

       0207-00-EXIT.
           EXIT.

       0209-00-WRITE-TDNEW.

           WRITE REG-TDNEW.

           EVALUATE WS-FS-TDNEW
             WHEN '00'
               ADD 1               TO WS-WRITE-TDNEW
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0209-00-WRITE-TDNEW'
                                    ' FILE STATUS: ' WS-FS-TDNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0209-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-TDOLD.

           READ TDOLD.

           EVALUATE WS-FS-TDOLD
             WHEN '00'
               ADD 1               TO WS-READ-TDOLD
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-TDOLD'
                                    ' FILE STATUS: ' WS-FS-TDOLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  WS-COUNT-MATURED    EQUAL ZEROS
               WRITE REG-MATRPT    FROM WS-RPT-NONE
                                   AFTER 1 LINE
           END-IF.

           MOVE WS-TOTAL-PAID      TO WS-RT-PAID.
           MOVE WS-TOTAL-ROLLED    TO WS-RT-ROLLED.
           WRITE REG-MATRPT        FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           CLOSE TDOLD
                 TDNEW
                 TDREL
                 MATRPT.

      *    A DEPOSIT LEFT FOR MANUAL SETTLEMENT NEEDS TREASURY.
           IF  WS-COUNT-MANUAL     GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-TDOLD      TO WS-FMT-AMOUNT
           DISPLAY '*  DEPOSITS READ.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-MATURED   TO WS-FMT-AMOUNT
           DISPLAY '*  MATURED.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-RELEASES  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE RELEASES: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-MANUAL    TO WS-FMT-AMOUNT
           DISPLAY '*  MANUAL SETTLE.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-DROPPED   TO WS-FMT-AMOUNT
           DISPLAY '*  CLOSED DROPPED: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-TDNEW     TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE MASTER..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-ACCRUED   TO WS-FMT-TOTAL
           DISPLAY '*  ACCRUED.......: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
