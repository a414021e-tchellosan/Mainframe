      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62618.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62618                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : GENERATE THE LOAN INSTALLMENT DEBITS DUE     *
      *                   THIS CYCLE AGAINST EACH BORROWER'S ACCOUNT   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   INSTALLMENT N OF A CONTRACT FALLS DUE N MONTHS AFTER THE     *
      *   CONTRACT START DATE (A DAY THE MONTH DOES NOT HAVE CLAMPS    *
      *   TO ITS LAST DAY), ROLLED FORWARD TO THE NEXT BUSINESS DAY    *
      *   BY THE EAD62544 CALENDAR SERVICE.  IT IS COLLECTED BY THE    *
      *   CYCLE WHOSE WINDOW (PREVIOUS CYCLE DATE, BUSINESS DATE]      *
      *   HOLDS THAT EFFECTIVE DATE, SO A WEEKEND OR A SKIPPED NIGHT   *
      *   NEVER LOSES AN INSTALLMENT.  THE AMOUNT IS THE EAD62550      *
      *   SCHEDULE PAYMENT FOR THAT MONTH.                             *
      *                                                                *
      *   THE DEBITED ACCOUNT IS THE PRIMARY ACCOUNT OF THE LOAN'S     *
      *   PRIMARY HOLDER ON THE CUSTOMER RELATIONSHIP FILE.  THE       *
      *   DEBITS ARE OVER-THE-COUNTER TYPE D RELEASES (NO              *
      *   COUNTERPARTY, SO NO MANDATE IS NEEDED) IN THE EAD62510       *
      *   50-BYTE LAYOUT FOR THE STEP018 MERGE OF EAD625JB.            *
      *                                                                *
      *   EVERY INSTALLMENT DUE IS ALSO WRITTEN TO LOANDUE WITH ITS    *
      *   DOCUMENT NUMBER; EAD62619 MATCHES IT AGAINST THE NIGHT'S     *
      *   REJECTIONS AFTER THE BALANCE LINE.  AN INSTALLMENT WITH NO   *
      *   LINKED ACCOUNT GOES TO LOANDUE WITH A BLANK ACCOUNT AND      *
      *   BECOMES A MISSED INSTALLMENT THERE.                          *
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

           SELECT PORTSCHD         ASSIGN TO DA-S-PORTSCHD
               FILE STATUS         IS WS-FS-PORTSCHD.

           SELECT CUSTREL          ASSIGN TO DA-S-CUSTREL
               FILE STATUS         IS WS-FS-CUSTREL.

           SELECT LOANREL          ASSIGN TO DA-S-LOANREL
               FILE STATUS         IS WS-FS-LOANREL.

           SELECT LOANDUE          ASSIGN TO DA-S-LOANDUE
               FILE STATUS         IS WS-FS-LOANDUE.

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

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

       FD  PORTSCHD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PORTSCHD.
           03  FD-PS-CONTRACT      PIC 9(6).
           03  FD-PS-MONTH         PIC 9(3).
           03  FD-PS-INTEREST      PIC 9(5)V9(2).
           03  FD-PS-PAYMENT       PIC 9(5)V9(2).
           03  FD-PS-DEBT          PIC 9(7)V9(2).

       FD  CUSTREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTREL.
           03  FD-RL-CUSTOMER      PIC 9(8).
           03  FD-RL-TYPE          PIC X(1).
           03  FD-RL-REFERENCE     PIC X(30).
           03  FD-RL-ROLE          PIC X(1).
           03  FD-RL-START-DATE    PIC 9(8).

       FD  LOANREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LOANREL.
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

       FD  LOANDUE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LOANDUE.
           03  FD-LD-KEY.
               05  FD-LD-BRANCH    PIC X(4).
               05  FD-LD-ACCOUNT   PIC X(5).
           03  FD-LD-DOC-NUMBER    PIC 9(4).
           03  FD-LD-CONTRACT      PIC 9(6).
           03  FD-LD-MONTH         PIC 9(3).
           03  FD-LD-DUE-DATE      PIC 9(8).
           03  FD-LD-AMOUNT        PIC 9(6)V9(2).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62618'.

       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTREL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-LOANREL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-LOANDUE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.

       77  WS-READ-SCHEDULE        PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-DUE            PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NO-ACCOUNT     PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-RELEASES       PIC 9(5)            VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.
       77  WS-PREV-DATE            PIC 9(8)            VALUE ZEROS.

      *    LOAN INSTALLMENT DOCUMENT NUMBERS START AT 6001, CLEAR OF
      *    THE ACCRUAL (0001), STANDING-ORDER (5001), REVALUATION
      *    (7001) AND COMMISSION (8001) RANGES OF THE SAME NIGHT, AND
      *    BELOW THE LOAN DISBURSEMENTS OF EAD62660 (6501).
       77  WS-DOC-NUMBER           PIC 9(4)            VALUE 6000.

       77  WS-CT-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-CT-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-CT-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-CONTRACT-TABLE.
           03  WS-CT-ENTRY         OCCURS 500 TIMES.
               05  WS-CT-CONTRACT  PIC 9(6).
               05  WS-CT-START     PIC 9(8).
               05  WS-CT-TERM      PIC 9(3).
               05  WS-CT-ELAPSED   PIC S9(5).
               05  WS-CT-ACCOUNT-KEY
                                   PIC X(9).

       77  WS-REL-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-REL-POS              PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-RELATION-TABLE.
           03  WS-RT-ENTRY         OCCURS 6000 TIMES.
               05  WS-RT-CUSTOMER  PIC 9(8).
               05  WS-RT-TYPE      PIC X(1).
               05  WS-RT-REFERENCE PIC X(30).
               05  WS-RT-ROLE      PIC X(1).

       01  WS-LOAN-REFERENCE       PIC X(30)           VALUE SPACES.
       01  FILLER                      REDEFINES WS-LOAN-REFERENCE.
           03  WS-LR-CONTRACT      PIC 9(6).
           03  FILLER              PIC X(24).

       77  WS-BORROWER             PIC 9(8)            VALUE ZEROS.
       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.

       01  WS-RUN-SPLIT.
           03  WS-RUN-YEAR         PIC 9(4).
           03  WS-RUN-MONTH        PIC 9(2).
           03  WS-RUN-DAY          PIC 9(2).

       77  WS-START-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-START-MONTH          PIC 9(2)            VALUE ZEROS.
       77  WS-MONTH-INDEX          PIC 9(6)            VALUE ZEROS.

       01  WS-DUE-SPLIT.
           03  WS-DD-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-DD-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-DD-DAY           PIC 9(2)            VALUE ZEROS.
       01  WS-DUE-DATE                 REDEFINES WS-DUE-SPLIT
                                   PIC 9(8).
       77  WS-EFFECTIVE-DATE       PIC 9(8)            VALUE ZEROS.

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

       77  WS-TOTAL-GENERATED      PIC 9(9)V9(2)       VALUE ZEROS.

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
             UNTIL WS-FS-PORTSCHD  EQUAL '10'.

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

      *    THE FIRST CYCLE EVER HAS NO PREVIOUS DATE: ONLY TODAY'S
      *    INSTALLMENTS ARE COLLECTED.
           IF  WS-PREV-DATE        NOT NUMERIC OR
               WS-PREV-DATE        EQUAL ZEROS
               COMPUTE WS-PREV-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           END-IF.

           MOVE WS-RUN-DATE        TO WS-RUN-SPLIT.

           PERFORM 0105-00-LOAD-RELATIONS.
           PERFORM 0102-00-LOAD-CONTRACTS.

           OPEN INPUT PORTSCHD.

           EVALUATE WS-FS-PORTSCHD
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' PORTFOLIO SCHEDULE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0103-00-OPEN-OUTPUTS.

           PERFORM 0301-00-READ-PORTSCHD.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CONTRACTS.

           OPEN INPUT CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               PERFORM UNTIL WS-FS-CONTRACTS EQUAL '10'
                   READ CONTRACTS
                   EVALUATE WS-FS-CONTRACTS
                     WHEN '00'
                       IF  WS-CT-COUNT LESS 500
                           ADD 1   TO WS-CT-COUNT
                           PERFORM 0106-00-STORE-CONTRACT
                       ELSE
                           DISPLAY ' CONTRACT TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
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

       0102-00-EXIT.
           EXIT.

       0103-00-OPEN-OUTPUTS.

           OPEN OUTPUT LOANREL
                       LOANDUE.

           IF  WS-FS-LOANREL       NOT EQUAL '00' OR
               WS-FS-LOANDUE       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0103-00-OPEN-OUTPUTS'
                       ' LOANREL: ' WS-FS-LOANREL
                       ' LOANDUE: ' WS-FS-LOANDUE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-READ-CYCLECTL.

      *    THE BUSINESS DATE AND THE PREVIOUS CYCLE DATE COME FROM
      *    THE CYCLE-CONTROL DATASET, LIKE EVERY PIPELINE STEP.

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
                   MOVE FD-CY-PREV-DATE
                                   TO WS-PREV-DATE
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

       0105-00-LOAD-RELATIONS.

           OPEN INPUT CUSTREL.

           EVALUATE WS-FS-CUSTREL
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTREL EQUAL '10'
                   READ CUSTREL
                   EVALUATE WS-FS-CUSTREL
                     WHEN '00'
                       IF  WS-REL-COUNT LESS 6000
                           ADD 1   TO WS-REL-COUNT
                           MOVE FD-RL-CUSTOMER
                               TO WS-RT-CUSTOMER(WS-REL-COUNT)
                           MOVE FD-RL-TYPE
                               TO WS-RT-TYPE(WS-REL-COUNT)
                           MOVE FD-RL-REFERENCE
                               TO WS-RT-REFERENCE(WS-REL-COUNT)
                           MOVE FD-RL-ROLE
                               TO WS-RT-ROLE(WS-REL-COUNT)
                       ELSE
                           DISPLAY ' RELATIONSHIP TABLE FULL -'
                                   ' RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-RELATIONS'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CUSTREL
             WHEN '35'
               DISPLAY ' RELATIONSHIP FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-RELATIONS'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-STORE-CONTRACT.

           MOVE FD-CT-CONTRACT     TO WS-CT-CONTRACT(WS-CT-COUNT).
           MOVE FD-CT-START-DATE   TO WS-CT-START(WS-CT-COUNT).
           MOVE FD-CT-TERM         TO WS-CT-TERM(WS-CT-COUNT).

           MOVE FD-CT-START-DATE(1:4)
                                   TO WS-START-YEAR.
           MOVE FD-CT-START-DATE(5:2)
                                   TO WS-START-MONTH.

           COMPUTE WS-CT-ELAPSED(WS-CT-COUNT) =
               ((WS-RUN-YEAR - WS-START-YEAR) * 12)
               + WS-RUN-MONTH - WS-START-MONTH.

      *    THE PRIMARY HOLDER OF THE LOAN, THEN THAT CUSTOMER'S
      *    PRIMARY ACCOUNT.

           MOVE ZEROS              TO WS-BORROWER.
           MOVE SPACES             TO WS-CT-ACCOUNT-KEY(WS-CT-COUNT).

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
                OR WS-BORROWER     GREATER ZEROS
               MOVE WS-RT-REFERENCE(WS-REL-POS)
                                   TO WS-LOAN-REFERENCE
               IF  WS-RT-TYPE(WS-REL-POS)
                                   EQUAL 'L'  AND
                   WS-RT-ROLE(WS-REL-POS)
                                   EQUAL 'P'  AND
                   WS-LR-CONTRACT  NUMERIC    AND
                   WS-LR-CONTRACT  EQUAL FD-CT-CONTRACT
                   MOVE WS-RT-CUSTOMER(WS-REL-POS)
                                   TO WS-BORROWER
               END-IF
           END-PERFORM.

           IF  WS-BORROWER         GREATER ZEROS
               PERFORM VARYING WS-REL-POS FROM 1 BY 1
                 UNTIL WS-REL-POS  GREATER WS-REL-COUNT
                    OR WS-CT-ACCOUNT-KEY(WS-CT-COUNT)
                                   NOT EQUAL SPACES
                   IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL WS-BORROWER AND
                       WS-RT-TYPE(WS-REL-POS)
                                   EQUAL 'A'         AND
                       WS-RT-ROLE(WS-REL-POS)
                                   EQUAL 'P'
                       MOVE WS-RT-REFERENCE(WS-REL-POS)(1:9)
                                   TO WS-CT-ACCOUNT-KEY(WS-CT-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           IF  FD-PS-CONTRACT      NOT EQUAL WS-CURRENT-CONTRACT
               MOVE FD-PS-CONTRACT TO WS-CURRENT-CONTRACT
               PERFORM 0205-00-FIND-CONTRACT
               IF  WS-CT-FOUND     EQUAL ZEROS
                   DISPLAY ' SCHEDULE FOR UNKNOWN CONTRACT '
                           FD-PS-CONTRACT
               END-IF
           END-IF.

      *    ONLY THE LAST FEW MONTHS UP TO THE RUN MONTH CAN HAVE AN
      *    EFFECTIVE DATE INSIDE THE CYCLE WINDOW; THE REST OF THE
      *    SCHEDULE IS PASSED OVER WITHOUT CALLING THE CALENDAR.

           IF  WS-CT-FOUND         GREATER ZEROS AND
               FD-PS-MONTH         GREATER ZEROS AND
               FD-PS-MONTH         NOT GREATER WS-CT-TERM(WS-CT-FOUND)
               AND FD-PS-MONTH     NOT LESS
                                   WS-CT-ELAPSED(WS-CT-FOUND) - 2
               AND FD-PS-MONTH     NOT GREATER
                                   WS-CT-ELAPSED(WS-CT-FOUND)
               PERFORM 0202-00-CHECK-INSTALLMENT
           END-IF.

           PERFORM 0301-00-READ-PORTSCHD.

       0201-00-EXIT.
           EXIT.

       0202-00-CHECK-INSTALLMENT.

           MOVE WS-CT-START(WS-CT-FOUND)(1:4)
                                   TO WS-START-YEAR.
           MOVE WS-CT-START(WS-CT-FOUND)(5:2)
                                   TO WS-START-MONTH.

           COMPUTE WS-MONTH-INDEX =
               (WS-START-YEAR * 12) + WS-START-MONTH - 1
               + FD-PS-MONTH.

           DIVIDE WS-MONTH-INDEX   BY 12
               GIVING WS-DD-YEAR
               REMAINDER WS-DD-MONTH.
           ADD 1                   TO WS-DD-MONTH.
           MOVE WS-CT-START(WS-CT-FOUND)(7:2)
                                   TO WS-DD-DAY.

           PERFORM 0206-00-CLAMP-DUE-DAY.

           MOVE 1                  TO WS-CAL-FUNCTION.
           MOVE WS-DUE-DATE        TO WS-CAL-DATE-1.
           CALL WS-EAD62544        USING WS-CAL-COMMAREA.

           IF  WS-CAL-ANSWER-YES
               MOVE WS-DUE-DATE    TO WS-EFFECTIVE-DATE
           ELSE
               MOVE 2              TO WS-CAL-FUNCTION
               CALL WS-EAD62544    USING WS-CAL-COMMAREA
               MOVE WS-CAL-DATE-OUT
                                   TO WS-EFFECTIVE-DATE
           END-IF.

           IF  WS-EFFECTIVE-DATE   GREATER WS-PREV-DATE AND
               WS-EFFECTIVE-DATE   NOT GREATER WS-RUN-DATE
               PERFORM 0203-00-EMIT-INSTALLMENT
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-EMIT-INSTALLMENT.

           ADD 1                   TO WS-COUNT-DUE.

           MOVE WS-CT-ACCOUNT-KEY(WS-CT-FOUND)
                                   TO FD-LD-KEY.
           MOVE FD-PS-CONTRACT     TO FD-LD-CONTRACT.
           MOVE FD-PS-MONTH        TO FD-LD-MONTH.
           MOVE WS-EFFECTIVE-DATE  TO FD-LD-DUE-DATE.
           MOVE FD-PS-PAYMENT      TO FD-LD-AMOUNT.

           IF  WS-CT-ACCOUNT-KEY(WS-CT-FOUND)
                                   EQUAL SPACES
               ADD 1               TO WS-COUNT-NO-ACCOUNT
               MOVE ZEROS          TO FD-LD-DOC-NUMBER
           ELSE
               ADD 1               TO WS-DOC-NUMBER
               MOVE WS-DOC-NUMBER  TO FD-LD-DOC-NUMBER

               MOVE WS-CT-ACCOUNT-KEY(WS-CT-FOUND)
                                   TO FD-RELEASE-KEY
               MOVE WS-DOC-NUMBER  TO FD-DOC-NUMBER
               MOVE 'D'            TO FD-RELEASE-TYPE
               MOVE FD-PS-PAYMENT  TO FD-RELEASE-VALUE
               MOVE SPACES         TO FD-COUNTERPARTY
               MOVE WS-EFFECTIVE-DATE
                                   TO FD-POSTING-DATE
               MOVE WS-EFFECTIVE-DATE
                                   TO FD-VALUE-DATE
               MOVE SPACES         TO FD-CURRENCY

               WRITE REG-LOANREL

               EVALUATE WS-FS-LOANREL
                 WHEN '00'
                   ADD 1           TO WS-WRITE-RELEASES
                   ADD FD-PS-PAYMENT
                                   TO WS-TOTAL-GENERATED
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0203-00-EMIT-INSTALLMENT'
                                    ' FILE STATUS: ' WS-FS-LOANREL
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-IF.

           WRITE REG-LOANDUE.

           EVALUATE WS-FS-LOANDUE
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0203-00-EMIT-INSTALLMENT'
                                    ' FILE STATUS: ' WS-FS-LOANDUE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0205-00-FIND-CONTRACT.

           MOVE ZEROS              TO WS-CT-FOUND.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
                OR WS-CT-FOUND     GREATER ZEROS
               IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL FD-PS-CONTRACT
                   MOVE WS-CT-POS  TO WS-CT-FOUND
               END-IF
           END-PERFORM.

       0205-00-EXIT.
           EXIT.

       0206-00-CLAMP-DUE-DAY.

      *    A START DAY BEYOND THE TARGET MONTH'S LENGTH CLAMPS TO ITS
      *    LAST DAY (SAME RULE AS THE EAD62570 STANDING ORDERS).

           EVALUATE WS-DD-MONTH
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
                   FUNCTION MOD(WS-DD-YEAR, 4)
               COMPUTE WS-LEAP-REM-100 =
                   FUNCTION MOD(WS-DD-YEAR, 100)
               COMPUTE WS-LEAP-REM-400 =
                   FUNCTION MOD(WS-DD-YEAR, 400)
               IF  (WS-LEAP-REM-4   EQUAL ZEROS AND
                    WS-LEAP-REM-100 NOT EQUAL ZEROS) OR
                   WS-LEAP-REM-400  EQUAL ZEROS
                   MOVE 29         TO WS-MONTH-LENGTH
               ELSE
                   MOVE 28         TO WS-MONTH-LENGTH
               END-IF
           END-EVALUATE.

           IF  WS-DD-DAY           GREATER WS-MONTH-LENGTH
               MOVE WS-MONTH-LENGTH
                                   TO WS-DD-DAY
           END-IF.

       0206-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-PORTSCHD.

           READ PORTSCHD.

           EVALUATE WS-FS-PORTSCHD
             WHEN '00'
               ADD 1               TO WS-READ-SCHEDULE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-PORTSCHD'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE PORTSCHD
                 LOANREL
                 LOANDUE.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-DUE       TO WS-FMT-AMOUNT
           DISPLAY '*  INSTALLMENTS..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-RELEASES  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE RELEASES: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NO-ACCOUNT
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NO ACCOUNT....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-GENERATED TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL VALUE...: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
