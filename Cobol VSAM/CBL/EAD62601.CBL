      *   OUTPUTS: A SETTLEMENT STATEMENT FOR HR TO SIGN AND THE       *
      *   NET AMOUNT ON THE PAYMENT INTERFACE IN THE EAD62560          *
      *   LAYOUT, AGAINST THE EMPLOYEE'S OWN ACCOUNT.                  *
      *   THE SETTLEMENT IS ALSO ADDED TO THE ANNUAL INCOME EXTRACT    *
      *   (INCANUAL, SOURCE T, WITH ITS THIRTEENTH APART) FOR THE      *
      *   YEAR-END STATEMENTS OF EAD62665.                             *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.

           SELECT SETTLRPT         ASSIGN TO DA-S-SETTLRPT.

           SELECT INCANUAL         ASSIGN TO DA-S-INCANUAL
               FILE STATUS         IS WS-FS-INCANUAL.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
               88  FD-TP-BRACKET                       VALUE 'I'.
               88  FD-TP-SOCIAL                        VALUE 'S'.
               88  FD-TP-STD-DEDUCTION                 VALUE 'D'.
               88  FD-TP-EMPLOYER                      VALUE 'E'.
           03  FD-TP-FLOOR         PIC 9(7)V9(2).
           03  FD-TP-RATE          PIC 9(2)V9(2).
           03  FD-TP-AMOUNT        PIC 9(7)V9(2).

       01  REG-SETTLRPT            PIC X(70).

       FD  INCANUAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INCANUAL.
           03  FD-IA-EMPLOYEE      PIC X(3).
           03  FD-IA-SOURCE        PIC X(1).
               88  FD-IA-THIRTEENTH-RUN                VALUE 'B'.
               88  FD-IA-TERMINATION                   VALUE 'T'.
           03  FD-IA-PAY-DATE      PIC 9(8).
           03  FD-IA-GROSS         PIC 9(7)V9(2).
           03  FD-IA-THIRTEENTH    PIC 9(7)V9(2).
           03  FD-IA-DEDUCTIONS    PIC 9(7)V9(2).
           03  FD-IA-SOCIAL        PIC 9(7)V9(2).
           03  FD-IA-TAX           PIC 9(7)V9(2).
           03  FD-IA-NET           PIC 9(7)V9(2).
           03  FILLER              PIC X(34).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-FS-ENROLL            PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXPARM           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYFILE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-INCANUAL          PIC X(2)            VALUE ZEROS.

       77  WS-EMPLOYEE-ID          PIC X(3)            VALUE SPACES.

           OPEN OUTPUT PAYFILE
                       SETTLRPT.

      *    EVERY PAYMENT MADE OUTSIDE THE MONTHLY PAYROLL GOES ON
      *    THE ANNUAL INCOME EXTRACT FOR THE YEAR-END STATEMENTS, SO
      *    IT IS EXTENDED, NOT REWRITTEN.

           OPEN EXTEND INCANUAL.

           IF  WS-FS-INCANUAL      EQUAL '35'
               OPEN OUTPUT INCANUAL
           END-IF.

           EVALUATE WS-FS-INCANUAL
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR OPENING ANNUAL INCOME EXTRACT'
                       ' FILE STATUS: ' WS-FS-INCANUAL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 'HDR*'             TO FD-PC-CTL-ID.
           MOVE SPACES             TO FD-PC-CTL-DATA.
           MOVE WS-TERM-DATE-N     TO FD-PC-HDR-DATE.
                         WHEN FD-TP-STD-DEDUCTION
                           MOVE FD-TP-AMOUNT
                                   TO WS-STD-DEDUCTION
      *                  EMPLOYER SHARE: MONTHLY COST EXTRACT ONLY
                         WHEN FD-TP-EMPLOYER
                           CONTINUE
                         WHEN OTHER
                           DISPLAY ' TAX PARAMETER TYPE INVALID: '
                                   FD-TP-TYPE
           PERFORM 0202-00-COMPUTE-SETTLEMENT.
           PERFORM 0203-00-PRINT-STATEMENT.
           PERFORM 0204-00-WRITE-PAYFILE.
           PERFORM 0207-00-WRITE-INCOME.

       0201-00-EXIT.
           EXIT.
       0204-00-EXIT.
           EXIT.

       0207-00-WRITE-INCOME.

           MOVE SPACES             TO REG-INCANUAL.
           MOVE FD-ID-EMPLOYEE     TO FD-IA-EMPLOYEE.
           MOVE 'T'                TO FD-IA-SOURCE.
           MOVE WS-TERM-DATE-N     TO FD-IA-PAY-DATE.
           MOVE WS-GROSS-PAY       TO FD-IA-GROSS.
           MOVE WS-THIRTEENTH      TO FD-IA-THIRTEENTH.
           MOVE WS-DEDUCTIONS      TO FD-IA-DEDUCTIONS.
           MOVE WS-SOCIAL-SEC      TO FD-IA-SOCIAL.
           MOVE WS-INCOME-TAX      TO FD-IA-TAX.
           MOVE WS-NET-PAY         TO FD-IA-NET.

           WRITE REG-INCANUAL.

           IF  WS-FS-INCANUAL      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0207-00-WRITE-INCOME'
                                    ' FILE STATUS: ' WS-FS-INCANUAL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0207-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

           CLOSE VS001
                 PAYFILE
                 SETTLRPT
                 INCANUAL.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
