      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62664.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62664                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTHLY PAYROLL COST DISTRIBUTION TO THE     *
      *                   GENERAL LEDGER BY DEPARTMENT                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   PAYCOST IS THE COST EXTRACT EAD62560 WRITES WITH THE         *
      *   PAYROLL REGISTER: ONE RECORD PER EMPLOYEE PAID, BETWEEN      *
      *   HDR*/TRL* CONTROLS WHOSE TRAILER CARRIES THE EMPLOYEES PAID  *
      *   AND THE REGISTER GRAND TOTAL (NET PAY).  IT IS SUMMED PER    *
      *   DEPARTMENT (FD-DEPT OF VS001).                               *
      *                                                                *
      *   PAYACCT, KEPT BY THE ACCOUNTING AREA, GIVES THE GL ACCOUNTS: *
      *     D ROWS: COST ACCOUNT OF EACH DEPARTMENT;                   *
      *     L ROWS: LIABILITY ACCOUNTS NET (NET PAY PAYABLE), SOCS     *
      *             (SOCIAL SECURITY PAYABLE, BOTH SHARES), ITAX       *
      *             (INCOME TAX WITHHELD) AND DEDS (DEDUCTIONS OWED    *
      *             TO THE BENEFITS PROVIDERS).  THE EXPS ROW (EXPENSE *
      *             REIMBURSEMENTS PAYABLE) BELONGS TO EAD62667.       *
      *                                                                *
      *   GL POSTINGS (GLPOST LAYOUT OF EAD62571, SOURCE TYPE P):      *
      *     DEBIT  DEPARTMENT COST: SALARIES, OVERTIME AND THE         *
      *            EMPLOYER SOCIAL-SECURITY SHARE, PER DEPARTMENT;     *
      *     CREDIT NET, SOCS, ITAX AND DEDS FOR THE WHOLE PAYROLL.     *
      *   GROSS = NET + DEDUCTIONS + EMPLOYEE SOC.SEC. + INCOME TAX,   *
      *   SO THE POSTINGS BALANCE.  THEY ARE DATED THE PAYROLL PERIOD  *
      *   AND TAKEN BY THE NEXT NIGHTLY GL EXTRACT (GLFEED).           *
      *                                                                *
      *   THE DEPARTMENT COST SUMMARY (DISTRPT) TIES THE NET PAY       *
      *   DISTRIBUTED BACK TO THE REGISTER GRAND TOTAL OF THE          *
      *   TRAILER.  NOTHING IS POSTED (RC=12) WHEN THE EXTRACT DOES    *
      *   NOT MATCH ITS TRAILER, A DEPARTMENT OR LIABILITY HAS NO GL   *
      *   ACCOUNT OR THE POSTINGS WOULD NOT BALANCE.  ONCE POSTED THE  *
      *   EXTRACT IS EMPTIED, SO A RERUN FINDS NOTHING TO DISTRIBUTE   *
      *   (RC=04) INSTEAD OF POSTING THE PAYROLL TWICE.                *
      *                                                                *
      *   SYSIN: GL BRANCH OF THE POSTINGS.                            *
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

           SELECT PAYCOST          ASSIGN TO DA-S-PAYCOST
               FILE STATUS         IS WS-FS-PAYCOST.

           SELECT PAYACCT          ASSIGN TO DA-S-PAYACCT
               FILE STATUS         IS WS-FS-PAYACCT.

           SELECT GLFEED           ASSIGN TO DA-S-GLFEED
               FILE STATUS         IS WS-FS-GLFEED.

           SELECT DISTRPT          ASSIGN TO DA-S-DISTRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  PAYCOST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYCOST.
           03  FD-PY-EMPLOYEE      PIC X(3).
           03  FD-PY-DEPT          PIC X(5).
           03  FD-PY-PERIOD        PIC 9(8).
           03  FD-PY-BASE-PAY      PIC 9(7)V9(2).
           03  FD-PY-OVERTIME      PIC 9(7)V9(2).
           03  FD-PY-GROSS         PIC 9(7)V9(2).
           03  FD-PY-DEDUCTIONS    PIC 9(7)V9(2).
           03  FD-PY-SOCIAL        PIC 9(7)V9(2).
           03  FD-PY-EMPLOYER-SS   PIC 9(7)V9(2).
           03  FD-PY-TAX           PIC 9(7)V9(2).
           03  FD-PY-NET           PIC 9(7)V9(2).
           03  FILLER              PIC X(12).

       01  REG-PAYCOST-CONTROL.
           03  FD-PY-CTL-ID        PIC X(4).
               88  FD-PY-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-PY-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-PY-CTL-DATA      PIC X(96).
           03  FILLER                  REDEFINES FD-PY-CTL-DATA.
               05  FD-PY-HDR-DATE  PIC 9(8).
               05  FD-PY-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(80).
           03  FILLER                  REDEFINES FD-PY-CTL-DATA.
               05  FD-PY-TRL-COUNT PIC 9(9).
               05  FD-PY-TRL-NET   PIC 9(11)V9(2).
               05  FILLER          PIC X(74).

       FD  PAYACCT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYACCT.
           03  FD-PA-TYPE          PIC X(1).
               88  FD-PA-DEPARTMENT                    VALUE 'D'.
               88  FD-PA-LIABILITY                     VALUE 'L'.
           03  FD-PA-KEY           PIC X(5).
           03  FD-PA-ACCOUNT       PIC X(8).
           03  FD-PA-DESCRIPTION   PIC X(20).
           03  FILLER              PIC X(46).

       FD  GLFEED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLFEED.
           03  FD-GL-DATE          PIC 9(8).
           03  FD-GL-BRANCH        PIC X(4).
           03  FD-GL-ACCOUNT       PIC X(8).
           03  FD-GL-DC            PIC X(1).
           03  FD-GL-AMOUNT        PIC 9(9)V9(2).
           03  FD-GL-SOURCE-TYPE   PIC A(1).
           03  FD-GL-DESCRIPTION   PIC X(20).

       FD  DISTRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DISTRPT             PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62664'.

       77  WS-FS-PAYCOST           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYACCT           PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLFEED            PIC X(2)            VALUE ZEROS.

       77  WS-READ-PAYCOST         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-EMPLOYEES      PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-GLFEED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ERRORS         PIC 9(5)            VALUE ZEROS.

       77  WS-GL-BRANCH            PIC X(4)            VALUE SPACES.
       77  WS-GL-DATE              PIC 9(8)            VALUE ZEROS.

      *    CONTROLS OF THE EXTRACT.
       77  WS-HEADER-IND           PIC X(1)            VALUE 'N'.
           88  WS-HEADER-READ                          VALUE 'Y'.
       77  WS-TRAILER-IND          PIC X(1)            VALUE 'N'.
           88  WS-TRAILER-READ                         VALUE 'Y'.
       77  WS-TRL-COUNT            PIC 9(9)            VALUE ZEROS.
       77  WS-TRL-NET              PIC 9(11)V9(2)      VALUE ZEROS.

      *    GL ACCOUNTS OF THE DEPARTMENTS (PAYACCT D ROWS).
       77  WS-MAP-COUNT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-MAP-POS              PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-MAP-FOUND            PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-MAP-TABLE.
           03  WS-MA-ENTRY         OCCURS 50 TIMES.
               05  WS-MA-DEPT      PIC X(5).
               05  WS-MA-ACCOUNT   PIC X(8).

      *    GL ACCOUNTS OF THE LIABILITIES (PAYACCT L ROWS).
       01  WS-LIABILITY-ACCOUNTS.
           03  WS-LB-NET-ACCT      PIC X(8)            VALUE SPACES.
           03  WS-LB-NET-DESC      PIC X(20)           VALUE SPACES.
           03  WS-LB-SOCS-ACCT     PIC X(8)            VALUE SPACES.
           03  WS-LB-SOCS-DESC     PIC X(20)           VALUE SPACES.
           03  WS-LB-ITAX-ACCT     PIC X(8)            VALUE SPACES.
           03  WS-LB-ITAX-DESC     PIC X(20)           VALUE SPACES.
           03  WS-LB-DEDS-ACCT     PIC X(8)            VALUE SPACES.
           03  WS-LB-DEDS-DESC     PIC X(20)           VALUE SPACES.

      *    THE EXTRACT SUMMED PER DEPARTMENT.
       77  WS-DEPT-COUNT           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-DEPT-POS             PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-DEPT-FOUND           PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-DEPT-TABLE.
           03  WS-DP-ENTRY         OCCURS 50 TIMES.
               05  WS-DP-DEPT      PIC X(5).
               05  WS-DP-ACCOUNT   PIC X(8).
               05  WS-DP-COUNT     PIC 9(5).
               05  WS-DP-BASE-PAY  PIC 9(9)V9(2).
               05  WS-DP-OVERTIME  PIC 9(9)V9(2).
               05  WS-DP-EMPLOYER-SS
                                   PIC 9(9)V9(2).
               05  WS-DP-DEDUCTIONS
                                   PIC 9(9)V9(2).
               05  WS-DP-SOCIAL    PIC 9(9)V9(2).
               05  WS-DP-TAX       PIC 9(9)V9(2).
               05  WS-DP-NET       PIC 9(9)V9(2).

       01  WS-TOTALS.
           03  WS-TT-COUNT         PIC 9(5)            VALUE ZEROS.
           03  WS-TT-BASE-PAY      PIC 9(11)V9(2)      VALUE ZEROS.
           03  WS-TT-OVERTIME      PIC 9(11)V9(2)      VALUE ZEROS.
           03  WS-TT-EMPLOYER-SS   PIC 9(11)V9(2)      VALUE ZEROS.
           03  WS-TT-DEDUCTIONS    PIC 9(11)V9(2)      VALUE ZEROS.
           03  WS-TT-SOCIAL        PIC 9(11)V9(2)      VALUE ZEROS.
           03  WS-TT-TAX           PIC 9(11)V9(2)      VALUE ZEROS.
           03  WS-TT-NET           PIC 9(11)V9(2)      VALUE ZEROS.

       77  WS-DEPT-COST            PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-DEBITS         PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-CREDITS        PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-SOCIAL-PAYABLE       PIC 9(11)V9(2)      VALUE ZEROS.

      *    ONE POSTING OF 0206-00-WRITE-POSTING.
       77  WS-POST-ACCOUNT         PIC X(8)            VALUE SPACES.
       77  WS-POST-DC              PIC X(1)            VALUE SPACES.
       77  WS-POST-AMOUNT          PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-POST-DESCRIPTION     PIC X(20)           VALUE SPACES.

       01  WS-DEPT-DESCRIPTION.
           03  WS-DD-LABEL         PIC X(15)           VALUE SPACES.
           03  WS-DD-DEPT          PIC X(5)            VALUE SPACES.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'PAYROLL COST DISTRIBUTION BY DEPARTMENT '.
           03  FILLER              PIC X(10)           VALUE
           '- PERIOD  '.
           03  WS-RH-PERIOD        PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(12)           VALUE
           '   BRANCH   '.
           03  WS-RH-BRANCH        PIC X(4)            VALUE SPACES.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'DEPT  EMPL.      SALARIES      OVERTIME '.
           03  FILLER              PIC X(40)           VALUE
           '  EMPLOYER SS    TOTAL COST    DEDUCTION'.
           03  FILLER              PIC X(40)           VALUE
           'S   EMPLOYEE SS    INCOME TAX       NET '.
           03  FILLER              PIC X(3)            VALUE
           'PAY'.

       01  WS-RPT-DETAIL.
           03  WS-RD-DEPT          PIC X(5)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-COUNT         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BASE-PAY      PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OVERTIME      PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-EMPLOYER-SS   PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-COST          PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DEDUCTIONS    PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-SOCIAL        PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-TAX           PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NET           PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.

       01  WS-RPT-RECONCILE.
           03  WS-RR-LABEL         PIC X(41)           VALUE SPACES.
           03  WS-RR-AMOUNT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99
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

           PERFORM 0201-00-CENTRAL-PROCESSING.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: GL BRANCH OF THE POSTINGS.

           ACCEPT WS-GL-BRANCH     FROM SYSIN.

           IF  WS-GL-BRANCH        EQUAL SPACES
               DISPLAY ' GL BRANCH PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-PAYACCT.
           PERFORM 0104-00-LOAD-PAYCOST.
           PERFORM 0107-00-VALIDATE.

           OPEN OUTPUT GLFEED
                       DISTRPT.

           IF  WS-FS-GLFEED        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GLFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-GL-DATE         TO WS-RH-PERIOD.
           MOVE WS-GL-BRANCH       TO WS-RH-BRANCH.
           WRITE REG-DISTRPT       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-DISTRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-PAYACCT.

           OPEN INPUT PAYACCT.

           EVALUATE WS-FS-PAYACCT
             WHEN '00'
               PERFORM UNTIL WS-FS-PAYACCT EQUAL '10'
                   READ PAYACCT
                   EVALUATE WS-FS-PAYACCT
                     WHEN '00'
                       PERFORM 0103-00-ADD-ACCOUNT
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PAYACCT'
                                    ' FILE STATUS: ' WS-FS-PAYACCT
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PAYACCT
             WHEN '35'
               DISPLAY ' PAYROLL GL ACCOUNTS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PAYACCT'
                                    ' FILE STATUS: ' WS-FS-PAYACCT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-ADD-ACCOUNT.

           IF  FD-PA-ACCOUNT       EQUAL SPACES
               DISPLAY ' PAYROLL GL ACCOUNT MISSING FOR '
                       FD-PA-TYPE ' ' FD-PA-KEY
               ADD 1               TO WS-COUNT-ERRORS
           ELSE
               EVALUATE TRUE
                 WHEN FD-PA-DEPARTMENT
                   IF  WS-MAP-COUNT LESS 50
                       ADD 1       TO WS-MAP-COUNT
                       MOVE FD-PA-KEY
                                   TO WS-MA-DEPT(WS-MAP-COUNT)
                       MOVE FD-PA-ACCOUNT
                                   TO WS-MA-ACCOUNT(WS-MAP-COUNT)
                   ELSE
                       DISPLAY ' DEPARTMENT ACCOUNT TABLE FULL'
                               ' - RUN ABORTED'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                 WHEN FD-PA-LIABILITY AND FD-PA-KEY EQUAL 'NET'
                   MOVE FD-PA-ACCOUNT
                                   TO WS-LB-NET-ACCT
                   MOVE FD-PA-DESCRIPTION
                                   TO WS-LB-NET-DESC
                 WHEN FD-PA-LIABILITY AND FD-PA-KEY EQUAL 'SOCS'
                   MOVE FD-PA-ACCOUNT
                                   TO WS-LB-SOCS-ACCT
                   MOVE FD-PA-DESCRIPTION
                                   TO WS-LB-SOCS-DESC
                 WHEN FD-PA-LIABILITY AND FD-PA-KEY EQUAL 'ITAX'
                   MOVE FD-PA-ACCOUNT
                                   TO WS-LB-ITAX-ACCT
                   MOVE FD-PA-DESCRIPTION
                                   TO WS-LB-ITAX-DESC
                 WHEN FD-PA-LIABILITY AND FD-PA-KEY EQUAL 'DEDS'
                   MOVE FD-PA-ACCOUNT
                                   TO WS-LB-DEDS-ACCT
                   MOVE FD-PA-DESCRIPTION
                                   TO WS-LB-DEDS-DESC
                 WHEN FD-PA-LIABILITY AND FD-PA-KEY EQUAL 'EXPS'
      *            EXPENSE REIMBURSEMENTS PAYABLE, POSTED BY EAD62667.
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' PAYROLL GL ACCOUNT ROW INVALID: '
                           FD-PA-TYPE ' ' FD-PA-KEY
                   ADD 1           TO WS-COUNT-ERRORS
               END-EVALUATE
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-PAYCOST.

           OPEN INPUT PAYCOST.

           EVALUATE WS-FS-PAYCOST
             WHEN '00'
               PERFORM UNTIL WS-FS-PAYCOST EQUAL '10'
                   READ PAYCOST
                   EVALUATE WS-FS-PAYCOST
                     WHEN '00'
                       ADD 1       TO WS-READ-PAYCOST
                       PERFORM 0105-00-CHECK-RECORD
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-PAYCOST'
                                    ' FILE STATUS: ' WS-FS-PAYCOST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PAYCOST
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-PAYCOST'
                                    ' FILE STATUS: ' WS-FS-PAYCOST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    AN EMPTY EXTRACT WAS ALREADY DISTRIBUTED (OR THE PAYROLL
      *    HAS NOT RUN): THERE IS NOTHING TO POST.

           IF  WS-READ-PAYCOST     EQUAL ZEROS
               DISPLAY ' NO PAYROLL COST EXTRACT TO DISTRIBUTE'
               MOVE 4              TO RETURN-CODE
               STOP RUN
           END-IF.

       0104-00-EXIT.
           EXIT.

       0105-00-CHECK-RECORD.

           EVALUATE TRUE
             WHEN FD-PY-CTL-HEADER
               IF  WS-READ-PAYCOST NOT EQUAL 1
                   DISPLAY ' PAYROLL COST EXTRACT HEADER OUT OF PLACE'
                   ADD 1           TO WS-COUNT-ERRORS
               END-IF
               MOVE 'Y'            TO WS-HEADER-IND
               MOVE FD-PY-HDR-DATE TO WS-GL-DATE

             WHEN FD-PY-CTL-TRAILER
               MOVE 'Y'            TO WS-TRAILER-IND
               MOVE FD-PY-TRL-COUNT
                                   TO WS-TRL-COUNT
               MOVE FD-PY-TRL-NET  TO WS-TRL-NET

             WHEN NOT WS-HEADER-READ OR WS-TRAILER-READ
               DISPLAY ' PAYROLL COST RECORD OUTSIDE THE CONTROLS: '
                       FD-PY-EMPLOYEE
               ADD 1               TO WS-COUNT-ERRORS

             WHEN OTHER
               PERFORM 0106-00-ADD-EMPLOYEE
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-ADD-EMPLOYEE.

           ADD 1                   TO WS-COUNT-EMPLOYEES.

           MOVE ZEROS              TO WS-DEPT-FOUND.

           PERFORM VARYING WS-DEPT-POS FROM 1 BY 1
             UNTIL WS-DEPT-POS     GREATER WS-DEPT-COUNT
                OR WS-DEPT-FOUND   GREATER ZEROS
               IF  WS-DP-DEPT(WS-DEPT-POS)
                                   EQUAL FD-PY-DEPT
                   MOVE WS-DEPT-POS
                                   TO WS-DEPT-FOUND
               END-IF
           END-PERFORM.

           IF  WS-DEPT-FOUND       EQUAL ZEROS
               IF  WS-DEPT-COUNT   LESS 50
                   ADD 1           TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT
                                   TO WS-DEPT-FOUND
                   MOVE FD-PY-DEPT TO WS-DP-DEPT(WS-DEPT-FOUND)
                   MOVE SPACES     TO WS-DP-ACCOUNT(WS-DEPT-FOUND)
                   MOVE ZEROS      TO WS-DP-COUNT(WS-DEPT-FOUND)
                                      WS-DP-BASE-PAY(WS-DEPT-FOUND)
                                      WS-DP-OVERTIME(WS-DEPT-FOUND)
                                      WS-DP-EMPLOYER-SS(WS-DEPT-FOUND)
                                      WS-DP-DEDUCTIONS(WS-DEPT-FOUND)
                                      WS-DP-SOCIAL(WS-DEPT-FOUND)
                                      WS-DP-TAX(WS-DEPT-FOUND)
                                      WS-DP-NET(WS-DEPT-FOUND)
               ELSE
                   DISPLAY ' DEPARTMENT TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           ADD 1                   TO WS-DP-COUNT(WS-DEPT-FOUND).
           ADD FD-PY-BASE-PAY      TO WS-DP-BASE-PAY(WS-DEPT-FOUND).
           ADD FD-PY-OVERTIME      TO WS-DP-OVERTIME(WS-DEPT-FOUND).
           ADD FD-PY-EMPLOYER-SS   TO WS-DP-EMPLOYER-SS(WS-DEPT-FOUND).
           ADD FD-PY-DEDUCTIONS    TO WS-DP-DEDUCTIONS(WS-DEPT-FOUND).
           ADD FD-PY-SOCIAL        TO WS-DP-SOCIAL(WS-DEPT-FOUND).
           ADD FD-PY-TAX           TO WS-DP-TAX(WS-DEPT-FOUND).
           ADD FD-PY-NET           TO WS-DP-NET(WS-DEPT-FOUND).

           ADD 1                   TO WS-TT-COUNT.
           ADD FD-PY-BASE-PAY      TO WS-TT-BASE-PAY.
           ADD FD-PY-OVERTIME      TO WS-TT-OVERTIME.
           ADD FD-PY-EMPLOYER-SS   TO WS-TT-EMPLOYER-SS.
           ADD FD-PY-DEDUCTIONS    TO WS-TT-DEDUCTIONS.
           ADD FD-PY-SOCIAL        TO WS-TT-SOCIAL.
           ADD FD-PY-TAX           TO WS-TT-TAX.
           ADD FD-PY-NET           TO WS-TT-NET.

       0106-00-EXIT.
           EXIT.

       0107-00-VALIDATE.

      *    EVERYTHING IS CHECKED BEFORE THE FIRST POSTING IS WRITTEN,
      *    SO A REJECTED RUN LEAVES THE GL FEED UNTOUCHED.

           IF  NOT WS-HEADER-READ  OR
               NOT WS-TRAILER-READ
               DISPLAY ' PAYROLL COST EXTRACT WITHOUT HDR*/TRL*'
               ADD 1               TO WS-COUNT-ERRORS
           ELSE
               IF  WS-TRL-COUNT    NOT EQUAL WS-TT-COUNT OR
                   WS-TRL-NET      NOT EQUAL WS-TT-NET
                   DISPLAY ' PAYROLL COST EXTRACT DOES NOT MATCH THE'
                           ' REGISTER GRAND TOTAL OF ITS TRAILER'
                   ADD 1           TO WS-COUNT-ERRORS
               END-IF
           END-IF.

           IF  WS-LB-NET-ACCT      EQUAL SPACES OR
               WS-LB-SOCS-ACCT     EQUAL SPACES OR
               WS-LB-ITAX-ACCT     EQUAL SPACES OR
               WS-LB-DEDS-ACCT     EQUAL SPACES
               DISPLAY ' PAYROLL LIABILITY ACCOUNTS INCOMPLETE'
                       ' (NET, SOCS, ITAX, DEDS)'
               ADD 1               TO WS-COUNT-ERRORS
           END-IF.

           PERFORM 0108-00-MAP-DEPARTMENT
             VARYING WS-DEPT-POS FROM 1 BY 1
             UNTIL WS-DEPT-POS     GREATER WS-DEPT-COUNT.

           COMPUTE WS-TOTAL-DEBITS =
               WS-TT-BASE-PAY + WS-TT-OVERTIME + WS-TT-EMPLOYER-SS.

           COMPUTE WS-SOCIAL-PAYABLE =
               WS-TT-SOCIAL + WS-TT-EMPLOYER-SS.

           COMPUTE WS-TOTAL-CREDITS =
               WS-TT-NET + WS-SOCIAL-PAYABLE + WS-TT-TAX
             + WS-TT-DEDUCTIONS.

           IF  WS-TOTAL-DEBITS     NOT EQUAL WS-TOTAL-CREDITS
               DISPLAY ' PAYROLL COST DOES NOT BALANCE WITH THE'
                       ' LIABILITIES'
               ADD 1               TO WS-COUNT-ERRORS
           END-IF.

           IF  WS-COUNT-ERRORS     GREATER ZEROS
               DISPLAY ' PAYROLL DISTRIBUTION REJECTED'
                       ' - NOTHING POSTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0107-00-EXIT.
           EXIT.

       0108-00-MAP-DEPARTMENT.

           MOVE ZEROS              TO WS-MAP-FOUND.

           PERFORM VARYING WS-MAP-POS FROM 1 BY 1
             UNTIL WS-MAP-POS      GREATER WS-MAP-COUNT
                OR WS-MAP-FOUND    GREATER ZEROS
               IF  WS-MA-DEPT(WS-MAP-POS)
                                   EQUAL WS-DP-DEPT(WS-DEPT-POS)
                   MOVE WS-MAP-POS TO WS-MAP-FOUND
               END-IF
           END-PERFORM.

           IF  WS-MAP-FOUND        EQUAL ZEROS
               DISPLAY ' NO GL COST ACCOUNT FOR DEPARTMENT '
                       WS-DP-DEPT(WS-DEPT-POS)
               ADD 1               TO WS-COUNT-ERRORS
           ELSE
               MOVE WS-MA-ACCOUNT(WS-MAP-FOUND)
                                   TO WS-DP-ACCOUNT(WS-DEPT-POS)
           END-IF.

       0108-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM 0202-00-DISTRIBUTE-DEPARTMENT
             VARYING WS-DEPT-POS FROM 1 BY 1
             UNTIL WS-DEPT-POS     GREATER WS-DEPT-COUNT.

           PERFORM 0203-00-POST-LIABILITIES.

           PERFORM 0204-00-WRITE-TOTALS.

       0201-00-EXIT.
           EXIT.

       0202-00-DISTRIBUTE-DEPARTMENT.

           COMPUTE WS-DEPT-COST =
               WS-DP-BASE-PAY(WS-DEPT-POS)
             + WS-DP-OVERTIME(WS-DEPT-POS)
             + WS-DP-EMPLOYER-SS(WS-DEPT-POS).

           MOVE WS-DP-DEPT(WS-DEPT-POS)
                                   TO WS-RD-DEPT.
           MOVE WS-DP-COUNT(WS-DEPT-POS)
                                   TO WS-RD-COUNT.
           MOVE WS-DP-BASE-PAY(WS-DEPT-POS)
                                   TO WS-RD-BASE-PAY.
           MOVE WS-DP-OVERTIME(WS-DEPT-POS)
                                   TO WS-RD-OVERTIME.
           MOVE WS-DP-EMPLOYER-SS(WS-DEPT-POS)
                                   TO WS-RD-EMPLOYER-SS.
           MOVE WS-DEPT-COST       TO WS-RD-COST.
           MOVE WS-DP-DEDUCTIONS(WS-DEPT-POS)
                                   TO WS-RD-DEDUCTIONS.
           MOVE WS-DP-SOCIAL(WS-DEPT-POS)
                                   TO WS-RD-SOCIAL.
           MOVE WS-DP-TAX(WS-DEPT-POS)
                                   TO WS-RD-TAX.
           MOVE WS-DP-NET(WS-DEPT-POS)
                                   TO WS-RD-NET.
           WRITE REG-DISTRPT       FROM WS-RPT-DETAIL
                                   AFTER 1 LINES.

      *    THE THREE COST COMPONENTS ARE DEBITED SEPARATELY TO THE
      *    DEPARTMENT'S ACCOUNT SO THE LEDGER SHOWS EACH OF THEM.

           MOVE WS-DP-ACCOUNT(WS-DEPT-POS)
                                   TO WS-POST-ACCOUNT.
           MOVE 'D'                TO WS-POST-DC.
           MOVE WS-DP-DEPT(WS-DEPT-POS)
                                   TO WS-DD-DEPT.

           MOVE 'SALARIES  DEPT '  TO WS-DD-LABEL.
           MOVE WS-DEPT-DESCRIPTION
                                   TO WS-POST-DESCRIPTION.
           MOVE WS-DP-BASE-PAY(WS-DEPT-POS)
                                   TO WS-POST-AMOUNT.
           PERFORM 0206-00-WRITE-POSTING.

           MOVE 'OVERTIME  DEPT '  TO WS-DD-LABEL.
           MOVE WS-DEPT-DESCRIPTION
                                   TO WS-POST-DESCRIPTION.
           MOVE WS-DP-OVERTIME(WS-DEPT-POS)
                                   TO WS-POST-AMOUNT.
           PERFORM 0206-00-WRITE-POSTING.

           MOVE 'EMPLR SS  DEPT '  TO WS-DD-LABEL.
           MOVE WS-DEPT-DESCRIPTION
                                   TO WS-POST-DESCRIPTION.
           MOVE WS-DP-EMPLOYER-SS(WS-DEPT-POS)
                                   TO WS-POST-AMOUNT.
           PERFORM 0206-00-WRITE-POSTING.

       0202-00-EXIT.
           EXIT.

       0203-00-POST-LIABILITIES.

           MOVE 'C'                TO WS-POST-DC.

           MOVE WS-LB-NET-ACCT     TO WS-POST-ACCOUNT.
           MOVE WS-LB-NET-DESC     TO WS-POST-DESCRIPTION.
           MOVE WS-TT-NET          TO WS-POST-AMOUNT.
           PERFORM 0206-00-WRITE-POSTING.

           MOVE WS-LB-SOCS-ACCT    TO WS-POST-ACCOUNT.
           MOVE WS-LB-SOCS-DESC    TO WS-POST-DESCRIPTION.
           MOVE WS-SOCIAL-PAYABLE  TO WS-POST-AMOUNT.
           PERFORM 0206-00-WRITE-POSTING.

           MOVE WS-LB-ITAX-ACCT    TO WS-POST-ACCOUNT.
           MOVE WS-LB-ITAX-DESC    TO WS-POST-DESCRIPTION.
           MOVE WS-TT-TAX          TO WS-POST-AMOUNT.
           PERFORM 0206-00-WRITE-POSTING.

           MOVE WS-LB-DEDS-ACCT    TO WS-POST-ACCOUNT.
           MOVE WS-LB-DEDS-DESC    TO WS-POST-DESCRIPTION.
           MOVE WS-TT-DEDUCTIONS   TO WS-POST-AMOUNT.
           PERFORM 0206-00-WRITE-POSTING.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-TOTALS.

           MOVE 'TOTAL'            TO WS-RD-DEPT.
           MOVE WS-TT-COUNT        TO WS-RD-COUNT.
           MOVE WS-TT-BASE-PAY     TO WS-RD-BASE-PAY.
           MOVE WS-TT-OVERTIME     TO WS-RD-OVERTIME.
           MOVE WS-TT-EMPLOYER-SS  TO WS-RD-EMPLOYER-SS.
           MOVE WS-TOTAL-DEBITS    TO WS-RD-COST.
           MOVE WS-TT-DEDUCTIONS   TO WS-RD-DEDUCTIONS.
           MOVE WS-TT-SOCIAL       TO WS-RD-SOCIAL.
           MOVE WS-TT-TAX          TO WS-RD-TAX.
           MOVE WS-TT-NET          TO WS-RD-NET.
           WRITE REG-DISTRPT       FROM WS-RPT-DETAIL
                                   AFTER 2 LINES.

           MOVE 'PAYROLL REGISTER GRAND TOTAL (NET PAY)..: '
                                   TO WS-RR-LABEL.
           MOVE WS-TRL-NET         TO WS-RR-AMOUNT.
           WRITE REG-DISTRPT       FROM WS-RPT-RECONCILE
                                   AFTER 3 LINES.

           MOVE 'NET PAY DISTRIBUTED BY DEPARTMENT.......: '
                                   TO WS-RR-LABEL.
           MOVE WS-TT-NET          TO WS-RR-AMOUNT.
           WRITE REG-DISTRPT       FROM WS-RPT-RECONCILE
                                   AFTER 1 LINES.

           MOVE 'TOTAL DEBITS (DEPARTMENT COST)..........: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOTAL-DEBITS    TO WS-RR-AMOUNT.
           WRITE REG-DISTRPT       FROM WS-RPT-RECONCILE
                                   AFTER 2 LINES.

           MOVE 'TOTAL CREDITS (LIABILITIES).............: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOTAL-CREDITS   TO WS-RR-AMOUNT.
           WRITE REG-DISTRPT       FROM WS-RPT-RECONCILE
                                   AFTER 1 LINES.

       0204-00-EXIT.
           EXIT.

       0206-00-WRITE-POSTING.

      *    A COMPONENT WITH NOTHING IN IT IS NOT POSTED.

           IF  WS-POST-AMOUNT      GREATER ZEROS
               MOVE WS-GL-DATE     TO FD-GL-DATE
               MOVE WS-GL-BRANCH   TO FD-GL-BRANCH
               MOVE WS-POST-ACCOUNT
                                   TO FD-GL-ACCOUNT
               MOVE WS-POST-DC     TO FD-GL-DC
               MOVE WS-POST-AMOUNT TO FD-GL-AMOUNT
               MOVE 'P'            TO FD-GL-SOURCE-TYPE
               MOVE WS-POST-DESCRIPTION
                                   TO FD-GL-DESCRIPTION
               PERFORM 0207-00-WRITE-GLFEED
           END-IF.

       0206-00-EXIT.
           EXIT.

       0207-00-WRITE-GLFEED.

           WRITE REG-GLFEED.

           EVALUATE WS-FS-GLFEED
             WHEN '00'
               ADD 1               TO WS-WRITE-GLFEED
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0207-00-WRITE-GLFEED'
                                    ' FILE STATUS: ' WS-FS-GLFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0207-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE GLFEED
                 DISTRPT.

           PERFORM 0902-00-EMPTY-PAYCOST.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-EMPLOYEES TO WS-FMT-AMOUNT
           DISPLAY '*  EMPLOYEES.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-DEPT-COUNT      TO WS-FMT-AMOUNT
           DISPLAY '*  DEPARTMENTS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-GLFEED    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE POSTINGS: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-EMPTY-PAYCOST.

      *    REOPENING FOR OUTPUT LEAVES THE DISTRIBUTED EXTRACT EMPTY,
      *    SO THE SAME PAYROLL CANNOT BE POSTED TWICE.

           OPEN OUTPUT PAYCOST.

           IF  WS-FS-PAYCOST       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0902-00-EMPTY-PAYCOST'
                                    ' FILE STATUS: ' WS-FS-PAYCOST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE PAYCOST.

       0902-00-EXIT.
           EXIT.
