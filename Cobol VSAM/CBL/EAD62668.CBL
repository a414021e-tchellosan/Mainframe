      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62668.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62668                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : PAYROLL VARIANCE CHECK BEFORE THE PAYMENT    *
      *                   FILE IS RELEASED                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUNS AFTER EAD62560.  THE MONTH JUST PAID AND THE MONTH      *
      *   BEFORE ARE TAKEN FROM THE PAYSLIP KSDS (REGPSLIP), WHICH     *
      *   EAD62560 WRITES WITH EVERY REGISTER, AND COMPARED PER        *
      *   EMPLOYEE.  EACH OF THESE IS A FLAGGED ITEM:                  *
      *     GRSV  GROSS PAY CHANGED MORE THAN THE SYSIN PERCENT;       *
      *     NETV  NET PAY CHANGED MORE THAN THE SYSIN PERCENT;         *
      *     NEWE  PAID THIS MONTH, NOT PAID LAST MONTH;                *
      *     MISS  PAID LAST MONTH, NOT PAID THIS MONTH;                *
      *     ZNET  NET PAY ZERO, OR GROSS LESS DEDUCTIONS AND TAXES     *
      *           NOT POSITIVE;                                        *
      *     DUPA  SALARY ACCOUNT ALSO CREDITED TO ANOTHER EMPLOYEE.    *
      *                                                                *
      *   PAYAPPR (EAD625.FOLHA.APROVACOES, FB 80) IS KEYED BY THE     *
      *   PAYROLL SUPERVISOR: ONE RECORD PER ITEM REVIEWED (PERIOD,    *
      *   EMPLOYEE, CODE, APPROVER).  AN APPROVAL ONLY COUNTS WHEN     *
      *   THE APPROVER IS AN ACTIVE, UNBLOCKED SUPERVISOR (AUTHORITY   *
      *   S) ON THE SIGN-ON PROFILE KSDS USRPROF.                      *
      *                                                                *
      *   PAYFILE, THE PAYMENT INTERFACE OF EAD62560, IS COPIED TO     *
      *   PAYREL - THE FILE THE PAYMENT TRANSFER TAKES - ONLY WHEN     *
      *   EVERY FLAGGED ITEM IS APPROVED.  OTHERWISE PAYREL IS NOT     *
      *   OPENED AND THE STEP ENDS RC=08; THE SUPERVISOR ADDS THE      *
      *   APPROVALS (OR PAYROLL IS CORRECTED AND RERUN) AND THIS       *
      *   CHECK IS RUN AGAIN.  RC=04: PAYFILE EMPTY (ALREADY           *
      *   RELEASED).  RC=12: PAYFILE NOT MATCHING ITS TRAILER.         *
      *   VARRPT LISTS EVERY ITEM AND ITS APPROVAL.                    *
      *                                                                *
      *   SYSIN: BUSINESS DATE OF THE PAYROLL (YYYYMMDD) AND THE       *
      *   VARIANCE THRESHOLD IN PERCENT (999).                         *
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

           SELECT PAYSLIP          ASSIGN TO PAYSLIP
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS PS-SLIP-KEY
               FILE STATUS         IS WS-FS-PAYSLIP.

           SELECT USRPROF          ASSIGN TO USRPROF
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS RANDOM
               RECORD KEY          IS FD-UP-USUARIO
               FILE STATUS         IS WS-FS-USRPROF.

           SELECT PAYAPPR          ASSIGN TO DA-S-PAYAPPR
               FILE STATUS         IS WS-FS-PAYAPPR.

           SELECT PAYFILE          ASSIGN TO DA-S-PAYFILE
               FILE STATUS         IS WS-FS-PAYFILE.

           SELECT PAYREL           ASSIGN TO DA-S-PAYREL
               FILE STATUS         IS WS-FS-PAYREL.

           SELECT VARRPT           ASSIGN TO DA-S-VARRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  PAYSLIP.

           COPY REGPSLIP.

       FD  USRPROF.

       01  REG-USRPROF.
           05  FD-UP-USUARIO       PIC X(8).
           05  FD-UP-SENHA         PIC X(8).
           05  FD-UP-AUTORIDADE    PIC X(1).
           05  FD-UP-DATA-TROCA    PIC 9(8).
           05  FD-UP-TROCAR        PIC X(1).
           05  FD-UP-FALHAS        PIC 9(1).
           05  FD-UP-BLOQUEADO     PIC X(1).
           05  FD-UP-SITUACAO      PIC X(1).
           05  FD-UP-ULTIMO-ACESSO PIC 9(8).
           05  FD-UP-RECERT        PIC X(1).
           05  FD-UP-DATA-RECERT   PIC 9(8).

       FD  PAYAPPR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYAPPR.
           03  FD-AP-PERIOD        PIC 9(6).
           03  FD-AP-EMPLOYEE      PIC X(3).
           03  FD-AP-CODE          PIC X(4).
           03  FD-AP-APPROVER      PIC X(8).
           03  FD-AP-DATE          PIC 9(8).
           03  FD-AP-COMMENT       PIC X(40).
           03  FILLER              PIC X(11).

       FD  PAYFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYFILE.
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

       01  REG-PAYFILE-CONTROL.
           03  FD-PC-CTL-ID        PIC X(4).
               88  FD-PC-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-PC-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-PC-CTL-DATA      PIC X(46).
           03  FILLER                  REDEFINES FD-PC-CTL-DATA.
               05  FD-PC-HDR-DATE  PIC 9(8).
               05  FD-PC-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(30).
           03  FILLER                  REDEFINES FD-PC-CTL-DATA.
               05  FD-PC-TRL-COUNT PIC 9(9).
               05  FD-PC-TRL-HASH  PIC 9(11)V9(2).
               05  FILLER          PIC X(24).

       FD  PAYREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYREL              PIC X(50).

       FD  VARRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-VARRPT              PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62668'.

       77  WS-FS-PAYSLIP           PIC X(2)            VALUE SPACES.
       77  WS-FS-USRPROF           PIC X(2)            VALUE SPACES.
       77  WS-FS-PAYAPPR           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYFILE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYREL            PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       01  WS-BUSINESS-DATE.
           03  WS-BD-YEAR          PIC 9(4).
           03  WS-BD-MONTH         PIC 9(2).
           03  WS-BD-DAY           PIC 9(2).
       01  WS-BUSINESS-DATE-N          REDEFINES WS-BUSINESS-DATE
                                   PIC 9(8).

       77  WS-THRESHOLD            PIC 9(3)            VALUE ZEROS.

      *    MONTH PAID BY THE RUN BEING CHECKED AND THE MONTH BEFORE.
       01  WS-CURRENT-MONTH.
           03  WS-CM-YEAR          PIC 9(4).
           03  WS-CM-MONTH         PIC 9(2).
       01  WS-CURRENT-MONTH-N          REDEFINES WS-CURRENT-MONTH
                                   PIC 9(6).

       01  WS-PRIOR-MONTH.
           03  WS-PM-YEAR          PIC 9(4).
           03  WS-PM-MONTH         PIC 9(2).
       01  WS-PRIOR-MONTH-N            REDEFINES WS-PRIOR-MONTH
                                   PIC 9(6).

      *    THE TWO PAYSLIPS OF THE EMPLOYEE BEING COMPARED.
       77  WS-EMPLOYEE             PIC X(3)            VALUE SPACES.

       77  WS-CUR-IND              PIC X(1)            VALUE 'N'.
           88  WS-CUR-FOUND                            VALUE 'Y'.
       77  WS-CUR-NAME             PIC X(20)           VALUE SPACES.
       77  WS-CUR-GROSS            PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-CUR-NET              PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-CUR-CALC-NET         PIC S9(8)V9(2)      VALUE ZEROS.
       77  WS-CUR-BRANCH           PIC X(4)            VALUE SPACES.
       77  WS-CUR-ACCOUNT          PIC 9(5)            VALUE ZEROS.

       77  WS-PRV-IND              PIC X(1)            VALUE 'N'.
           88  WS-PRV-FOUND                            VALUE 'Y'.
       77  WS-PRV-NAME             PIC X(20)           VALUE SPACES.
       77  WS-PRV-GROSS            PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-PRV-NET              PIC 9(7)V9(2)       VALUE ZEROS.

       77  WS-DIFFERENCE           PIC S9(8)V9(2)      VALUE ZEROS.
       77  WS-PERCENT              PIC 9(7)            VALUE ZEROS.

      *    ONE FLAGGED ITEM FOR 0207-00-FLAG-ITEM.
       77  WS-FL-EMPLOYEE          PIC X(3)            VALUE SPACES.
       77  WS-FL-NAME              PIC X(20)           VALUE SPACES.
       77  WS-FL-CODE              PIC X(4)            VALUE SPACES.
       77  WS-FL-TEXT              PIC X(30)           VALUE SPACES.
       77  WS-FL-PRIOR             PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-FL-CURRENT           PIC 9(7)V9(2)       VALUE ZEROS.

      *    APPROVALS OF THE PERIOD BY A VALID SUPERVISOR.
       77  WS-APR-COUNT            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-APR-POS              PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-APR-FOUND            PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-APPROVAL-TABLE.
           03  WS-AP-ENTRY         OCCURS 500 TIMES.
               05  WS-AP-EMPLOYEE  PIC X(3).
               05  WS-AP-CODE      PIC X(4).
               05  WS-AP-APPROVER  PIC X(8).

      *    SALARY ACCOUNTS CREDITED THIS MONTH, FOR THE DUPA CHECK.
       77  WS-ACC-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACC-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACC-OTHER            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACC-SHARED           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-ACCOUNT-TABLE.
           03  WS-AC-ENTRY         OCCURS 2000 TIMES.
               05  WS-AC-EMPLOYEE  PIC X(3).
               05  WS-AC-NAME      PIC X(20).
               05  WS-AC-BRANCH    PIC X(4).
               05  WS-AC-ACCOUNT   PIC 9(5).
               05  WS-AC-NET       PIC 9(7)V9(2).

       77  WS-COUNT-EMPLOYEES      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-FLAGGED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-APPROVED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNAPPROVED     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-APPR-READ      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-APPR-INVALID   PIC 9(5)            VALUE ZEROS.

      *    CONTROLS OF THE PAYMENT FILE COPIED TO PAYREL.
       77  WS-COUNT-RELEASES       PIC 9(9)            VALUE ZEROS.
       77  WS-HASH-RELEASES        PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TRL-COUNT            PIC 9(9)            VALUE ZEROS.
       77  WS-TRL-HASH             PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TRAILER-IND          PIC X(1)            VALUE 'N'.
           88  WS-TRAILER-READ                         VALUE 'Y'.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'PAYROLL VARIANCE CHECK - MONTH          '.
           03  WS-RH-MONTH         PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(18)           VALUE
           '   AGAINST MONTH  '.
           03  WS-RH-PRIOR         PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(15)           VALUE
           '   THRESHOLD % '.
           03  WS-RH-THRESHOLD     PIC ZZ9             VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'EMP NAME                 CODE DESCRIPTIO'.
           03  FILLER              PIC X(40)           VALUE
           'N                           PRIOR MONTH'.
           03  FILLER              PIC X(40)           VALUE
           '   THIS MONTH     %  REVIEW             '.

       01  WS-RPT-DETAIL.
           03  WS-RD-EMPLOYEE      PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CODE          PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-TEXT          PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-PRIOR         PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CURRENT       PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-PERCENT       PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-REVIEW        PIC X(24)           VALUE SPACES.

       01  WS-RPT-APPROVAL.
           03  FILLER              PIC X(20)           VALUE
           'APPROVAL IGNORED:   '.
           03  WS-RA-EMPLOYEE      PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RA-CODE          PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RA-APPROVER      PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(3)            VALUE ' - '.
           03  WS-RA-REASON        PIC X(40)           VALUE SPACES.

       01  WS-RPT-RESULT.
           03  WS-RR-TEXT          PIC X(80)           VALUE SPACES.

       01  WS-RPT-NONE.
           03  FILLER              PIC X(40)           VALUE
           'NO VARIANCES FOUND                      '.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-PAYSLIP   EQUAL WS-EOF.

           IF  WS-EMPLOYEE         NOT EQUAL SPACES
               PERFORM 0202-00-COMPARE-EMPLOYEE
           END-IF.

           PERFORM 0205-00-CHECK-ACCOUNT
             VARYING WS-ACC-POS FROM 1 BY 1
             UNTIL WS-ACC-POS      GREATER WS-ACC-COUNT.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: BUSINESS DATE OF THE PAYROLL AND THRESHOLD (%).

           ACCEPT WS-BUSINESS-DATE FROM SYSIN.
           ACCEPT WS-THRESHOLD     FROM SYSIN.

           IF  WS-BUSINESS-DATE-N  NOT NUMERIC OR
               WS-BUSINESS-DATE-N  EQUAL ZEROS OR
               WS-THRESHOLD        NOT NUMERIC OR
               WS-THRESHOLD        EQUAL ZEROS
               DISPLAY ' VARIANCE CHECK PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BD-YEAR         TO WS-CM-YEAR.
           MOVE WS-BD-MONTH        TO WS-CM-MONTH.

           IF  WS-CM-MONTH         EQUAL 1
               COMPUTE WS-PM-YEAR = WS-CM-YEAR - 1
               MOVE 12             TO WS-PM-MONTH
           ELSE
               MOVE WS-CM-YEAR     TO WS-PM-YEAR
               COMPUTE WS-PM-MONTH = WS-CM-MONTH - 1
           END-IF.

           OPEN INPUT USRPROF.

           IF  WS-FS-USRPROF       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VARRPT.

           MOVE WS-CURRENT-MONTH-N TO WS-RH-MONTH.
           MOVE WS-PRIOR-MONTH-N   TO WS-RH-PRIOR.
           MOVE WS-THRESHOLD       TO WS-RH-THRESHOLD.
           WRITE REG-VARRPT        FROM WS-RPT-HEADER-1
                                   AFTER PAGE.

           PERFORM 0102-00-LOAD-PAYAPPR.

           WRITE REG-VARRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           OPEN INPUT PAYSLIP.

           IF  WS-FS-PAYSLIP       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-PAYSLIP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-PAYSLIP.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-PAYAPPR.

      *    NO APPROVAL FILE YET MEANS NOTHING HAS BEEN REVIEWED.

           OPEN INPUT PAYAPPR.

           EVALUATE WS-FS-PAYAPPR
             WHEN '00'
               PERFORM 0103-00-READ-PAYAPPR
                 UNTIL WS-FS-PAYAPPR EQUAL '10'
               CLOSE PAYAPPR
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PAYAPPR'
                                    ' FILE STATUS: ' WS-FS-PAYAPPR
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-READ-PAYAPPR.

           READ PAYAPPR.

           EVALUATE WS-FS-PAYAPPR
             WHEN '00'
               IF  FD-AP-PERIOD    EQUAL WS-CURRENT-MONTH-N
                   ADD 1           TO WS-COUNT-APPR-READ
                   PERFORM 0104-00-CHECK-APPROVER
               END-IF
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-READ-PAYAPPR'
                                    ' FILE STATUS: ' WS-FS-PAYAPPR
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-CHECK-APPROVER.

           MOVE SPACES             TO WS-RA-REASON.

           MOVE FD-AP-APPROVER     TO FD-UP-USUARIO.

           READ USRPROF.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               EVALUATE TRUE
                 WHEN FD-UP-AUTORIDADE NOT EQUAL 'S'
                   MOVE 'APPROVER IS NOT A SUPERVISOR'
                                   TO WS-RA-REASON
                 WHEN FD-UP-SITUACAO   NOT EQUAL 'A' OR
                      FD-UP-BLOQUEADO  EQUAL 'S'
                   MOVE 'APPROVER DEACTIVATED OR BLOCKED'
                                   TO WS-RA-REASON
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             WHEN '23'
               MOVE 'APPROVER HAS NO SIGN-ON PROFILE'
                                   TO WS-RA-REASON
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-CHECK-APPROVER'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-RA-REASON        EQUAL SPACES
               IF  WS-APR-COUNT    LESS 500
                   ADD 1           TO WS-APR-COUNT
                   MOVE FD-AP-EMPLOYEE
                                   TO WS-AP-EMPLOYEE(WS-APR-COUNT)
                   MOVE FD-AP-CODE TO WS-AP-CODE(WS-APR-COUNT)
                   MOVE FD-AP-APPROVER
                                   TO WS-AP-APPROVER(WS-APR-COUNT)
               ELSE
                   DISPLAY ' APPROVAL TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               ADD 1               TO WS-COUNT-APPR-INVALID
               MOVE FD-AP-EMPLOYEE TO WS-RA-EMPLOYEE
               MOVE FD-AP-CODE     TO WS-RA-CODE
               MOVE FD-AP-APPROVER TO WS-RA-APPROVER
               WRITE REG-VARRPT    FROM WS-RPT-APPROVAL
                                   AFTER 1 LINES
           END-IF.

       0104-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    THE KSDS IS IN EMPLOYEE + MONTH ORDER: THE EMPLOYEE'S
      *    PAYSLIPS ARE TOGETHER AND COMPARED ON THE BREAK.

           IF  PS-ID-EMPLOYEE      NOT EQUAL WS-EMPLOYEE
               IF  WS-EMPLOYEE     NOT EQUAL SPACES
                   PERFORM 0202-00-COMPARE-EMPLOYEE
               END-IF
               MOVE PS-ID-EMPLOYEE TO WS-EMPLOYEE
               MOVE 'N'            TO WS-CUR-IND
                                      WS-PRV-IND
           END-IF.

           EVALUATE PS-PAY-MONTH
             WHEN WS-CURRENT-MONTH-N
               MOVE 'Y'            TO WS-CUR-IND
               MOVE PS-NAME        TO WS-CUR-NAME
               MOVE PS-GROSS       TO WS-CUR-GROSS
               MOVE PS-NET         TO WS-CUR-NET
               COMPUTE WS-CUR-CALC-NET =
                   PS-GROSS - PS-DEDUCTIONS - PS-SOCIAL - PS-TAX
               MOVE PS-BANK-BRANCH TO WS-CUR-BRANCH
               MOVE PS-BANK-ACCOUNT
                                   TO WS-CUR-ACCOUNT
             WHEN WS-PRIOR-MONTH-N
               MOVE 'Y'            TO WS-PRV-IND
               MOVE PS-NAME        TO WS-PRV-NAME
               MOVE PS-GROSS       TO WS-PRV-GROSS
               MOVE PS-NET         TO WS-PRV-NET
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 0301-00-READ-PAYSLIP.

       0201-00-EXIT.
           EXIT.

       0202-00-COMPARE-EMPLOYEE.

           MOVE WS-EMPLOYEE        TO WS-FL-EMPLOYEE.

           EVALUATE TRUE
             WHEN WS-CUR-FOUND AND WS-PRV-FOUND
               PERFORM 0203-00-CHECK-VARIANCE
             WHEN WS-CUR-FOUND
               MOVE WS-CUR-NAME    TO WS-FL-NAME
               MOVE 'NEWE'         TO WS-FL-CODE
               MOVE 'NEW - NOT PAID LAST MONTH'
                                   TO WS-FL-TEXT
               MOVE ZEROS          TO WS-FL-PRIOR
               MOVE WS-CUR-NET     TO WS-FL-CURRENT
               MOVE ZEROS          TO WS-PERCENT
               PERFORM 0207-00-FLAG-ITEM
             WHEN WS-PRV-FOUND
               MOVE WS-PRV-NAME    TO WS-FL-NAME
               MOVE 'MISS'         TO WS-FL-CODE
               MOVE 'MISSING - PAID LAST MONTH'
                                   TO WS-FL-TEXT
               MOVE WS-PRV-NET     TO WS-FL-PRIOR
               MOVE ZEROS          TO WS-FL-CURRENT
               MOVE ZEROS          TO WS-PERCENT
               PERFORM 0207-00-FLAG-ITEM
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF  WS-CUR-FOUND
               ADD 1               TO WS-COUNT-EMPLOYEES
               PERFORM 0204-00-CHECK-NET
               PERFORM 0206-00-ADD-ACCOUNT
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-CHECK-VARIANCE.

           MOVE WS-CUR-NAME        TO WS-FL-NAME.

           COMPUTE WS-DIFFERENCE = WS-CUR-GROSS - WS-PRV-GROSS.
           PERFORM 0208-00-PERCENT-OF-GROSS.

           IF  WS-PERCENT          GREATER WS-THRESHOLD
               MOVE 'GRSV'         TO WS-FL-CODE
               MOVE 'GROSS PAY VARIANCE'
                                   TO WS-FL-TEXT
               MOVE WS-PRV-GROSS   TO WS-FL-PRIOR
               MOVE WS-CUR-GROSS   TO WS-FL-CURRENT
               PERFORM 0207-00-FLAG-ITEM
           END-IF.

           COMPUTE WS-DIFFERENCE = WS-CUR-NET - WS-PRV-NET.
           PERFORM 0209-00-PERCENT-OF-NET.

           IF  WS-PERCENT          GREATER WS-THRESHOLD
               MOVE 'NETV'         TO WS-FL-CODE
               MOVE 'NET PAY VARIANCE'
                                   TO WS-FL-TEXT
               MOVE WS-PRV-NET     TO WS-FL-PRIOR
               MOVE WS-CUR-NET     TO WS-FL-CURRENT
               PERFORM 0207-00-FLAG-ITEM
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-CHECK-NET.

      *    THE NET ON THE PAYSLIP IS UNSIGNED: DEDUCTIONS AND TAXES
      *    ABOVE THE GROSS ARE CAUGHT BY RECOMPUTING IT.

           IF  WS-CUR-NET          EQUAL ZEROS OR
               WS-CUR-CALC-NET     NOT GREATER ZEROS
               MOVE WS-CUR-NAME    TO WS-FL-NAME
               MOVE 'ZNET'         TO WS-FL-CODE
               MOVE 'NET PAY ZERO OR NEGATIVE'
                                   TO WS-FL-TEXT
               MOVE WS-CUR-GROSS   TO WS-FL-PRIOR
               MOVE WS-CUR-NET     TO WS-FL-CURRENT
               MOVE ZEROS          TO WS-PERCENT
               PERFORM 0207-00-FLAG-ITEM
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-CHECK-ACCOUNT.

           MOVE ZEROS              TO WS-ACC-SHARED.

           PERFORM 0210-00-FIND-SHARED
             VARYING WS-ACC-OTHER FROM 1 BY 1
             UNTIL WS-ACC-OTHER    GREATER WS-ACC-COUNT
                OR WS-ACC-SHARED   GREATER ZEROS.

           IF  WS-ACC-SHARED       GREATER ZEROS
               MOVE WS-AC-EMPLOYEE(WS-ACC-POS)
                                   TO WS-FL-EMPLOYEE
               MOVE WS-AC-NAME(WS-ACC-POS)
                                   TO WS-FL-NAME
               MOVE 'DUPA'         TO WS-FL-CODE
               MOVE 'ACCOUNT SHARED WITH EMP '
                                   TO WS-FL-TEXT
               MOVE WS-AC-EMPLOYEE(WS-ACC-SHARED)
                                   TO WS-FL-TEXT(25:3)
               MOVE ZEROS          TO WS-FL-PRIOR
               MOVE WS-AC-NET(WS-ACC-POS)
                                   TO WS-FL-CURRENT
               MOVE ZEROS          TO WS-PERCENT
               PERFORM 0207-00-FLAG-ITEM
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-ADD-ACCOUNT.

           IF  WS-ACC-COUNT        LESS 2000
               ADD 1               TO WS-ACC-COUNT
               MOVE WS-EMPLOYEE    TO WS-AC-EMPLOYEE(WS-ACC-COUNT)
               MOVE WS-CUR-NAME    TO WS-AC-NAME(WS-ACC-COUNT)
               MOVE WS-CUR-BRANCH  TO WS-AC-BRANCH(WS-ACC-COUNT)
               MOVE WS-CUR-ACCOUNT TO WS-AC-ACCOUNT(WS-ACC-COUNT)
               MOVE WS-CUR-NET     TO WS-AC-NET(WS-ACC-COUNT)
           ELSE
               DISPLAY ' ACCOUNT TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0206-00-EXIT.
           EXIT.

       0207-00-FLAG-ITEM.

           ADD 1                   TO WS-COUNT-FLAGGED.

           MOVE ZEROS              TO WS-APR-FOUND.

           PERFORM 0211-00-FIND-APPROVAL
             VARYING WS-APR-POS FROM 1 BY 1
             UNTIL WS-APR-POS      GREATER WS-APR-COUNT
                OR WS-APR-FOUND    GREATER ZEROS.

           MOVE WS-FL-EMPLOYEE     TO WS-RD-EMPLOYEE.
           MOVE WS-FL-NAME         TO WS-RD-NAME.
           MOVE WS-FL-CODE         TO WS-RD-CODE.
           MOVE WS-FL-TEXT         TO WS-RD-TEXT.
           MOVE WS-FL-PRIOR        TO WS-RD-PRIOR.
           MOVE WS-FL-CURRENT      TO WS-RD-CURRENT.

           IF  WS-PERCENT          GREATER 99999
               MOVE 99999          TO WS-RD-PERCENT
           ELSE
               MOVE WS-PERCENT     TO WS-RD-PERCENT
           END-IF.

           IF  WS-APR-FOUND        GREATER ZEROS
               ADD 1               TO WS-COUNT-APPROVED
               MOVE 'APPROVED BY '  TO WS-RD-REVIEW
               MOVE WS-AP-APPROVER(WS-APR-FOUND)
                                   TO WS-RD-REVIEW(13:8)
           ELSE
               ADD 1               TO WS-COUNT-UNAPPROVED
               MOVE '*** NOT APPROVED ***'
                                   TO WS-RD-REVIEW
           END-IF.

           WRITE REG-VARRPT        FROM WS-RPT-DETAIL
                                   AFTER 1 LINES.

       0207-00-EXIT.
           EXIT.

       0208-00-PERCENT-OF-GROSS.

           IF  WS-DIFFERENCE       LESS ZEROS
               COMPUTE WS-DIFFERENCE = WS-DIFFERENCE * -1
           END-IF.

           IF  WS-PRV-GROSS        EQUAL ZEROS
               MOVE 9999999        TO WS-PERCENT
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-DIFFERENCE * 100 / WS-PRV-GROSS
           END-IF.

           IF  WS-DIFFERENCE       EQUAL ZEROS
               MOVE ZEROS          TO WS-PERCENT
           END-IF.

       0208-00-EXIT.
           EXIT.

       0209-00-PERCENT-OF-NET.

           IF  WS-DIFFERENCE       LESS ZEROS
               COMPUTE WS-DIFFERENCE = WS-DIFFERENCE * -1
           END-IF.

           IF  WS-PRV-NET          EQUAL ZEROS
               MOVE 9999999        TO WS-PERCENT
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-DIFFERENCE * 100 / WS-PRV-NET
           END-IF.

           IF  WS-DIFFERENCE       EQUAL ZEROS
               MOVE ZEROS          TO WS-PERCENT
           END-IF.

       0209-00-EXIT.
           EXIT.

       0210-00-FIND-SHARED.

           IF  WS-ACC-OTHER        NOT EQUAL WS-ACC-POS AND
               WS-AC-BRANCH(WS-ACC-OTHER)
                                   EQUAL WS-AC-BRANCH(WS-ACC-POS) AND
               WS-AC-ACCOUNT(WS-ACC-OTHER)
                                   EQUAL WS-AC-ACCOUNT(WS-ACC-POS)
               MOVE WS-ACC-OTHER   TO WS-ACC-SHARED
           END-IF.

       0210-00-EXIT.
           EXIT.

       0211-00-FIND-APPROVAL.

           IF  WS-AP-EMPLOYEE(WS-APR-POS)
                                   EQUAL WS-FL-EMPLOYEE AND
               WS-AP-CODE(WS-APR-POS)
                                   EQUAL WS-FL-CODE
               MOVE WS-APR-POS     TO WS-APR-FOUND
           END-IF.

       0211-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-PAYSLIP.

           READ PAYSLIP NEXT RECORD.

           EVALUATE WS-FS-PAYSLIP
             WHEN '00'
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-PAYSLIP'
                                    ' FILE STATUS: ' WS-FS-PAYSLIP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-PAYFILE.

           READ PAYFILE.

           EVALUATE WS-FS-PAYFILE
             WHEN '00'
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-PAYFILE'
                                    ' FILE STATUS: ' WS-FS-PAYFILE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0400-00-RELEASE             SECTION.
      *----------------------------------------------------------------*

       0401-00-RELEASE-PAYFILE.

      *    EVERY ITEM IS APPROVED.  THE PAYMENT FILE IS FIRST PROVED
      *    AGAINST ITS OWN TRAILER AND ONLY THEN COPIED TO PAYREL AS
      *    IT IS, SO A DAMAGED FILE NEVER REACHES THE TRANSFER.

           OPEN INPUT PAYFILE.

           IF  WS-FS-PAYFILE       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0401-00-RELEASE-PAYFILE'
                                    ' FILE STATUS: ' WS-FS-PAYFILE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0302-00-READ-PAYFILE.

           PERFORM 0402-00-PROVE-RELEASE
             UNTIL WS-FS-PAYFILE   EQUAL WS-EOF.

           CLOSE PAYFILE.

      *    AN EMPTY PAYMENT FILE WAS ALREADY RELEASED BY AN EARLIER
      *    RUN OF THIS CHECK (OR THERE WAS NO PAYROLL).

           EVALUATE TRUE
             WHEN NOT WS-TRAILER-READ AND
                  WS-COUNT-RELEASES EQUAL ZEROS
               DISPLAY ' PAYMENT FILE EMPTY - NOTHING TO RELEASE'
               MOVE 4              TO RETURN-CODE
             WHEN NOT WS-TRAILER-READ OR
                  WS-TRL-COUNT     NOT EQUAL WS-COUNT-RELEASES OR
                  WS-TRL-HASH      NOT EQUAL WS-HASH-RELEASES
               DISPLAY ' PAYMENT FILE DOES NOT MATCH ITS TRAILER'
                       ' - NOT RELEASED'
               MOVE ZEROS          TO WS-COUNT-RELEASES
               MOVE 12             TO RETURN-CODE
             WHEN OTHER
               OPEN INPUT  PAYFILE
                    OUTPUT PAYREL
               IF  WS-FS-PAYREL    NOT EQUAL '00'
                   DISPLAY ' ERROR FOUND IN 0401-00-RELEASE-PAYFILE'
                                    ' FILE STATUS: ' WS-FS-PAYREL
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 0302-00-READ-PAYFILE
               PERFORM 0403-00-COPY-RELEASE
                 UNTIL WS-FS-PAYFILE EQUAL WS-EOF
               CLOSE PAYFILE
                     PAYREL
           END-EVALUATE.

       0401-00-EXIT.
           EXIT.

       0402-00-PROVE-RELEASE.

           EVALUATE TRUE
             WHEN FD-PC-CTL-HEADER
               CONTINUE
             WHEN FD-PC-CTL-TRAILER
               MOVE 'Y'            TO WS-TRAILER-IND
               MOVE FD-PC-TRL-COUNT
                                   TO WS-TRL-COUNT
               MOVE FD-PC-TRL-HASH TO WS-TRL-HASH
             WHEN OTHER
               ADD 1               TO WS-COUNT-RELEASES
               ADD FD-RELEASE-VALUE
                                   TO WS-HASH-RELEASES
           END-EVALUATE.

           PERFORM 0302-00-READ-PAYFILE.

       0402-00-EXIT.
           EXIT.

       0403-00-COPY-RELEASE.

           WRITE REG-PAYREL        FROM REG-PAYFILE.

           IF  WS-FS-PAYREL        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0403-00-COPY-RELEASE'
                                    ' FILE STATUS: ' WS-FS-PAYREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0302-00-READ-PAYFILE.

       0403-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  WS-COUNT-FLAGGED    EQUAL ZEROS
               WRITE REG-VARRPT    FROM WS-RPT-NONE
                                   AFTER 1 LINES
           END-IF.

      *    PAYREL IS ONLY OPENED TO RECEIVE THE PAYMENTS: WHILE
      *    ANYTHING FLAGGED WAITS FOR APPROVAL IT IS NOT TOUCHED.

           IF  WS-COUNT-UNAPPROVED EQUAL ZEROS
               PERFORM 0401-00-RELEASE-PAYFILE
               EVALUATE RETURN-CODE
                 WHEN ZEROS
                   MOVE 'PAYMENT FILE RELEASED'
                                   TO WS-RR-TEXT
                 WHEN 4
                   MOVE 'PAYMENT FILE EMPTY - NOTHING TO RELEASE'
                                   TO WS-RR-TEXT
                 WHEN OTHER
                   MOVE 'PAYMENT FILE NOT MATCHING ITS TRAILER - HELD'
                                   TO WS-RR-TEXT
               END-EVALUATE
           ELSE
               DISPLAY ' FLAGGED PAYROLL ITEMS NOT APPROVED'
                       ' - PAYMENT FILE HELD'
               MOVE 'PAYMENT FILE HELD - FLAGGED ITEMS NOT APPROVED'
                                   TO WS-RR-TEXT
               MOVE 8              TO RETURN-CODE
           END-IF.

           WRITE REG-VARRPT        FROM WS-RPT-RESULT
                                   AFTER 3 LINES.

           CLOSE PAYSLIP
                 USRPROF
                 VARRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-EMPLOYEES TO WS-FMT-AMOUNT
           DISPLAY '*  EMPLOYEES.....: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-FLAGGED   TO WS-FMT-AMOUNT
           DISPLAY '*  FLAGGED.......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-APPROVED  TO WS-FMT-AMOUNT
           DISPLAY '*  APPROVED......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-UNAPPROVED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NOT APPROVED..: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-APPR-INVALID
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  APPR. IGNORED.: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-RELEASES  TO WS-FMT-AMOUNT
           DISPLAY '*  RELEASED......: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
