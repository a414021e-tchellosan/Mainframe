      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62667.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62667                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTHLY EMPLOYEE EXPENSE REIMBURSEMENT RUN   *
      *                   THROUGH THE PAYMENT INTERFACE                *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EXPCLAIM (EAD625.DESPESAS.REEMBOLSO, FB 80) HOLDS THE        *
      *   TRAVEL AND EXPENSE CLAIMS OF THE MONTH, ALREADY APPROVED     *
      *   BY THE EMPLOYEE'S MANAGER.  EXPCAT (EAD625.DESPESAS.         *
      *   CATEGORIAS, FB 80, KEPT BY FINANCE) GIVES EACH EXPENSE       *
      *   CATEGORY AND ITS LIMIT PER CLAIM.                            *
      *                                                                *
      *   A CLAIM IS REJECTED WHEN THE EMPLOYEE IS NOT AN ACTIVE       *
      *   VS001 EMPLOYEE, IT HAS NO APPROVER, ITS DATE IS INVALID OR   *
      *   AFTER THE RUN DATE, THE CATEGORY IS UNKNOWN, THE AMOUNT IS   *
      *   ZERO OR ABOVE THE CATEGORY LIMIT, THE DEPARTMENT HAS NO GL   *
      *   COST ACCOUNT, THE SALARY ACCOUNT FAILS THE EAD62543 CHECK    *
      *   DIGIT OR THE CLAIM NUMBER WAS ALREADY PAID (DESPAG KSDS,     *
      *   REGDSPAG) - IN THIS RUN OR AN EARLIER ONE.                   *
      *                                                                *
      *   EACH CLAIM ACCEPTED IS RECORDED ON DESPAG AND PAID BY ONE    *
      *   CREDIT RELEASE TO THE EMPLOYEE'S FD-EMP-BRANCH /             *
      *   FD-EMP-ACCOUNT ON PAYFILE (RELEASES LAYOUT, HDR*/TRL*),      *
      *   DOCUMENTS 2001 TO 2999.  PAYFILE IS EAD625.FOLHA.PAGAMENTO.  *
      *   DESPESAS (FB 50, DISP=MOD): THE NIGHTLY BATCH RELEASES IT    *
      *   ON ITS PAY DATE (EAD62620, PAYEXPN) AND EMPTIES IT ONCE      *
      *   THE CREDITS ARE CONFIRMED (EAD62621).                        *
      *                                                                *
      *   GL POSTINGS (GLPOST LAYOUT OF EAD62571, SOURCE TYPE X) ARE   *
      *   APPENDED TO THE SUBLEDGER GL FEED (DISP=MOD):                *
      *     DEBIT  THE DEPARTMENT COST ACCOUNT (PAYACCT D ROW), ONE    *
      *            POSTING PER DEPARTMENT AND CATEGORY;                *
      *     CREDIT EXPENSE REIMBURSEMENTS PAYABLE (PAYACCT L ROW       *
      *            EXPS) FOR THE TOTAL PAID.                           *
      *                                                                *
      *   EXPRPT LISTS EVERY CLAIM WITH ITS OUTCOME, THEN THE TOTALS   *
      *   PER DEPARTMENT AND CATEGORY.  RC=04: CLAIMS REJECTED.        *
      *   RC=08: PAYFILE TRAILER NOT MATCHING THE TOTAL PAID.          *
      *                                                                *
      *   SYSIN: RUN DATE (YYYYMMDD) AND GL BRANCH.                    *
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

           SELECT EXPCLAIM         ASSIGN TO DA-S-EXPCLAIM
               FILE STATUS         IS WS-FS-EXPCLAIM.

           SELECT EXPCAT           ASSIGN TO DA-S-EXPCAT
               FILE STATUS         IS WS-FS-EXPCAT.

           SELECT PAYACCT          ASSIGN TO DA-S-PAYACCT
               FILE STATUS         IS WS-FS-PAYACCT.

           SELECT VS001            ASSIGN TO VS001
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS RANDOM
               RECORD KEY          IS FD-VS001-KEY
               ALTERNATE RECORD KEY IS FD-DEPT
                                   WITH DUPLICATES
               FILE STATUS         IS WS-FS-VS001.

           SELECT DESPAG           ASSIGN TO DESPAG
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS RANDOM
               RECORD KEY          IS DP-CLAIM-KEY
               FILE STATUS         IS WS-FS-DESPAG.

           SELECT PAYFILE          ASSIGN TO DA-S-PAYFILE
               FILE STATUS         IS WS-FS-PAYFILE.

           SELECT GLFEED           ASSIGN TO DA-S-GLFEED
               FILE STATUS         IS WS-FS-GLFEED.

           SELECT EXPRPT           ASSIGN TO DA-S-EXPRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  EXPCLAIM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-EXPCLAIM.
           03  FD-EC-EMPLOYEE      PIC X(3).
           03  FD-EC-CLAIM-NUMBER  PIC 9(8).
           03  FD-EC-CLAIM-DATE    PIC 9(8).
           03  FILLER                  REDEFINES FD-EC-CLAIM-DATE.
               05  FD-EC-YEAR      PIC 9(4).
               05  FD-EC-MONTH     PIC 9(2).
               05  FD-EC-DAY       PIC 9(2).
           03  FD-EC-CATEGORY      PIC X(4).
           03  FD-EC-AMOUNT        PIC 9(7)V9(2).
           03  FD-EC-APPROVER      PIC X(8).
           03  FD-EC-DESCRIPTION   PIC X(30).
           03  FILLER              PIC X(10).

       FD  EXPCAT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-EXPCAT.
           03  FD-CT-CATEGORY      PIC X(4).
           03  FD-CT-DESCRIPTION   PIC X(20).
           03  FD-CT-LIMIT         PIC 9(7)V9(2).
           03  FILLER              PIC X(47).

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

       FD  VS001.

           COPY REGVS001.

       FD  DESPAG.

           COPY REGDSPAG.

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

       FD  EXPRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-EXPRPT              PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62667'.

       77  WS-FS-EXPCLAIM          PIC X(2)            VALUE ZEROS.
       77  WS-FS-EXPCAT            PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYACCT           PIC X(2)            VALUE ZEROS.
       77  WS-FS-VS001             PIC X(2)            VALUE SPACES.
       77  WS-FS-DESPAG            PIC X(2)            VALUE SPACES.
       77  WS-FS-PAYFILE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLFEED            PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       01  WS-RUN-DATE.
           03  WS-RD-YEAR          PIC 9(4).
           03  WS-RD-MONTH         PIC 9(2).
           03  WS-RD-DAY           PIC 9(2).
       01  WS-RUN-DATE-N               REDEFINES WS-RUN-DATE
                                   PIC 9(8).

       77  WS-GL-BRANCH            PIC X(4)            VALUE SPACES.

       77  WS-COUNT-READ           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-PAID           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-GLFEED         PIC 9(5)            VALUE ZEROS.

      *    REIMBURSEMENT DOCUMENTS ARE NUMBERED FROM 2001 TO 2999, A
      *    RANGE NO OTHER FEED OF THE NIGHTLY MERGE USES.
       77  WS-DOC-NUMBER           PIC 9(4)            VALUE 2000.
       77  WS-DOC-LAST             PIC 9(4)            VALUE 2999.

       77  WS-MAX-RELEASE-VALUE    PIC 9(6)V9(2)       VALUE 999999,99.

      *    OUTCOME OF THE CLAIM BEING PROCESSED: SPACES WHEN IT IS
      *    PAYABLE, OTHERWISE THE REASON IT WAS REJECTED.
       77  WS-REJECT-REASON        PIC X(30)           VALUE SPACES.
           88  WS-CLAIM-OK                             VALUE SPACES.

      *    EXPENSE CATEGORIES AND THEIR LIMITS (EXPCAT).
       77  WS-CAT-COUNT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-CAT-POS              PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-CAT-FOUND            PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-CATEGORY-TABLE.
           03  WS-CT-ENTRY         OCCURS 30 TIMES.
               05  WS-CT-CATEGORY  PIC X(4).
               05  WS-CT-LIMIT     PIC 9(7)V9(2).

      *    GL ACCOUNTS OF THE DEPARTMENTS (PAYACCT D ROWS) AND THE
      *    REIMBURSEMENTS PAYABLE (PAYACCT L ROW EXPS).
       77  WS-MAP-COUNT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-MAP-POS              PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-MAP-FOUND            PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-MAP-TABLE.
           03  WS-MA-ENTRY         OCCURS 50 TIMES.
               05  WS-MA-DEPT      PIC X(5).
               05  WS-MA-ACCOUNT   PIC X(8).

       77  WS-EXPS-ACCOUNT         PIC X(8)            VALUE SPACES.
       77  WS-EXPS-DESCRIPTION     PIC X(20)           VALUE SPACES.

      *    AMOUNTS PAID PER DEPARTMENT AND CATEGORY.
       77  WS-DIST-COUNT           PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-DIST-POS             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-DIST-FOUND           PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-DIST-TABLE.
           03  WS-DS-ENTRY         OCCURS 200 TIMES.
               05  WS-DS-DEPT      PIC X(5).
               05  WS-DS-CATEGORY  PIC X(4).
               05  WS-DS-ACCOUNT   PIC X(8).
               05  WS-DS-COUNT     PIC 9(5).
               05  WS-DS-AMOUNT    PIC 9(9)V9(2).

       77  WS-TOTAL-PAID           PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-REJECTED       PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-HASH-PAYFILE         PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-DEBITS         PIC 9(11)V9(2)      VALUE ZEROS.

      *    ONE POSTING OF 0207-00-WRITE-POSTING.
       77  WS-POST-ACCOUNT         PIC X(8)            VALUE SPACES.
       77  WS-POST-DC              PIC X(1)            VALUE SPACES.
       77  WS-POST-AMOUNT          PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-POST-DESCRIPTION     PIC X(20)           VALUE SPACES.

       01  WS-DIST-DESCRIPTION.
           03  FILLER              PIC X(4)            VALUE 'EXP '.
           03  WS-DD-CATEGORY      PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(6)            VALUE ' DEPT '.
           03  WS-DD-DEPT          PIC X(5)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.

       77  WS-EAD62543             PIC X(8)            VALUE 'EAD62543'.

       01  WS-CKD-COMMAREA.
           03  WS-CKD-INPUT.
               05  WS-CKD-ACCOUNT  PIC 9(5).
           03  WS-CKD-OUTPUT.
               05  WS-CKD-VALID-IND
                                   PIC X(1).
                   88  WS-CKD-ACCOUNT-VALID    VALUE 'Y'.
               05  WS-CKD-CHECK-DIGIT
                                   PIC 9(1).

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'EMPLOYEE EXPENSE REIMBURSEMENTS - RUN   '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(12)           VALUE
           '   BRANCH   '.
           03  WS-RH-BRANCH        PIC X(4)            VALUE SPACES.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'EMP NAME                 CLAIM    DATE  '.
           03  FILLER              PIC X(40)           VALUE
           '   CATG        AMOUNT APPROVER  DOC  OUT'.
           03  FILLER              PIC X(4)            VALUE
           'COME'.

       01  WS-RPT-DETAIL.
           03  WS-RD-EMPLOYEE      PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CLAIM         PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CLAIM-DATE    PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CATEGORY      PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-AMOUNT        PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-APPROVER      PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DOC           PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OUTCOME       PIC X(40)           VALUE SPACES.

       01  WS-RPT-DIST-HEADER.
           03  FILLER              PIC X(40)           VALUE
           'DEPT  CATG GL ACCT   CLAIMS       AMOUNT'.

       01  WS-RPT-DIST.
           03  WS-RS-DEPT          PIC X(5)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RS-CATEGORY      PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RS-ACCOUNT       PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RS-COUNT         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RS-AMOUNT        PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-RPT-TOTAL.
           03  WS-RT-LABEL         PIC X(41)           VALUE SPACES.
           03  WS-RT-AMOUNT        PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-EXPCLAIM  EQUAL WS-EOF.

           PERFORM 0206-00-POST-DISTRIBUTION.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: RUN DATE (YYYYMMDD) AND GL BRANCH OF THE POSTINGS.

           ACCEPT WS-RUN-DATE      FROM SYSIN.
           ACCEPT WS-GL-BRANCH     FROM SYSIN.

           IF  WS-RUN-DATE-N       NOT NUMERIC OR
               WS-RUN-DATE-N       EQUAL ZEROS OR
               WS-GL-BRANCH        EQUAL SPACES
               DISPLAY ' REIMBURSEMENT RUN PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-EXPCAT.
           PERFORM 0103-00-LOAD-PAYACCT.

           OPEN INPUT VS001.

           EVALUATE WS-FS-VS001
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' VS001 NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-VS001
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN I-O DESPAG.

           IF  WS-FS-DESPAG        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-DESPAG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EXPCLAIM.

           IF  WS-FS-EXPCLAIM      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-EXPCLAIM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PAYFILE
                       GLFEED
                       EXPRPT.

           IF  WS-FS-PAYFILE       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-PAYFILE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-FS-GLFEED        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GLFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'HDR*'             TO FD-PC-CTL-ID.
           MOVE SPACES             TO FD-PC-CTL-DATA.
           MOVE WS-RUN-DATE-N      TO FD-PC-HDR-DATE.
           MOVE WS-PROGRAM         TO FD-PC-HDR-SOURCE.
           WRITE REG-PAYFILE-CONTROL.

           MOVE WS-RUN-DATE-N      TO WS-RH-DATE.
           MOVE WS-GL-BRANCH       TO WS-RH-BRANCH.
           WRITE REG-EXPRPT        FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-EXPRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-EXPCLAIM.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-EXPCAT.

           OPEN INPUT EXPCAT.

           EVALUATE WS-FS-EXPCAT
             WHEN '00'
               PERFORM 0104-00-READ-EXPCAT
                 UNTIL WS-FS-EXPCAT EQUAL '10'
               CLOSE EXPCAT
             WHEN '35'
               DISPLAY ' EXPENSE CATEGORY FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-EXPCAT'
                                    ' FILE STATUS: ' WS-FS-EXPCAT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-CAT-COUNT        EQUAL ZEROS
               DISPLAY ' NO EXPENSE CATEGORIES - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-PAYACCT.

           OPEN INPUT PAYACCT.

           EVALUATE WS-FS-PAYACCT
             WHEN '00'
               PERFORM 0105-00-READ-PAYACCT
                 UNTIL WS-FS-PAYACCT EQUAL '10'
               CLOSE PAYACCT
             WHEN '35'
               DISPLAY ' PAYROLL GL ACCOUNTS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-PAYACCT'
                                    ' FILE STATUS: ' WS-FS-PAYACCT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    WITHOUT THE PAYABLE ACCOUNT THE POSTINGS CANNOT BALANCE,
      *    SO NOTHING IS PAID.

           IF  WS-EXPS-ACCOUNT     EQUAL SPACES
               DISPLAY ' NO GL ACCOUNT FOR EXPENSE REIMBURSEMENTS'
                       ' PAYABLE (PAYACCT L EXPS) - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-READ-EXPCAT.

           READ EXPCAT.

           EVALUATE WS-FS-EXPCAT
             WHEN '00'
               IF  WS-CAT-COUNT    LESS 30
                   ADD 1           TO WS-CAT-COUNT
                   MOVE FD-CT-CATEGORY
                                   TO WS-CT-CATEGORY(WS-CAT-COUNT)
                   MOVE FD-CT-LIMIT
                                   TO WS-CT-LIMIT(WS-CAT-COUNT)
               ELSE
                   DISPLAY ' EXPENSE CATEGORY TABLE FULL'
                           ' - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-READ-EXPCAT'
                                    ' FILE STATUS: ' WS-FS-EXPCAT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-READ-PAYACCT.

           READ PAYACCT.

           EVALUATE WS-FS-PAYACCT
             WHEN '00'
               PERFORM 0106-00-ADD-ACCOUNT
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-READ-PAYACCT'
                                    ' FILE STATUS: ' WS-FS-PAYACCT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-ADD-ACCOUNT.

      *    ONLY THE DEPARTMENT COST ACCOUNTS AND THE EXPS PAYABLE
      *    MATTER HERE; THE PAYROLL LIABILITIES ARE EAD62664'S.

           IF  FD-PA-ACCOUNT       NOT EQUAL SPACES
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
                 WHEN FD-PA-LIABILITY AND FD-PA-KEY EQUAL 'EXPS'
                   MOVE FD-PA-ACCOUNT
                                   TO WS-EXPS-ACCOUNT
                   MOVE FD-PA-DESCRIPTION
                                   TO WS-EXPS-DESCRIPTION
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           ADD 1                   TO WS-COUNT-READ.

           MOVE SPACES             TO WS-REJECT-REASON.
           MOVE SPACES             TO FD-NAME.

           PERFORM 0202-00-VALIDATE-CLAIM.

           IF  WS-CLAIM-OK
               PERFORM 0204-00-PAY-CLAIM
           END-IF.

           PERFORM 0205-00-PRINT-CLAIM.

           PERFORM 0301-00-READ-EXPCLAIM.

       0201-00-EXIT.
           EXIT.

       0202-00-VALIDATE-CLAIM.

      *    THE FIRST CHECK THAT FAILS GIVES THE REJECTION REASON.

           IF  FD-EC-CLAIM-NUMBER  NOT NUMERIC OR
               FD-EC-CLAIM-NUMBER  EQUAL ZEROS OR
               FD-EC-AMOUNT        NOT NUMERIC
               MOVE 'CLAIM RECORD INVALID'
                                   TO WS-REJECT-REASON
           END-IF.

           IF  WS-CLAIM-OK
               PERFORM 0302-00-READ-VS001
           END-IF.

           IF  WS-CLAIM-OK         AND
               FD-EC-APPROVER      EQUAL SPACES
               MOVE 'CLAIM NOT APPROVED'
                                   TO WS-REJECT-REASON
           END-IF.

           IF  WS-CLAIM-OK
               IF  FD-EC-CLAIM-DATE NOT NUMERIC OR
                   FD-EC-MONTH     LESS 1 OR
                   FD-EC-MONTH     GREATER 12 OR
                   FD-EC-DAY       LESS 1 OR
                   FD-EC-DAY       GREATER 31 OR
                   FD-EC-CLAIM-DATE GREATER WS-RUN-DATE-N
                   MOVE 'CLAIM DATE INVALID'
                                   TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF  WS-CLAIM-OK
               PERFORM 0203-00-FIND-CATEGORY
           END-IF.

           IF  WS-CLAIM-OK
               IF  FD-EC-AMOUNT    EQUAL ZEROS
                   MOVE 'AMOUNT ZERO'
                                   TO WS-REJECT-REASON
               ELSE
                   IF  FD-EC-AMOUNT GREATER WS-CT-LIMIT(WS-CAT-FOUND)
                       MOVE 'ABOVE CATEGORY LIMIT'
                                   TO WS-REJECT-REASON
                   ELSE
                       IF  FD-EC-AMOUNT GREATER WS-MAX-RELEASE-VALUE
                           MOVE 'ABOVE PAYMENT INTERFACE LIMIT'
                                   TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF  WS-CLAIM-OK
               PERFORM 0208-00-MAP-DEPARTMENT
           END-IF.

           IF  WS-CLAIM-OK
               MOVE FD-EMP-ACCOUNT TO WS-CKD-ACCOUNT
               CALL WS-EAD62543    USING WS-CKD-COMMAREA
               IF  NOT WS-CKD-ACCOUNT-VALID
                   MOVE 'SALARY ACCOUNT INVALID'
                                   TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF  WS-CLAIM-OK         AND
               WS-DOC-NUMBER       NOT LESS WS-DOC-LAST
               MOVE 'DOC SERIES FULL - NEXT RUN'
                                   TO WS-REJECT-REASON
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-FIND-CATEGORY.

           MOVE ZEROS              TO WS-CAT-FOUND.

           PERFORM VARYING WS-CAT-POS FROM 1 BY 1
             UNTIL WS-CAT-POS      GREATER WS-CAT-COUNT
                OR WS-CAT-FOUND    GREATER ZEROS
               IF  WS-CT-CATEGORY(WS-CAT-POS)
                                   EQUAL FD-EC-CATEGORY
                   MOVE WS-CAT-POS TO WS-CAT-FOUND
               END-IF
           END-PERFORM.

           IF  WS-CAT-FOUND        EQUAL ZEROS
               MOVE 'EXPENSE CATEGORY UNKNOWN'
                                   TO WS-REJECT-REASON
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-PAY-CLAIM.

      *    THE CLAIM IS RECORDED AS PAID FIRST: A CLAIM NUMBER
      *    ALREADY ON DESPAG (PAID EARLIER, OR REPEATED IN THIS
      *    FILE) IS REJECTED INSTEAD OF BEING PAID TWICE.

           ADD 1                   TO WS-DOC-NUMBER.

           MOVE SPACES             TO REG-DESPAG.
           MOVE FD-EC-CLAIM-NUMBER TO DP-CLAIM-NUMBER.
           MOVE FD-EC-EMPLOYEE     TO DP-ID-EMPLOYEE.
           MOVE FD-EC-CLAIM-DATE   TO DP-CLAIM-DATE.
           MOVE FD-EC-CATEGORY     TO DP-CATEGORY.
           MOVE FD-EC-AMOUNT       TO DP-AMOUNT.
           MOVE FD-DEPT            TO DP-DEPT.
           MOVE FD-EC-APPROVER     TO DP-APPROVER.
           MOVE WS-RUN-DATE-N      TO DP-PAID-DATE.
           MOVE WS-DOC-NUMBER      TO DP-DOC-NUMBER.

           WRITE REG-DESPAG.

           EVALUATE WS-FS-DESPAG
             WHEN '00'
               CONTINUE
             WHEN '22'
               MOVE 'DUPLICATE CLAIM NUMBER'
                                   TO WS-REJECT-REASON
               SUBTRACT 1          FROM WS-DOC-NUMBER
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-PAY-CLAIM'
                                    ' FILE STATUS: ' WS-FS-DESPAG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-CLAIM-OK
               PERFORM 0209-00-WRITE-PAYFILE
               PERFORM 0210-00-ADD-DISTRIBUTION
               ADD FD-EC-AMOUNT    TO WS-TOTAL-PAID
               ADD 1               TO WS-COUNT-PAID
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-PRINT-CLAIM.

           MOVE FD-EC-EMPLOYEE     TO WS-RD-EMPLOYEE.
           MOVE FD-NAME            TO WS-RD-NAME.
           MOVE FD-EC-CLAIM-NUMBER TO WS-RD-CLAIM.
           MOVE FD-EC-CLAIM-DATE   TO WS-RD-CLAIM-DATE.
           MOVE FD-EC-CATEGORY     TO WS-RD-CATEGORY.
           MOVE FD-EC-AMOUNT       TO WS-RD-AMOUNT.
           MOVE FD-EC-APPROVER     TO WS-RD-APPROVER.

           IF  WS-CLAIM-OK
               MOVE WS-DOC-NUMBER  TO WS-RD-DOC
               MOVE 'PAID'         TO WS-RD-OUTCOME
           ELSE
               MOVE SPACES         TO WS-RD-DOC
               MOVE 'REJECTED: '   TO WS-RD-OUTCOME
               MOVE WS-REJECT-REASON
                                   TO WS-RD-OUTCOME(11:30)
               ADD 1               TO WS-COUNT-REJECTED
               IF  FD-EC-AMOUNT    NUMERIC
                   ADD FD-EC-AMOUNT
                                   TO WS-TOTAL-REJECTED
               END-IF
           END-IF.

           WRITE REG-EXPRPT        FROM WS-RPT-DETAIL
                                   AFTER 1 LINES.

       0205-00-EXIT.
           EXIT.

       0206-00-POST-DISTRIBUTION.

           WRITE REG-EXPRPT        FROM WS-RPT-DIST-HEADER
                                   AFTER 3 LINES.

           MOVE 'D'                TO WS-POST-DC.

           PERFORM 0211-00-POST-DEPARTMENT
             VARYING WS-DIST-POS FROM 1 BY 1
             UNTIL WS-DIST-POS     GREATER WS-DIST-COUNT.

           MOVE 'C'                TO WS-POST-DC.
           MOVE WS-EXPS-ACCOUNT    TO WS-POST-ACCOUNT.
           MOVE WS-EXPS-DESCRIPTION
                                   TO WS-POST-DESCRIPTION.
           MOVE WS-TOTAL-PAID      TO WS-POST-AMOUNT.
           PERFORM 0207-00-WRITE-POSTING.

           MOVE 'CLAIMS PAID.............................: '
                                   TO WS-RT-LABEL.
           MOVE WS-TOTAL-PAID      TO WS-RT-AMOUNT.
           WRITE REG-EXPRPT        FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           MOVE 'DISTRIBUTED TO THE DEPARTMENTS..........: '
                                   TO WS-RT-LABEL.
           MOVE WS-TOTAL-DEBITS    TO WS-RT-AMOUNT.
           WRITE REG-EXPRPT        FROM WS-RPT-TOTAL
                                   AFTER 1 LINES.

           MOVE 'CLAIMS REJECTED.........................: '
                                   TO WS-RT-LABEL.
           MOVE WS-TOTAL-REJECTED  TO WS-RT-AMOUNT.
           WRITE REG-EXPRPT        FROM WS-RPT-TOTAL
                                   AFTER 1 LINES.

       0206-00-EXIT.
           EXIT.

       0207-00-WRITE-POSTING.

      *    NOTHING PAID, NOTHING POSTED.

           IF  WS-POST-AMOUNT      GREATER ZEROS
               MOVE WS-RUN-DATE-N  TO FD-GL-DATE
               MOVE WS-GL-BRANCH   TO FD-GL-BRANCH
               MOVE WS-POST-ACCOUNT
                                   TO FD-GL-ACCOUNT
               MOVE WS-POST-DC     TO FD-GL-DC
               MOVE WS-POST-AMOUNT TO FD-GL-AMOUNT
               MOVE 'X'            TO FD-GL-SOURCE-TYPE
               MOVE WS-POST-DESCRIPTION
                                   TO FD-GL-DESCRIPTION
               WRITE REG-GLFEED
               EVALUATE WS-FS-GLFEED
                 WHEN '00'
                   ADD 1           TO WS-WRITE-GLFEED
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0207-00-WRITE-POSTING'
                                    ' FILE STATUS: ' WS-FS-GLFEED
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-IF.

       0207-00-EXIT.
           EXIT.

       0208-00-MAP-DEPARTMENT.

           MOVE ZEROS              TO WS-MAP-FOUND.

           PERFORM VARYING WS-MAP-POS FROM 1 BY 1
             UNTIL WS-MAP-POS      GREATER WS-MAP-COUNT
                OR WS-MAP-FOUND    GREATER ZEROS
               IF  WS-MA-DEPT(WS-MAP-POS)
                                   EQUAL FD-DEPT
                   MOVE WS-MAP-POS TO WS-MAP-FOUND
               END-IF
           END-PERFORM.

           IF  WS-MAP-FOUND        EQUAL ZEROS
               MOVE 'NO GL COST ACCOUNT FOR DEPT'
                                   TO WS-REJECT-REASON
           END-IF.

       0208-00-EXIT.
           EXIT.

       0209-00-WRITE-PAYFILE.

           MOVE FD-EMP-BRANCH      TO FD-BANK-BRANCH.
           MOVE FD-EMP-ACCOUNT     TO FD-BANK-ACCOUNT.
           MOVE WS-DOC-NUMBER      TO FD-DOC-NUMBER.
           MOVE 'C'                TO FD-RELEASE-TYPE.
           MOVE FD-EC-AMOUNT       TO FD-RELEASE-VALUE.
           MOVE SPACES             TO FD-COUNTERPARTY.
           MOVE WS-RUN-DATE-N      TO FD-POSTING-DATE.
           MOVE WS-RUN-DATE-N      TO FD-VALUE-DATE.
           MOVE SPACES             TO FD-CURRENCY.

           WRITE REG-PAYFILE.

           EVALUATE WS-FS-PAYFILE
             WHEN '00'
               ADD FD-EC-AMOUNT    TO WS-HASH-PAYFILE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0209-00-WRITE-PAYFILE'
                                    ' FILE STATUS: ' WS-FS-PAYFILE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0209-00-EXIT.
           EXIT.

       0210-00-ADD-DISTRIBUTION.

           MOVE ZEROS              TO WS-DIST-FOUND.

           PERFORM VARYING WS-DIST-POS FROM 1 BY 1
             UNTIL WS-DIST-POS     GREATER WS-DIST-COUNT
                OR WS-DIST-FOUND   GREATER ZEROS
               IF  WS-DS-DEPT(WS-DIST-POS)
                                   EQUAL FD-DEPT AND
                   WS-DS-CATEGORY(WS-DIST-POS)
                                   EQUAL FD-EC-CATEGORY
                   MOVE WS-DIST-POS
                                   TO WS-DIST-FOUND
               END-IF
           END-PERFORM.

           IF  WS-DIST-FOUND       EQUAL ZEROS
               IF  WS-DIST-COUNT   LESS 200
                   ADD 1           TO WS-DIST-COUNT
                   MOVE WS-DIST-COUNT
                                   TO WS-DIST-FOUND
                   MOVE FD-DEPT    TO WS-DS-DEPT(WS-DIST-FOUND)
                   MOVE FD-EC-CATEGORY
                                   TO WS-DS-CATEGORY(WS-DIST-FOUND)
                   MOVE WS-MA-ACCOUNT(WS-MAP-FOUND)
                                   TO WS-DS-ACCOUNT(WS-DIST-FOUND)
                   MOVE ZEROS      TO WS-DS-COUNT(WS-DIST-FOUND)
                                      WS-DS-AMOUNT(WS-DIST-FOUND)
               ELSE
                   DISPLAY ' DISTRIBUTION TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           ADD 1                   TO WS-DS-COUNT(WS-DIST-FOUND).
           ADD FD-EC-AMOUNT        TO WS-DS-AMOUNT(WS-DIST-FOUND).

       0210-00-EXIT.
           EXIT.

       0211-00-POST-DEPARTMENT.

           MOVE WS-DS-DEPT(WS-DIST-POS)
                                   TO WS-RS-DEPT
                                      WS-DD-DEPT.
           MOVE WS-DS-CATEGORY(WS-DIST-POS)
                                   TO WS-RS-CATEGORY
                                      WS-DD-CATEGORY.
           MOVE WS-DS-ACCOUNT(WS-DIST-POS)
                                   TO WS-RS-ACCOUNT
                                      WS-POST-ACCOUNT.
           MOVE WS-DS-COUNT(WS-DIST-POS)
                                   TO WS-RS-COUNT.
           MOVE WS-DS-AMOUNT(WS-DIST-POS)
                                   TO WS-RS-AMOUNT
                                      WS-POST-AMOUNT.
           WRITE REG-EXPRPT        FROM WS-RPT-DIST
                                   AFTER 1 LINES.

           MOVE WS-DIST-DESCRIPTION
                                   TO WS-POST-DESCRIPTION.
           PERFORM 0207-00-WRITE-POSTING.

           ADD WS-DS-AMOUNT(WS-DIST-POS)
                                   TO WS-TOTAL-DEBITS.

       0211-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-EXPCLAIM.

           READ EXPCLAIM.

           EVALUATE WS-FS-EXPCLAIM
             WHEN '00'
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-EXPCLAIM'
                                    ' FILE STATUS: ' WS-FS-EXPCLAIM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-VS001.

           MOVE FD-EC-EMPLOYEE     TO FD-ID-EMPLOYEE.

           READ VS001.

           EVALUATE WS-FS-VS001
             WHEN '00'
               IF  FD-STATUS       NOT EQUAL 'A'
                   MOVE 'EMPLOYEE NOT ACTIVE'
                                   TO WS-REJECT-REASON
               END-IF
             WHEN '23'
               MOVE SPACES         TO FD-NAME
               MOVE 'EMPLOYEE NOT ON VS001'
                                   TO WS-REJECT-REASON
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-VS001'
                                    ' FILE STATUS: ' WS-FS-VS001
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           MOVE 'TRL*'             TO FD-PC-CTL-ID.
           MOVE SPACES             TO FD-PC-CTL-DATA.
           MOVE WS-COUNT-PAID      TO FD-PC-TRL-COUNT.
           MOVE WS-HASH-PAYFILE    TO FD-PC-TRL-HASH.
           WRITE REG-PAYFILE-CONTROL.

           IF  WS-COUNT-REJECTED   GREATER ZEROS
               DISPLAY ' EXPENSE CLAIMS REJECTED - SEE EXPRPT'
               MOVE 4              TO RETURN-CODE
           END-IF.

           IF  WS-TOTAL-PAID       NOT EQUAL WS-HASH-PAYFILE OR
               WS-TOTAL-PAID       NOT EQUAL WS-TOTAL-DEBITS
               DISPLAY ' CLAIMS PAID DO NOT MATCH INTERFACE'
                       ' TRAILER - INVESTIGATE BEFORE RELEASING'
               MOVE 8              TO RETURN-CODE
           END-IF.

           CLOSE EXPCLAIM
                 VS001
                 DESPAG
                 PAYFILE
                 GLFEED
                 EXPRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-READ      TO WS-FMT-AMOUNT
           DISPLAY '*  CLAIMS READ...: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-PAID      TO WS-FMT-AMOUNT
           DISPLAY '*  CLAIMS PAID...: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-WRITE-GLFEED    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE POSTINGS: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
