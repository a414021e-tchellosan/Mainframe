      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62659.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62659                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END INTEREST-INCOME ACCRUAL OVER THE   *
      *                   LOAN PORTFOLIO                               *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE INSTALLMENTS DUE BY THE END OF THE AS-OF MONTH ARE THE   *
      *   MONTHS FROM THE START OF THE CONTRACT TO THE AS-OF MONTH     *
      *   (CAPPED BY THE SCHEDULE).  THE INTEREST OF THE NEXT          *
      *   INSTALLMENT ON PORTSCHD HAS RUN, ON A 30/360 BASIS, FROM THE *
      *   DAY OF THE MONTH THE CONTRACT FALLS DUE TO THE MONTH END:    *
      *     ACCRUED = NEXT INTEREST * (30 - DUE DAY) / 30              *
      *   (DUE DAY 31 COUNTS AS 30).  THE INTEREST EARNED IN THE       *
      *   MONTH IS THE INTEREST OF THE INSTALLMENT DUE IN IT, LESS     *
      *   THE PART ALREADY EARNED LAST MONTH, PLUS THE ACCRUED PART    *
      *   OF THE NEXT ONE.                                             *
      *                                                                *
      *   A CONTRACT 90 DAYS OR MORE PAST DUE ON THE AGING (3 OR MORE  *
      *   MONTHS OVERDUE ON EAD62594'S ARREARS POSITION) IS ON         *
      *   NON-ACCRUAL: NOTHING IS ACCRUED AND ITS EARNED INTEREST IS   *
      *   SHOWN AS SUSPENDED.                                          *
      *                                                                *
      *   THE ACCRUAL OF THE PREVIOUS RUN (ACRHSTO) IS REVERSED IN     *
      *   FULL AND THE NEW ONE POSTED; THE NEW ONE IS WRITTEN TO       *
      *   ACRHSTN: A HEADER ROW (CONTRACT 000000) WITH THE MONTH AND   *
      *   ITS TOTAL, THEN ONE ROW PER CONTRACT ACCRUED.                *
      *                                                                *
      *   GL POSTINGS (GLPOST LAYOUT OF EAD62571), ACCOUNTS FROM THE   *
      *   GLMAP ROW OF SOURCE TYPE I: DEBIT ACCRUED INTEREST           *
      *   RECEIVABLE, CREDIT LOAN INTEREST INCOME FOR THE NEW ACCRUAL; *
      *   THE REVERSE FOR THE REVERSAL.  DATED THE LAST DAY OF THE     *
      *   AS-OF MONTH AND TAKEN BY THE NEXT NIGHTLY GL EXTRACT.        *
      *                                                                *
      *   THE REGISTER LISTS EVERY CONTRACT, THEN PERFORMING AND       *
      *   NON-ACCRUAL CONTRACTS PER LOAN PRODUCT (CTRPROD, WRITTEN BY  *
      *   THE ORIGINATION; A CONTRACT NOT ON IT HAS NO PRODUCT).       *
      *                                                                *
      *   RC=04: A CONTRACT WITHOUT AN ARREARS POSITION (ACCRUED AS    *
      *   PERFORMING, MARKED * ON THE REGISTER).  RC=12: THE MONTH WAS *
      *   ALREADY ACCRUED, OR THE GL MAPPING IS MISSING.               *
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

           SELECT PORTSCHD         ASSIGN TO DA-S-PORTSCHD
               FILE STATUS         IS WS-FS-PORTSCHD.

           SELECT CTRPROD          ASSIGN TO DA-S-CTRPROD
               FILE STATUS         IS WS-FS-CTRPROD.

           SELECT PRODUCTS         ASSIGN TO DA-S-PRODUCTS
               FILE STATUS         IS WS-FS-PRODUCTS.

           SELECT GLMAP            ASSIGN TO DA-S-GLMAP
               FILE STATUS         IS WS-FS-GLMAP.

           SELECT ACRHSTO          ASSIGN TO DA-S-ACRHSTO
               FILE STATUS         IS WS-FS-ACRHSTO.

           SELECT ACRHSTN          ASSIGN TO DA-S-ACRHSTN
               FILE STATUS         IS WS-FS-ACRHSTN.

           SELECT GLFEED           ASSIGN TO DA-S-GLFEED
               FILE STATUS         IS WS-FS-GLFEED.

           SELECT ACRRPT           ASSIGN TO DA-S-ACRRPT.

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
           03  FD-CT-START-DATE.
               05  FD-CT-START-YEAR
                                   PIC 9(4).
               05  FD-CT-START-MONTH
                                   PIC 9(2).
               05  FD-CT-START-DAY PIC 9(2).
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

       FD  PORTSCHD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PORTSCHD.
           03  FD-PS-CONTRACT      PIC 9(6).
           03  FD-PS-MONTH         PIC 9(3).
           03  FD-PS-INTEREST      PIC 9(5)V9(2).
           03  FD-PS-PAYMENT       PIC 9(5)V9(2).
           03  FD-PS-DEBT          PIC 9(7)V9(2).

       FD  CTRPROD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CTRPROD.
           03  FD-CP-CONTRACT      PIC 9(6).
           03  FD-CP-PRODUCT       PIC X(4).
           03  FILLER              PIC X(10).

       FD  PRODUCTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PRODUCTS.
           03  FD-PR-PRODUCT       PIC X(4).
           03  FD-PR-DESCRIPTION   PIC X(30).
           03  FD-PR-SECURED-IND   PIC X(1).
           03  FILLER              PIC X(45).

       FD  GLMAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLMAP.
           03  FD-GM-RELEASE-TYPE  PIC A(1).
           03  FD-GM-DEBIT-ACCT    PIC X(8).
           03  FD-GM-CREDIT-ACCT   PIC X(8).
           03  FD-GM-DESCRIPTION   PIC X(20).

       FD  ACRHSTO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ACRHSTO.
           03  FD-HO-CONTRACT      PIC 9(6).
           03  FD-HO-ASOF.
               05  FD-HO-YEAR      PIC 9(4).
               05  FD-HO-MONTH     PIC 9(2).
           03  FD-HO-PRODUCT       PIC X(4).
           03  FD-HO-ACCRUED       PIC 9(11)V9(2).
           03  FILLER              PIC X(51).

       FD  ACRHSTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ACRHSTN.
           03  FD-HN-CONTRACT      PIC 9(6).
           03  FD-HN-ASOF.
               05  FD-HN-YEAR      PIC 9(4).
               05  FD-HN-MONTH     PIC 9(2).
           03  FD-HN-PRODUCT       PIC X(4).
           03  FD-HN-ACCRUED       PIC 9(11)V9(2).
           03  FILLER              PIC X(51).

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

       FD  ACRRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ACRRPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62659'.

       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-ARREARS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CTRPROD           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PRODUCTS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLMAP             PIC X(2)            VALUE ZEROS.
       77  WS-FS-ACRHSTO           PIC X(2)            VALUE ZEROS.
       77  WS-FS-ACRHSTN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLFEED            PIC X(2)            VALUE ZEROS.

       77  WS-READ-CONTRACTS       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-PERFORMING     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NON-ACCRUAL    PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NOT-STARTED    PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NOT-AGED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-LEFT           PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-GLFEED         PIC 9(5)            VALUE ZEROS.

      *    90 DAYS PAST DUE = 3 MONTHS OVERDUE ON THE AGING.
       77  WS-NON-ACCRUAL-MONTHS   PIC 9(3)            VALUE 3.

       01  WS-ASOF.
           03  WS-AS-YEAR          PIC 9(4).
           03  WS-AS-MONTH         PIC 9(2).

       77  WS-GL-BRANCH            PIC X(4)            VALUE SPACES.

      *    THE POSTINGS ARE DATED THE LAST DAY OF THE AS-OF MONTH:
      *    THE DAY BEFORE THE FIRST OF THE FOLLOWING MONTH.
       01  WS-NEXT-MONTH-DATE.
           03  WS-NM-YEAR          PIC 9(4).
           03  WS-NM-MONTH         PIC 9(2).
           03  WS-NM-DAY           PIC 9(2).
       01  WS-NEXT-MONTH-NUM       REDEFINES WS-NEXT-MONTH-DATE
                                   PIC 9(8).

       77  WS-GL-DATE              PIC 9(8)            VALUE ZEROS.

      *    ONE ENTRY PER CONTRACT ON FILE, PLUS ONE PER CONTRACT OF
      *    THE HISTORY NO LONGER ON FILE (ON-FILE = N).
       77  WS-CT-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CT-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CT-FOUND             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CONTRACT-TABLE.
           03  WS-CT-ENTRY         OCCURS 1000 TIMES.
               05  WS-CT-CONTRACT  PIC 9(6).
               05  WS-CT-ON-FILE   PIC X(1).
               05  WS-CT-STARTED   PIC X(1).
               05  WS-CT-AGED      PIC X(1).
               05  WS-CT-PRODUCT   PIC X(4).
               05  WS-CT-DUE-COUNT PIC 9(3).
               05  WS-CT-ACCRUAL-DAYS
                                   PIC 9(2).
               05  WS-CT-MONTHS-OVER
                                   PIC 9(3).
               05  WS-CT-INT-DUE   PIC 9(5)V9(2).
               05  WS-CT-INT-NEXT  PIC 9(5)V9(2).
               05  WS-CT-STATUS    PIC X(1).
               05  WS-CT-EARNED    PIC 9(7)V9(2).
               05  WS-CT-ACCRUED   PIC 9(7)V9(2).
               05  WS-CT-PRIOR     PIC 9(11)V9(2).

       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.
       77  WS-MONTHS               PIC S9(5)           VALUE ZEROS.
       77  WS-START-DAY            PIC 9(2)            VALUE ZEROS.
       77  WS-ACCRUED-NOW          PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-ACCRUED-BEFORE       PIC 9(7)V9(2)       VALUE ZEROS.

      *    PERFORMING AND NON-ACCRUAL FIGURES PER LOAN PRODUCT; THE
      *    PRODUCTS OF THE MASTER FIRST, IN ITS ORDER.
       77  WS-PG-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PG-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PG-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-PRODUCT-TABLE.
           03  WS-PG-ENTRY         OCCURS 60 TIMES.
               05  WS-PG-PRODUCT   PIC X(4).
               05  WS-PG-DESCRIPTION
                                   PIC X(20).
               05  WS-PG-PERF-COUNT
                                   PIC 9(5).
               05  WS-PG-PERF-EARNED
                                   PIC 9(11)V9(2).
               05  WS-PG-PERF-ACCRUED
                                   PIC 9(11)V9(2).
               05  WS-PG-NACC-COUNT
                                   PIC 9(5).
               05  WS-PG-NACC-SUSPENDED
                                   PIC 9(11)V9(2).

       77  WS-SEARCH-PRODUCT       PIC X(4)            VALUE SPACES.

       77  WS-TOT-EARNED           PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOT-ACCRUED          PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOT-SUSPENDED        PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOT-PRIOR            PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOT-MOVEMENT         PIC S9(11)V9(2)     VALUE ZEROS.

      *    GLMAP ROW OF THE INTEREST-ACCRUAL SOURCE TYPE.
       01  WS-MAP-ACCRUAL.
           03  WS-MP-FOUND         PIC X(1)            VALUE 'N'.
           03  WS-MP-DEBIT-ACCT    PIC X(8)            VALUE SPACES.
           03  WS-MP-CREDIT-ACCT   PIC X(8)            VALUE SPACES.
           03  WS-MP-DESCRIPTION   PIC X(20)           VALUE SPACES.

       77  WS-PAIR-DEBIT-ACCT      PIC X(8)            VALUE SPACES.
       77  WS-PAIR-CREDIT-ACCT     PIC X(8)            VALUE SPACES.
       77  WS-PAIR-AMOUNT          PIC 9(9)V9(2)       VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(38)           VALUE
           'LOAN INTEREST ACCRUAL REGISTER - AS OF'.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RH-ASOF          PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'CONTR. PROD S  MO  INSTALLMENT INT.  ACC'.
           03  FILLER              PIC X(36)           VALUE
           'RUED NOW   LAST MONTH  EARNED/SUSP. '.

       01  WS-RPT-CONTRACT.
           03  WS-RC-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-PRODUCT       PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-STATUS        PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-MONTHS-OVER   PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-INT-DUE       PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-ACCRUED       PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-PRIOR         PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-EARNED        PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-FLAG          PIC X(1)            VALUE SPACES.

       01  WS-RPT-NOTE.
           03  FILLER              PIC X(40)           VALUE
           'S: P = PERFORMING  N = NON-ACCRUAL (90+ '.
           03  FILLER              PIC X(40)           VALUE
           'DAYS), EARNED SHOWN AS SUSPENDED'.

       01  WS-RPT-NOTE-2.
           03  FILLER              PIC X(40)           VALUE
           '* = NO ARREARS POSITION, ACCRUED AS PERF'.
           03  FILLER              PIC X(40)           VALUE
           'ORMING   C = NO LONGER ON THE PORTFOLIO'.

       01  WS-RPT-HEADER-3.
           03  FILLER              PIC X(40)           VALUE
           'PROD DESCRIPTION          PERF.        E'.
           03  FILLER              PIC X(39)           VALUE
           'ARNED       ACCRUED NON-A     SUSPENDED'.

       01  WS-RPT-PRODUCT.
           03  WS-RP-PRODUCT       PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-DESCRIPTION   PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-PERF-COUNT    PIC ZZZZ9           VALUE ZEROS.
           03  WS-RP-PERF-EARNED   PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-PERF-ACCRUED  PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-NACC-COUNT    PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-NACC-SUSPENDED
                                   PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.

       01  WS-RPT-RECONCILE.
           03  WS-RR-LABEL         PIC X(41)           VALUE SPACES.
           03  WS-RR-AMOUNT        PIC -ZZZ.ZZZ.Z(2)9,99
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

      *    SYSIN: AS-OF YEAR AND MONTH, GL BRANCH OF THE POSTINGS.

           ACCEPT WS-AS-YEAR       FROM SYSIN.
           ACCEPT WS-AS-MONTH      FROM SYSIN.
           ACCEPT WS-GL-BRANCH     FROM SYSIN.

           IF  WS-ASOF             NOT NUMERIC OR
               WS-AS-MONTH         LESS 01 OR
               WS-AS-MONTH         GREATER 12 OR
               WS-GL-BRANCH        EQUAL SPACES
               DISPLAY ' AS-OF DATE / BRANCH PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-AS-MONTH         EQUAL 12
               COMPUTE WS-NM-YEAR  = WS-AS-YEAR + 1
               MOVE 01             TO WS-NM-MONTH
           ELSE
               MOVE WS-AS-YEAR     TO WS-NM-YEAR
               COMPUTE WS-NM-MONTH = WS-AS-MONTH + 1
           END-IF.
           MOVE 01                 TO WS-NM-DAY.

           COMPUTE WS-GL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1).

           PERFORM 0102-00-LOAD-GLMAP.
           PERFORM 0103-00-LOAD-PRODUCTS.
           PERFORM 0104-00-LOAD-CONTRACTS.
           PERFORM 0105-00-LOAD-ARREARS.
           PERFORM 0106-00-LOAD-SCHEDULE.
           PERFORM 0107-00-LOAD-CTRPROD.
           PERFORM 0108-00-LOAD-HISTORY.

           OPEN OUTPUT GLFEED
                       ACRRPT.

           IF  WS-FS-GLFEED        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GLFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ASOF            TO WS-RH-ASOF.
           WRITE REG-ACRRPT        FROM WS-RPT-HEADER-1.
           WRITE REG-ACRRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-GLMAP.

           OPEN INPUT GLMAP.

           EVALUATE WS-FS-GLMAP
             WHEN '00'
               PERFORM UNTIL WS-FS-GLMAP EQUAL '10'
                   READ GLMAP
                   EVALUATE WS-FS-GLMAP
                     WHEN '00'
                       IF  FD-GM-RELEASE-TYPE EQUAL 'I'
                           MOVE 'Y'
                               TO WS-MP-FOUND
                           MOVE FD-GM-DEBIT-ACCT
                               TO WS-MP-DEBIT-ACCT
                           MOVE FD-GM-CREDIT-ACCT
                               TO WS-MP-CREDIT-ACCT
                           MOVE FD-GM-DESCRIPTION
                               TO WS-MP-DESCRIPTION
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-GLMAP'
                                    ' FILE STATUS: ' WS-FS-GLMAP
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE GLMAP
             WHEN '35'
               DISPLAY ' GL MAPPING FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-GLMAP'
                                    ' FILE STATUS: ' WS-FS-GLMAP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-MP-FOUND         NOT EQUAL 'Y'
               DISPLAY ' NO GL MAPPING FOR SOURCE TYPE I'
                       ' - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

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
                       MOVE FD-PR-PRODUCT
                                   TO WS-SEARCH-PRODUCT
                       PERFORM 0110-00-FIND-PRODUCT
                       MOVE FD-PR-DESCRIPTION
                           TO WS-PG-DESCRIPTION(WS-PG-FOUND)
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
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-PRODUCTS'
                                    ' FILE STATUS: ' WS-FS-PRODUCTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-CONTRACTS.

      *    INSTALLMENTS DUE BY THE MONTH END: THE MONTHS FROM THE
      *    START MONTH TO THE AS-OF MONTH, CAPPED AT THE TERM.

           OPEN INPUT CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               PERFORM UNTIL WS-FS-CONTRACTS EQUAL '10'
                   READ CONTRACTS
                   EVALUATE WS-FS-CONTRACTS
                     WHEN '00'
                       ADD 1       TO WS-READ-CONTRACTS
                       MOVE FD-CT-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0109-00-ADD-CONTRACT
                       PERFORM 0112-00-TAKE-CONTRACT
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-CONTRACTS'
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
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-ARREARS.

           OPEN INPUT ARREARS.

           EVALUATE WS-FS-ARREARS
             WHEN '00'
               PERFORM UNTIL WS-FS-ARREARS EQUAL '10'
                   READ ARREARS
                   EVALUATE WS-FS-ARREARS
                     WHEN '00'
                       MOVE FD-AR-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0111-00-FIND-CONTRACT
                       IF  WS-CT-FOUND EQUAL ZEROS
                           DISPLAY ' ARREARS FOR UNKNOWN CONTRACT '
                                   FD-AR-CONTRACT
                       ELSE
                           MOVE 'Y'
                               TO WS-CT-AGED(WS-CT-FOUND)
                           MOVE FD-AR-MONTHS-OVER
                               TO WS-CT-MONTHS-OVER(WS-CT-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-ARREARS'
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
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-ARREARS'
                                    ' FILE STATUS: ' WS-FS-ARREARS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-LOAD-SCHEDULE.

      *    THE INTEREST OF THE INSTALLMENT DUE IN THE AS-OF MONTH AND
      *    OF THE NEXT ONE.  AN INSTALLMENT PAST THE END OF THE
      *    SCHEDULE HAS NO INTEREST.

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
                           PERFORM 0111-00-FIND-CONTRACT
                       END-IF
                       IF  WS-CT-FOUND GREATER ZEROS
                           PERFORM 0113-00-TAKE-INSTALLMENT
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-LOAD-SCHEDULE'
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
               DISPLAY ' ERROR FOUND IN 0106-00-LOAD-SCHEDULE'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-LOAD-CTRPROD.

      *    CONTRACTS ORIGINATED BEFORE THE CROSS-REFERENCE EXISTED
      *    HAVE NO PRODUCT.

           OPEN INPUT CTRPROD.

           EVALUATE WS-FS-CTRPROD
             WHEN '00'
               PERFORM UNTIL WS-FS-CTRPROD EQUAL '10'
                   READ CTRPROD
                   EVALUATE WS-FS-CTRPROD
                     WHEN '00'
                       MOVE FD-CP-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0111-00-FIND-CONTRACT
                       IF  WS-CT-FOUND GREATER ZEROS
                           MOVE FD-CP-PRODUCT
                               TO WS-CT-PRODUCT(WS-CT-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0107-00-LOAD-CTRPROD'
                                    ' FILE STATUS: ' WS-FS-CTRPROD
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CTRPROD
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0107-00-LOAD-CTRPROD'
                                    ' FILE STATUS: ' WS-FS-CTRPROD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0107-00-EXIT.
           EXIT.

       0108-00-LOAD-HISTORY.

      *    AN EMPTY HISTORY (FIRST RUN) MEANS NOTHING TO REVERSE.  A
      *    MONTH NOT AFTER THE LAST ONE ACCRUED WOULD POST THE
      *    ACCRUAL TO THE GL TWICE.

           OPEN INPUT ACRHSTO.

           EVALUATE WS-FS-ACRHSTO
             WHEN '00'
               PERFORM 0301-00-READ-ACRHSTO
               PERFORM UNTIL WS-FS-ACRHSTO EQUAL '10'
                   IF  FD-HO-CONTRACT EQUAL ZEROS
                       IF  WS-ASOF NOT GREATER FD-HO-ASOF
                           DISPLAY ' ACCRUAL ALREADY RUN FOR '
                                   FD-HO-ASOF ' - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM 0114-00-TAKE-PRIOR
                   END-IF
                   PERFORM 0301-00-READ-ACRHSTO
               END-PERFORM
               CLOSE ACRHSTO
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0108-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-ACRHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0108-00-EXIT.
           EXIT.

       0109-00-ADD-CONTRACT.

           IF  WS-CT-COUNT         NOT LESS 1000
               DISPLAY ' CONTRACT TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-CT-COUNT.

           MOVE WS-CURRENT-CONTRACT
                                   TO WS-CT-CONTRACT(WS-CT-COUNT).
           MOVE 'N'                TO WS-CT-ON-FILE(WS-CT-COUNT)
                                      WS-CT-STARTED(WS-CT-COUNT)
                                      WS-CT-AGED(WS-CT-COUNT).
           MOVE SPACES             TO WS-CT-PRODUCT(WS-CT-COUNT)
                                      WS-CT-STATUS(WS-CT-COUNT).
           MOVE ZEROS              TO WS-CT-DUE-COUNT(WS-CT-COUNT)
                                      WS-CT-ACCRUAL-DAYS(WS-CT-COUNT)
                                      WS-CT-MONTHS-OVER(WS-CT-COUNT)
                                      WS-CT-INT-DUE(WS-CT-COUNT)
                                      WS-CT-INT-NEXT(WS-CT-COUNT)
                                      WS-CT-EARNED(WS-CT-COUNT)
                                      WS-CT-ACCRUED(WS-CT-COUNT)
                                      WS-CT-PRIOR(WS-CT-COUNT).

       0109-00-EXIT.
           EXIT.

       0110-00-FIND-PRODUCT.

      *    A PRODUCT NOT YET IN THE TABLE IS ADDED.

           MOVE ZEROS              TO WS-PG-FOUND.

           PERFORM VARYING WS-PG-POS FROM 1 BY 1
             UNTIL WS-PG-POS       GREATER WS-PG-COUNT
                OR WS-PG-FOUND     GREATER ZEROS
               IF  WS-PG-PRODUCT(WS-PG-POS)
                                   EQUAL WS-SEARCH-PRODUCT
                   MOVE WS-PG-POS  TO WS-PG-FOUND
               END-IF
           END-PERFORM.

           IF  WS-PG-FOUND         EQUAL ZEROS
               IF  WS-PG-COUNT     NOT LESS 60
                   DISPLAY ' PRODUCT TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1               TO WS-PG-COUNT
               MOVE WS-PG-COUNT    TO WS-PG-FOUND
               MOVE WS-SEARCH-PRODUCT
                                   TO WS-PG-PRODUCT(WS-PG-FOUND)
               IF  WS-SEARCH-PRODUCT EQUAL SPACES
                   MOVE 'NO PRODUCT'
                                   TO WS-PG-DESCRIPTION(WS-PG-FOUND)
               ELSE
                   MOVE 'NOT ON PRODUCT MASTER'
                                   TO WS-PG-DESCRIPTION(WS-PG-FOUND)
               END-IF
               MOVE ZEROS          TO WS-PG-PERF-COUNT(WS-PG-FOUND)
                                      WS-PG-PERF-EARNED(WS-PG-FOUND)
                                      WS-PG-PERF-ACCRUED(WS-PG-FOUND)
                                      WS-PG-NACC-COUNT(WS-PG-FOUND)
                                   WS-PG-NACC-SUSPENDED(WS-PG-FOUND)
           END-IF.

       0110-00-EXIT.
           EXIT.

       0111-00-FIND-CONTRACT.

           MOVE ZEROS              TO WS-CT-FOUND.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
                OR WS-CT-FOUND     GREATER ZEROS
               IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL WS-CURRENT-CONTRACT
                   MOVE WS-CT-POS  TO WS-CT-FOUND
               END-IF
           END-PERFORM.

       0111-00-EXIT.
           EXIT.

       0112-00-TAKE-CONTRACT.

           MOVE 'Y'                TO WS-CT-ON-FILE(WS-CT-COUNT).

           COMPUTE WS-MONTHS =
               ((WS-AS-YEAR - FD-CT-START-YEAR) * 12)
               + WS-AS-MONTH - FD-CT-START-MONTH.

           IF  WS-MONTHS           NOT LESS ZEROS
               MOVE 'Y'            TO WS-CT-STARTED(WS-CT-COUNT)
               IF  WS-MONTHS       GREATER FD-CT-TERM
                   MOVE FD-CT-TERM TO WS-CT-DUE-COUNT(WS-CT-COUNT)
               ELSE
                   MOVE WS-MONTHS  TO WS-CT-DUE-COUNT(WS-CT-COUNT)
               END-IF
           END-IF.

      *    30/360: THE INSTALLMENTS FALL DUE ON THE START DAY, A DAY
      *    31 COUNTING AS 30.

           IF  FD-CT-START-DAY     GREATER 30
               MOVE 30             TO WS-START-DAY
           ELSE
               MOVE FD-CT-START-DAY
                                   TO WS-START-DAY
           END-IF.

           COMPUTE WS-CT-ACCRUAL-DAYS(WS-CT-COUNT) = 30 - WS-START-DAY.

       0112-00-EXIT.
           EXIT.

       0113-00-TAKE-INSTALLMENT.

           IF  WS-CT-STARTED(WS-CT-FOUND) EQUAL 'Y'
               IF  FD-PS-MONTH     EQUAL WS-CT-DUE-COUNT(WS-CT-FOUND)
                   MOVE FD-PS-INTEREST
                                   TO WS-CT-INT-DUE(WS-CT-FOUND)
               END-IF
               IF  FD-PS-MONTH     EQUAL
                                   WS-CT-DUE-COUNT(WS-CT-FOUND) + 1
                   MOVE FD-PS-INTEREST
                                   TO WS-CT-INT-NEXT(WS-CT-FOUND)
               END-IF
           END-IF.

       0113-00-EXIT.
           EXIT.

       0114-00-TAKE-PRIOR.

      *    A CONTRACT OF THE HISTORY NO LONGER ON FILE IS ADDED SO
      *    ITS ACCRUAL IS SHOWN REVERSED.

           MOVE FD-HO-CONTRACT     TO WS-CURRENT-CONTRACT.
           PERFORM 0111-00-FIND-CONTRACT.

           IF  WS-CT-FOUND         EQUAL ZEROS
               PERFORM 0109-00-ADD-CONTRACT
               MOVE WS-CT-COUNT    TO WS-CT-FOUND
               MOVE FD-HO-PRODUCT  TO WS-CT-PRODUCT(WS-CT-FOUND)
           END-IF.

           ADD FD-HO-ACCRUED       TO WS-CT-PRIOR(WS-CT-FOUND).
           ADD FD-HO-ACCRUED       TO WS-TOT-PRIOR.

       0114-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
               EVALUATE TRUE
                 WHEN WS-CT-ON-FILE(WS-CT-POS) NOT EQUAL 'Y'
                   ADD 1           TO WS-COUNT-LEFT
                   PERFORM 0203-00-WRITE-CONTRACT
                 WHEN WS-CT-STARTED(WS-CT-POS) NOT EQUAL 'Y'
                   ADD 1           TO WS-COUNT-NOT-STARTED
                 WHEN OTHER
                   PERFORM 0202-00-ACCRUE-CONTRACT
                   PERFORM 0203-00-WRITE-CONTRACT
               END-EVALUATE
           END-PERFORM.

       0201-00-EXIT.
           EXIT.

       0202-00-ACCRUE-CONTRACT.

      *    EARNED = INSTALLMENT INTEREST DUE IN THE MONTH, LESS ITS
      *    PART ACCRUED AT THE PREVIOUS MONTH END, PLUS THE PART OF
      *    THE NEXT INSTALLMENT ACCRUED AT THIS MONTH END.

           IF  WS-CT-AGED(WS-CT-POS) NOT EQUAL 'Y'
               ADD 1               TO WS-COUNT-NOT-AGED
           END-IF.

           COMPUTE WS-ACCRUED-NOW ROUNDED =
               WS-CT-INT-NEXT(WS-CT-POS)
               * WS-CT-ACCRUAL-DAYS(WS-CT-POS) / 30.

           COMPUTE WS-ACCRUED-BEFORE ROUNDED =
               WS-CT-INT-DUE(WS-CT-POS)
               * WS-CT-ACCRUAL-DAYS(WS-CT-POS) / 30.

           COMPUTE WS-CT-EARNED(WS-CT-POS) =
               WS-CT-INT-DUE(WS-CT-POS) - WS-ACCRUED-BEFORE
               + WS-ACCRUED-NOW.

           MOVE WS-CT-PRODUCT(WS-CT-POS)
                                   TO WS-SEARCH-PRODUCT.
           PERFORM 0110-00-FIND-PRODUCT.

           IF  WS-CT-MONTHS-OVER(WS-CT-POS)
                                   NOT LESS WS-NON-ACCRUAL-MONTHS
               MOVE 'N'            TO WS-CT-STATUS(WS-CT-POS)
               MOVE ZEROS          TO WS-CT-ACCRUED(WS-CT-POS)
               ADD 1               TO WS-COUNT-NON-ACCRUAL
               ADD 1               TO WS-PG-NACC-COUNT(WS-PG-FOUND)
               ADD WS-CT-EARNED(WS-CT-POS)
                                   TO WS-PG-NACC-SUSPENDED(WS-PG-FOUND)
                                      WS-TOT-SUSPENDED
           ELSE
               MOVE 'P'            TO WS-CT-STATUS(WS-CT-POS)
               MOVE WS-ACCRUED-NOW TO WS-CT-ACCRUED(WS-CT-POS)
               ADD 1               TO WS-COUNT-PERFORMING
               ADD 1               TO WS-PG-PERF-COUNT(WS-PG-FOUND)
               ADD WS-CT-EARNED(WS-CT-POS)
                                   TO WS-PG-PERF-EARNED(WS-PG-FOUND)
                                      WS-TOT-EARNED
               ADD WS-ACCRUED-NOW  TO WS-PG-PERF-ACCRUED(WS-PG-FOUND)
                                      WS-TOT-ACCRUED
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-CONTRACT.

           MOVE WS-CT-CONTRACT(WS-CT-POS)
                                   TO WS-RC-CONTRACT.
           MOVE WS-CT-PRODUCT(WS-CT-POS)
                                   TO WS-RC-PRODUCT.
           MOVE WS-CT-STATUS(WS-CT-POS)
                                   TO WS-RC-STATUS.
           MOVE WS-CT-MONTHS-OVER(WS-CT-POS)
                                   TO WS-RC-MONTHS-OVER.
           MOVE WS-CT-INT-DUE(WS-CT-POS)
                                   TO WS-RC-INT-DUE.
           MOVE WS-CT-ACCRUED(WS-CT-POS)
                                   TO WS-RC-ACCRUED.
           MOVE WS-CT-PRIOR(WS-CT-POS)
                                   TO WS-RC-PRIOR.
           MOVE WS-CT-EARNED(WS-CT-POS)
                                   TO WS-RC-EARNED.

           EVALUATE TRUE
             WHEN WS-CT-ON-FILE(WS-CT-POS) NOT EQUAL 'Y'
               MOVE 'C'            TO WS-RC-FLAG
             WHEN WS-CT-AGED(WS-CT-POS)    NOT EQUAL 'Y'
               MOVE '*'            TO WS-RC-FLAG
             WHEN OTHER
               MOVE SPACES         TO WS-RC-FLAG
           END-EVALUATE.

           WRITE REG-ACRRPT        FROM WS-RPT-CONTRACT.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-SUMMARY.

           COMPUTE WS-TOT-MOVEMENT = WS-TOT-ACCRUED - WS-TOT-PRIOR.

           WRITE REG-ACRRPT        FROM WS-RPT-NOTE
                                   AFTER 2 LINES.
           WRITE REG-ACRRPT        FROM WS-RPT-NOTE-2.

           WRITE REG-ACRRPT        FROM WS-RPT-HEADER-3
                                   AFTER 2 LINES.

           PERFORM VARYING WS-PG-POS FROM 1 BY 1
             UNTIL WS-PG-POS       GREATER WS-PG-COUNT
               IF  WS-PG-PERF-COUNT(WS-PG-POS) GREATER ZEROS OR
                   WS-PG-NACC-COUNT(WS-PG-POS) GREATER ZEROS
                   MOVE WS-PG-PRODUCT(WS-PG-POS)
                                   TO WS-RP-PRODUCT
                   MOVE WS-PG-DESCRIPTION(WS-PG-POS)
                                   TO WS-RP-DESCRIPTION
                   MOVE WS-PG-PERF-COUNT(WS-PG-POS)
                                   TO WS-RP-PERF-COUNT
                   MOVE WS-PG-PERF-EARNED(WS-PG-POS)
                                   TO WS-RP-PERF-EARNED
                   MOVE WS-PG-PERF-ACCRUED(WS-PG-POS)
                                   TO WS-RP-PERF-ACCRUED
                   MOVE WS-PG-NACC-COUNT(WS-PG-POS)
                                   TO WS-RP-NACC-COUNT
                   MOVE WS-PG-NACC-SUSPENDED(WS-PG-POS)
                                   TO WS-RP-NACC-SUSPENDED
                   WRITE REG-ACRRPT
                                   FROM WS-RPT-PRODUCT
               END-IF
           END-PERFORM.

           MOVE SPACES             TO WS-RP-PRODUCT.
           MOVE 'TOTAL'            TO WS-RP-DESCRIPTION.
           MOVE WS-COUNT-PERFORMING
                                   TO WS-RP-PERF-COUNT.
           MOVE WS-TOT-EARNED      TO WS-RP-PERF-EARNED.
           MOVE WS-TOT-ACCRUED     TO WS-RP-PERF-ACCRUED.
           MOVE WS-COUNT-NON-ACCRUAL
                                   TO WS-RP-NACC-COUNT.
           MOVE WS-TOT-SUSPENDED   TO WS-RP-NACC-SUSPENDED.
           WRITE REG-ACRRPT        FROM WS-RPT-PRODUCT
                                   AFTER 2 LINES.

           MOVE 'ACCRUAL OF LAST MONTH REVERSED.........: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOT-PRIOR       TO WS-RR-AMOUNT.
           WRITE REG-ACRRPT        FROM WS-RPT-RECONCILE
                                   AFTER 2 LINES.

           MOVE 'ACCRUAL POSTED AT THIS MONTH END.......: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOT-ACCRUED     TO WS-RR-AMOUNT.
           WRITE REG-ACRRPT        FROM WS-RPT-RECONCILE.

           MOVE 'NET MOVEMENT OF ACCRUED INTEREST.......: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOT-MOVEMENT    TO WS-RR-AMOUNT.
           WRITE REG-ACRRPT        FROM WS-RPT-RECONCILE.

       0204-00-EXIT.
           EXIT.

       0205-00-EMIT-POSTINGS.

      *    THE REVERSAL SWAPS THE ACCOUNTS OF THE ACCRUAL ROW.

           MOVE 'I'                TO FD-GL-SOURCE-TYPE.
           MOVE WS-MP-DESCRIPTION  TO FD-GL-DESCRIPTION.

           IF  WS-TOT-PRIOR        GREATER ZEROS
               MOVE WS-MP-CREDIT-ACCT
                                   TO WS-PAIR-DEBIT-ACCT
               MOVE WS-MP-DEBIT-ACCT
                                   TO WS-PAIR-CREDIT-ACCT
               MOVE WS-TOT-PRIOR   TO WS-PAIR-AMOUNT
               PERFORM 0206-00-WRITE-PAIR
           END-IF.

           IF  WS-TOT-ACCRUED      GREATER ZEROS
               MOVE WS-MP-DEBIT-ACCT
                                   TO WS-PAIR-DEBIT-ACCT
               MOVE WS-MP-CREDIT-ACCT
                                   TO WS-PAIR-CREDIT-ACCT
               MOVE WS-TOT-ACCRUED TO WS-PAIR-AMOUNT
               PERFORM 0206-00-WRITE-PAIR
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-WRITE-PAIR.

           MOVE WS-GL-DATE         TO FD-GL-DATE.
           MOVE WS-GL-BRANCH       TO FD-GL-BRANCH.
           MOVE WS-PAIR-AMOUNT     TO FD-GL-AMOUNT.

           MOVE WS-PAIR-DEBIT-ACCT TO FD-GL-ACCOUNT.
           MOVE 'D'                TO FD-GL-DC.
           PERFORM 0207-00-WRITE-GLFEED.

           MOVE WS-PAIR-CREDIT-ACCT
                                   TO FD-GL-ACCOUNT.
           MOVE 'C'                TO FD-GL-DC.
           PERFORM 0207-00-WRITE-GLFEED.

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

       0208-00-WRITE-HISTORY.

           OPEN OUTPUT ACRHSTN.

           MOVE SPACES             TO REG-ACRHSTN.
           MOVE ZEROS              TO FD-HN-CONTRACT.
           MOVE WS-ASOF            TO FD-HN-ASOF.
           MOVE WS-TOT-ACCRUED     TO FD-HN-ACCRUED.
           PERFORM 0209-00-WRITE-ACRHSTN.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
               IF  WS-CT-ACCRUED(WS-CT-POS) GREATER ZEROS
                   MOVE WS-CT-CONTRACT(WS-CT-POS)
                                   TO FD-HN-CONTRACT
                   MOVE WS-CT-PRODUCT(WS-CT-POS)
                                   TO FD-HN-PRODUCT
                   MOVE WS-CT-ACCRUED(WS-CT-POS)
                                   TO FD-HN-ACCRUED
                   PERFORM 0209-00-WRITE-ACRHSTN
               END-IF
           END-PERFORM.

           CLOSE ACRHSTN.

       0208-00-EXIT.
           EXIT.

       0209-00-WRITE-ACRHSTN.

           WRITE REG-ACRHSTN.

           IF  WS-FS-ACRHSTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0209-00-WRITE-ACRHSTN'
                                    ' FILE STATUS: ' WS-FS-ACRHSTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0209-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-ACRHSTO.

           READ ACRHSTO.

           EVALUATE WS-FS-ACRHSTO
             WHEN '00'
               CONTINUE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-ACRHSTO'
                                    ' FILE STATUS: ' WS-FS-ACRHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0204-00-WRITE-SUMMARY.
           PERFORM 0205-00-EMIT-POSTINGS.
           PERFORM 0208-00-WRITE-HISTORY.

           CLOSE GLFEED
                 ACRRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CONTRACTS  TO WS-FMT-AMOUNT
           DISPLAY '*  READ CONTRACTS: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-PERFORMING
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  PERFORMING....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NON-ACCRUAL
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NON-ACCRUAL...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NOT-STARTED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NOT STARTED...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NOT-AGED  TO WS-FMT-AMOUNT
           DISPLAY '*  NOT AGED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-LEFT      TO WS-FMT-AMOUNT
           DISPLAY '*  LEFT PORTFOLIO: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-GLFEED    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE POSTINGS: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-NOT-AGED   GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.
