      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62658.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62658                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : ANNUAL BORROWER LOAN STATEMENT FOR           *
      *                   INCOME-TAX PURPOSES AND THE SUMMARY EXTRACT  *
      *                   FOR THE TAX AUTHORITY'S ANNUAL RETURN        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   FOR THE CALENDAR YEAR IN SYSIN, PER CONTRACT AND BORROWER:   *
      *     - THE PAYMENTS ACTUALLY RECEIVED IN THE YEAR ON LOANPAY,   *
      *       SPLIT INTO INTEREST AND PRINCIPAL;                       *
      *     - THE BALANCE OUTSTANDING AT 31 DECEMBER (REMAINING DEBT   *
      *       OF THE LAST INSTALLMENT DUE BY THEN, AS EAD62617);       *
      *     - EVERY RESTRUCTURING DATED IN THE YEAR (CTRHIST);         *
      *     - THE BORROWER'S NAME AND TAX ID FROM THE CUSTOMER MASTER  *
      *       AND THE ADDRESS FROM THE CIF (SAME TAX ID).              *
      *   THE BORROWERS ARE THE LOAN LINKS OF THE RELATIONSHIP FILE;   *
      *   JOINT BORROWERS EACH GET THE WHOLE CONTRACT, AS ON THE       *
      *   CONSOLIDATED STATEMENT.                                      *
      *                                                                *
      *   SPLIT OF THE PAYMENTS: THE PAYMENTS RECEIVED UNDER ONE       *
      *   SCHEDULE ARE APPLIED TO ITS INSTALLMENTS OLDEST FIRST, EACH  *
      *   INSTALLMENT INTEREST FIRST; WHAT IS LEFT AFTER THE LAST      *
      *   INSTALLMENT IS PRINCIPAL.  THE INTEREST OF THE YEAR IS THE   *
      *   INTEREST COVERED BY ALL PAYMENTS UP TO 31 DECEMBER LESS THE  *
      *   INTEREST COVERED BY THOSE BEFORE 1 JANUARY.  A RESTRUCTURED  *
      *   CONTRACT HAS ONE SCHEDULE PER VERSION OF THE CONTRACT: THE   *
      *   CURRENT ONE IS PORTSCHD, THE EARLIER ONES ARE REBUILT FROM   *
      *   THE HISTORY TERMS THE WAY EAD62550 BUILDS A SCHEDULE.  A     *
      *   PAYMENT BELONGS TO THE VERSION IN FORCE ON ITS DATE.         *
      *                                                                *
      *   CONTRACTS, PORTSCHD AND LOANPAY ARRIVE SORTED BY CONTRACT    *
      *   (AND MONTH / DATE).  A CONTRACT NOT YET STARTED AT 31        *
      *   DECEMBER, OR WITHOUT PAYMENT, BALANCE OR RESTRUCTURING IN    *
      *   THE YEAR, GETS NO STATEMENT.                                 *
      *                                                                *
      *   OUTPUT: LOANSTMT, ONE PAGE PER CONTRACT AND BORROWER, READY  *
      *   FOR PRINTING; TAXRTN, ONE DETAIL PER CONTRACT AND BORROWER   *
      *   BETWEEN A HDR* AND A TRL* CONTROL RECORD.                    *
      *   RC=04: A CONTRACT WITHOUT A LINKED BORROWER (STATEMENT UNDER *
      *   THE CONTRACT NAME, LEFT OFF THE EXTRACT) OR A BORROWER       *
      *   WITHOUT A CIF ADDRESS.                                       *
      *                                                                *
      *   SYSIN: CALENDAR YEAR (YYYY), ISSUE DATE (YYYYMMDD).          *
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

           SELECT CTRSORT          ASSIGN TO DA-S-CTRSORT
               FILE STATUS         IS WS-FS-CTRSORT.

           SELECT SCHSORT          ASSIGN TO DA-S-SCHSORT
               FILE STATUS         IS WS-FS-SCHSORT.

           SELECT PAYSORT          ASSIGN TO DA-S-PAYSORT
               FILE STATUS         IS WS-FS-PAYSORT.

           SELECT CTRHIST          ASSIGN TO DA-S-CTRHIST
               FILE STATUS         IS WS-FS-CTRHIST.

           SELECT CUSTMAST         ASSIGN TO DA-S-CUSTMAST
               FILE STATUS         IS WS-FS-CUSTMAST.

           SELECT CUSTREL          ASSIGN TO DA-S-CUSTREL
               FILE STATUS         IS WS-FS-CUSTREL.

           SELECT CIF              ASSIGN TO DA-S-CIF
               FILE STATUS         IS WS-FS-CIF.

           SELECT LOANSTMT         ASSIGN TO DA-S-LOANSTMT
               FILE STATUS         IS WS-FS-LOANSTMT.

           SELECT TAXRTN           ASSIGN TO DA-S-TAXRTN
               FILE STATUS         IS WS-FS-TAXRTN.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CTRSORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CTRSORT.
           03  FD-CT-CONTRACT      PIC 9(6).
           03  FD-CT-CLIENT        PIC X(20).
           03  FD-CT-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-CT-RATE          PIC 9(2)V9(2).
           03  FD-CT-TERM          PIC 9(3).
           03  FD-CT-START-DATE    PIC 9(8).
           03  FD-CT-INDEX         PIC X(4).
           03  FD-CT-SPREAD        PIC 9(2)V9(2).

       FD  SCHSORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SCHSORT.
           03  FD-PS-CONTRACT      PIC 9(6).
           03  FD-PS-MONTH         PIC 9(3).
           03  FD-PS-INTEREST      PIC 9(5)V9(2).
           03  FD-PS-PAYMENT       PIC 9(5)V9(2).
           03  FD-PS-DEBT          PIC 9(7)V9(2).

       FD  PAYSORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYSORT.
           03  FD-LP-CONTRACT      PIC 9(6).
           03  FD-LP-DATE          PIC 9(8).
           03  FD-LP-AMOUNT        PIC 9(7)V9(2).

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

       FD  CUSTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTMAST.
           03  FD-CM-CUSTOMER      PIC 9(8).
           03  FD-CM-FULL-NAME     PIC X(40).
           03  FD-CM-TAX-ID        PIC 9(11).
           03  FD-CM-BRANCH        PIC X(4).
           03  FD-CM-STATUS        PIC X(1).
               88  FD-CM-ACTIVE                        VALUE 'A'.
               88  FD-CM-INACTIVE                      VALUE 'I'.
           03  FD-CM-OPEN-DATE     PIC 9(8).

       FD  CUSTREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTREL.
           03  FD-RL-CUSTOMER      PIC 9(8).
           03  FD-RL-TYPE          PIC X(1).
               88  FD-RL-ACCOUNT-LINK                  VALUE 'A'.
               88  FD-RL-LOAN-LINK                     VALUE 'L'.
               88  FD-RL-INVEST-LINK                   VALUE 'I'.
           03  FD-RL-REFERENCE     PIC X(30).
           03  FILLER              REDEFINES FD-RL-REFERENCE.
               05  FD-RL-CONTRACT  PIC 9(6).
               05  FILLER          PIC X(24).
           03  FD-RL-ROLE          PIC X(1).
               88  FD-RL-PRIMARY                       VALUE 'P'.
               88  FD-RL-JOINT                         VALUE 'J'.
           03  FD-RL-START-DATE    PIC 9(8).

       FD  CIF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CIF.
           03  FD-CF-CLIENT-KEY.
               05  FD-CF-BRANCH    PIC X(4).
               05  FD-CF-ACCOUNT   PIC 9(5).
           03  FD-CF-FULL-NAME     PIC X(40).
           03  FD-CF-STREET        PIC X(30).
           03  FD-CF-CITY          PIC X(20).
           03  FD-CF-STATE         PIC X(2).
           03  FD-CF-POSTAL-CODE   PIC X(8).
           03  FD-CF-TAX-ID        PIC 9(11).
           03  FD-CF-BIRTH-DATE    PIC 9(8).
           03  FD-CF-PHONE         PIC X(15).
           03  FD-CF-RISK-RATING   PIC X(1).
           03  FD-CF-LAST-REVIEW   PIC 9(8).

       FD  LOANSTMT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LOANSTMT            PIC X(100).

       FD  TAXRTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TAXRTN.
           03  FD-TR-YEAR          PIC 9(4).
           03  FD-TR-TAX-ID        PIC 9(11).
           03  FD-TR-CUSTOMER      PIC 9(8).
           03  FD-TR-NAME          PIC X(40).
           03  FD-TR-CONTRACT      PIC 9(6).
           03  FD-TR-ROLE          PIC X(1).
           03  FD-TR-INTEREST      PIC 9(9)V9(2).
           03  FD-TR-PRINCIPAL     PIC 9(9)V9(2).
           03  FD-TR-BALANCE       PIC 9(9)V9(2).
           03  FD-TR-RESTRUCTURED  PIC X(1).
           03  FILLER              PIC X(16).

       01  REG-TAXRTN-CONTROL.
           03  FD-TR-CTL-ID        PIC X(4).
           03  FD-TR-CTL-DATA.
               05  FD-TR-HDR-YEAR  PIC 9(4).
               05  FD-TR-HDR-DATE  PIC 9(8).
               05  FD-TR-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(96).
           03  FILLER              REDEFINES FD-TR-CTL-DATA.
               05  FD-TR-TRL-COUNT PIC 9(9).
               05  FD-TR-TRL-INTEREST
                                   PIC 9(11)V9(2).
               05  FD-TR-TRL-PRINCIPAL
                                   PIC 9(11)V9(2).
               05  FILLER          PIC X(81).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62658'.

       77  WS-FS-CTRSORT           PIC X(2)            VALUE ZEROS.
       77  WS-FS-SCHSORT           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYSORT           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CTRHIST           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTMAST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTREL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CIF               PIC X(2)            VALUE ZEROS.
       77  WS-FS-LOANSTMT          PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXRTN            PIC X(2)            VALUE ZEROS.

       77  WS-TAX-YEAR             PIC 9(4)            VALUE ZEROS.

       01  WS-ISSUE-DATE           PIC 9(8)            VALUE ZEROS.

       01  WS-YEAR-START           PIC 9(8)            VALUE ZEROS.
       01  WS-YEAR-END             PIC 9(8)            VALUE ZEROS.

       77  WS-READ-CONTRACTS       PIC 9(5)            VALUE ZEROS.
       77  WS-READ-PAYMENTS        PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-STATEMENTS     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-EXTRACT        PIC 9(9)            VALUE ZEROS.
       77  WS-COUNT-UNLINKED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NO-ADDRESS     PIC 9(5)            VALUE ZEROS.
       77  WS-TOTAL-INTEREST       PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-PRINCIPAL      PIC 9(11)V9(2)      VALUE ZEROS.

      *    CUSTOMER MASTER, LOAN LINKS AND CIF ADDRESSES
       77  WS-CUS-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUS-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUS-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CUSTOMER-TABLE.
           03  WS-CU-ENTRY         OCCURS 3000 TIMES.
               05  WS-CU-CUSTOMER  PIC 9(8).
               05  WS-CU-NAME      PIC X(40).
               05  WS-CU-TAX-ID    PIC 9(11).

       77  WS-LNK-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-LNK-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CONTRACT-LINKS       PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-LINK-TABLE.
           03  WS-LK-ENTRY         OCCURS 3000 TIMES.
               05  WS-LK-CONTRACT  PIC 9(6).
               05  WS-LK-CUSTOMER  PIC 9(8).
               05  WS-LK-ROLE      PIC X(1).

       77  WS-CIF-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CIF-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CIF-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CIF-TABLE.
           03  WS-CF-ENTRY         OCCURS 3000 TIMES.
               05  WS-CF-TAX-ID    PIC 9(11).
               05  WS-CF-STREET    PIC X(30).
               05  WS-CF-CITY      PIC X(20).
               05  WS-CF-STATE     PIC X(2).
               05  WS-CF-POSTAL-CODE
                                   PIC X(8).

      *    CONTRACT HISTORY, IN FILE (VERSION) ORDER
       77  WS-HST-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-HST-POS              PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-HISTORY-TABLE.
           03  WS-HS-ENTRY         OCCURS 2000 TIMES.
               05  WS-HS-CONTRACT  PIC 9(6).
               05  WS-HS-TYPE      PIC X(1).
               05  WS-HS-PRINCIPAL PIC 9(7)V9(2).
               05  WS-HS-RATE      PIC 9(2)V9(2).
               05  WS-HS-TERM      PIC 9(3).
               05  WS-HS-START     PIC 9(8).
               05  WS-HS-RESTRUCT-DATE
                                   PIC 9(8).
               05  WS-HS-PRIOR-BALANCE
                                   PIC 9(7)V9(2).
               05  WS-HS-CAPITALIZED
                                   PIC 9(7)V9(2).

      *    VERSIONS OF THE CURRENT CONTRACT, OLDEST FIRST; THE LAST
      *    ONE IS THE CONTRACT AS IT STANDS (SCHEDULE ON PORTSCHD).
       77  WS-VER-COUNT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-VER-POS              PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-VER-FOUND            PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-VERSION-TABLE.
           03  WS-VS-ENTRY         OCCURS 20 TIMES.
               05  WS-VS-START     PIC 9(8).
               05  WS-VS-PRINCIPAL PIC 9(7)V9(2).
               05  WS-VS-RATE      PIC 9(2)V9(2).
               05  WS-VS-TERM      PIC 9(3).
               05  WS-VS-BEFORE    PIC 9(9)V9(2).
               05  WS-VS-IN-YEAR   PIC 9(9)V9(2).

      *    SCHEDULE OF THE CURRENT VERSION (PORTSCHD) AND SCHEDULE
      *    REBUILT FOR AN EARLIER VERSION, BY INSTALLMENT NUMBER.
       77  WS-CUR-ROWS             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-CURRENT-SCHEDULE.
           03  WS-CS-ENTRY         OCCURS 360 TIMES.
               05  WS-CS-INTEREST  PIC 9(5)V9(2).
               05  WS-CS-PAYMENT   PIC 9(5)V9(2).
               05  WS-CS-DEBT      PIC 9(7)V9(2).

       77  WS-GEN-ROWS             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-REBUILT-SCHEDULE.
           03  WS-GS-ENTRY         OCCURS 360 TIMES.
               05  WS-GS-INTEREST  PIC 9(5)V9(2).
               05  WS-GS-PAYMENT   PIC 9(5)V9(2).
               05  WS-GS-DEBT      PIC 9(7)V9(2).

      *    SCHEDULE REBUILD (EAD62550 ARITHMETIC)
       77  WS-DEBT                 PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-PAYMENT              PIC 9(5)V9(2)       VALUE ZEROS.
       77  WS-RATE-FRACTION        PIC 9(1)V9(6)       VALUE ZEROS.
       77  WS-INTEREST             PIC 9(5)V9(2)       VALUE ZEROS.
       77  WS-FACTOR               PIC 9(5)V9(9)       VALUE ZEROS.
       77  WS-POWER-IND            PIC 9(3)            VALUE ZEROS.
       77  WS-ANNUITY-NUMER        PIC 9(9)V9(6)       VALUE ZEROS.
       77  WS-ANNUITY-DENOM        PIC 9(5)V9(9)       VALUE ZEROS.

      *    SPLIT OF THE PAYMENTS OVER ONE SCHEDULE
       01  WS-AL-SOURCE            PIC X(1)            VALUE SPACES.
           88  WS-AL-CURRENT                           VALUE 'C'.
           88  WS-AL-REBUILT                           VALUE 'G'.
       77  WS-AL-ROWS              PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-AL-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-AL-AMOUNT            PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-AL-REMAINING         PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-AL-INTEREST          PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-AL-ROW-INTEREST      PIC 9(5)V9(2)       VALUE ZEROS.
       77  WS-AL-ROW-PAYMENT       PIC 9(5)V9(2)       VALUE ZEROS.
       77  WS-AL-ROW-DEBT          PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-AL-INTEREST-BEFORE   PIC 9(9)V9(2)       VALUE ZEROS.

      *    FIGURES OF THE CURRENT CONTRACT FOR THE YEAR
       77  WS-YR-PAY-COUNT         PIC 9(5)            VALUE ZEROS.
       77  WS-YR-PAID              PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-YR-INTEREST          PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-YR-PRINCIPAL         PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-YR-BALANCE           PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-YR-RESTRUCTURES      PIC 9(2)            VALUE ZEROS.

       01  WS-YR-STARTED           PIC X(1)            VALUE 'N'.
           88  WS-YR-STARTED-S                         VALUE 'S'.
           88  WS-YR-STARTED-N                         VALUE 'N'.

       77  WS-DUE-COUNT            PIC S9(5)           VALUE ZEROS.
       77  WS-START-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-START-MONTH          PIC 9(2)            VALUE ZEROS.

      *    BORROWER OF THE PAGE BEING PRINTED
       77  WS-BR-CUSTOMER          PIC 9(8)            VALUE ZEROS.
       77  WS-BR-NAME              PIC X(40)           VALUE SPACES.
       77  WS-BR-TAX-ID            PIC 9(11)           VALUE ZEROS.
       77  WS-BR-ROLE              PIC X(1)            VALUE SPACES.

       01  WS-DATE-EDIT            PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WS-DATE-EDIT.
           03  WS-DE-YEAR          PIC 9(4).
           03  WS-DE-MONTH         PIC 9(2).
           03  WS-DE-DAY           PIC 9(2).

       01  WS-DATE-FMT.
           03  WS-DF-DAY           PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-DF-MONTH         PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-DF-YEAR          PIC 9(4)            VALUE ZEROS.

       01  WS-RPT-TITLE.
           03  FILLER              PIC X(57)           VALUE
           'ANNUAL LOAN STATEMENT FOR INCOME-TAX PURPOSES - CALENDAR '.
           03  FILLER              PIC X(6)            VALUE
           'YEAR: '.
           03  WS-RT-YEAR          PIC 9(4)            VALUE ZEROS.

       01  WS-RPT-ISSUE.
           03  FILLER              PIC X(11)           VALUE
           'ISSUED ON: '.
           03  WS-RI-DATE          PIC X(10)           VALUE SPACES.

       01  WS-RPT-BORROWER.
           03  FILLER              PIC X(10)           VALUE
           'BORROWER: '.
           03  WS-RB-NAME          PIC X(40)           VALUE SPACES.
           03  FILLER              PIC X(10)           VALUE
           '  TAX ID: '.
           03  WS-RB-TAX-ID        PIC X(11)           VALUE SPACES.
           03  FILLER              PIC X(12)           VALUE
           '  CUSTOMER: '.
           03  WS-RB-CUSTOMER      PIC X(8)            VALUE SPACES.

       01  WS-RPT-ADDRESS.
           03  FILLER              PIC X(10)           VALUE SPACES.
           03  WS-RA-LINE          PIC X(60)           VALUE SPACES.

       01  WS-RPT-CITY.
           03  FILLER              PIC X(10)           VALUE SPACES.
           03  WS-RC-POSTAL-CODE   PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-CITY          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(3)            VALUE ' - '.
           03  WS-RC-STATE         PIC X(2)            VALUE SPACES.

       01  WS-RPT-CONTRACT.
           03  FILLER              PIC X(10)           VALUE
           'CONTRACT: '.
           03  WS-RK-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(8)            VALUE
           '  ROLE: '.
           03  WS-RK-ROLE          PIC X(7)            VALUE SPACES.
           03  FILLER              PIC X(9)            VALUE
           '  START: '.
           03  WS-RK-START         PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(8)            VALUE
           '  RATE: '.
           03  WS-RK-RATE          PIC Z9,99           VALUE ZEROS.
           03  FILLER              PIC X(16)           VALUE
           ' % A MONTH TERM '.
           03  WS-RK-TERM          PIC ZZ9             VALUE ZEROS.

       01  WS-RPT-AMOUNT.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RM-LABEL         PIC X(36)           VALUE SPACES.
           03  WS-RM-AMOUNT        PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-RPT-COUNT.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  FILLER              PIC X(36)           VALUE
           'PAYMENTS RECEIVED IN THE YEAR......:'.
           03  FILLER              PIC X(9)            VALUE SPACES.
           03  WS-RN-COUNT         PIC ZZZZ9           VALUE ZEROS.

       01  WS-RPT-RESTRUCTURE.
           03  FILLER              PIC X(18)           VALUE
           '  RESTRUCTURED ON '.
           03  WS-RR-DATE          PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(22)           VALUE
           '  BALANCE TAKEN OVER: '.
           03  WS-RR-BALANCE       PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(23)           VALUE
           '  ARREARS CAPITALIZED: '.
           03  WS-RR-CAPITALIZED   PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.

       01  WS-RPT-NOTE-1.
           03  FILLER              PIC X(50)           VALUE
           'INTEREST AND PRINCIPAL ARE TAKEN FROM THE PAYMENTS'.
           03  FILLER              PIC X(50)           VALUE
           ' RECEIVED IN THE YEAR, OLDEST INSTALLMENT FIRST.'.

       01  WS-RPT-NOTE-2.
           03  FILLER              PIC X(50)           VALUE
           'JOINT BORROWERS EACH RECEIVE A STATEMENT OF THE'.
           03  FILLER              PIC X(50)           VALUE
           ' WHOLE CONTRACT.'.

       77  WS-FMT-AMOUNT           PIC ZZZZZZ9         VALUE ZEROS.
       77  WS-FMT-TOTAL            PIC Z.ZZZ.ZZZ.ZZ9,99
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
             UNTIL WS-FS-CTRSORT   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: CALENDAR YEAR (YYYY), ISSUE DATE (YYYYMMDD).

           ACCEPT WS-TAX-YEAR      FROM SYSIN.
           ACCEPT WS-ISSUE-DATE    FROM SYSIN.

           IF  WS-TAX-YEAR         NOT NUMERIC OR
               WS-TAX-YEAR         EQUAL ZEROS OR
               WS-ISSUE-DATE       NOT NUMERIC
               DISPLAY ' TAX YEAR / ISSUE DATE PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-YEAR-START   = (WS-TAX-YEAR * 10000) + 0101.
           COMPUTE WS-YEAR-END     = (WS-TAX-YEAR * 10000) + 1231.

           PERFORM 0102-00-LOAD-CUSTOMERS.
           PERFORM 0103-00-LOAD-LINKS.
           PERFORM 0104-00-LOAD-CIF.
           PERFORM 0105-00-LOAD-HISTORY.

           OPEN INPUT CTRSORT
                      SCHSORT
                      PAYSORT.

           IF  WS-FS-CTRSORT       NOT EQUAL '00' OR
               WS-FS-SCHSORT       NOT EQUAL '00' OR
               WS-FS-PAYSORT       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' CTRSORT: '  WS-FS-CTRSORT
                       ' SCHSORT: '  WS-FS-SCHSORT
                       ' PAYSORT: '  WS-FS-PAYSORT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LOANSTMT
                       TAXRTN.

           IF  WS-FS-LOANSTMT      NOT EQUAL '00' OR
               WS-FS-TAXRTN        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' LOANSTMT: ' WS-FS-LOANSTMT
                       ' TAXRTN: '   WS-FS-TAXRTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES             TO REG-TAXRTN-CONTROL.
           MOVE 'HDR*'             TO FD-TR-CTL-ID.
           MOVE WS-TAX-YEAR        TO FD-TR-HDR-YEAR.
           MOVE WS-ISSUE-DATE      TO FD-TR-HDR-DATE.
           MOVE WS-PROGRAM         TO FD-TR-HDR-SOURCE.
           PERFORM 0213-00-WRITE-TAXRTN-CONTROL.

           MOVE WS-TAX-YEAR        TO WS-RT-YEAR.
           MOVE WS-ISSUE-DATE      TO WS-DATE-EDIT.
           PERFORM 0214-00-FORMAT-DATE.
           MOVE WS-DATE-FMT        TO WS-RI-DATE.

           PERFORM 0301-00-READ-CTRSORT.
           PERFORM 0302-00-READ-SCHSORT.
           PERFORM 0303-00-READ-PAYSORT.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CUSTOMERS.

           OPEN INPUT CUSTMAST.

           EVALUATE WS-FS-CUSTMAST
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTMAST EQUAL '10'
                   READ CUSTMAST
                   EVALUATE WS-FS-CUSTMAST
                     WHEN '00'
                       IF  WS-CUS-COUNT LESS 3000
                           ADD 1   TO WS-CUS-COUNT
                           MOVE FD-CM-CUSTOMER
                               TO WS-CU-CUSTOMER(WS-CUS-COUNT)
                           MOVE FD-CM-FULL-NAME
                               TO WS-CU-NAME(WS-CUS-COUNT)
                           MOVE FD-CM-TAX-ID
                               TO WS-CU-TAX-ID(WS-CUS-COUNT)
                       ELSE
                           DISPLAY ' CUSTOMER TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CUSTMAST
             WHEN '35'
               DISPLAY ' CUSTOMER MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-LINKS.

      *    ONLY THE LOAN LINKS; THEIR REFERENCE IS THE CONTRACT.

           OPEN INPUT CUSTREL.

           EVALUATE WS-FS-CUSTREL
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTREL EQUAL '10'
                   READ CUSTREL
                   EVALUATE WS-FS-CUSTREL
                     WHEN '00'
                       IF  FD-RL-LOAN-LINK AND
                           FD-RL-CONTRACT NUMERIC
                           IF  WS-LNK-COUNT LESS 3000
                               ADD 1
                                   TO WS-LNK-COUNT
                               MOVE FD-RL-CONTRACT
                                   TO WS-LK-CONTRACT(WS-LNK-COUNT)
                               MOVE FD-RL-CUSTOMER
                                   TO WS-LK-CUSTOMER(WS-LNK-COUNT)
                               MOVE FD-RL-ROLE
                                   TO WS-LK-ROLE(WS-LNK-COUNT)
                           ELSE
                               DISPLAY ' LOAN LINK TABLE FULL -'
                                       ' RUN ABORTED'
                               MOVE 12
                                   TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-LINKS'
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
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-LINKS'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-CIF.

      *    THE CUSTOMER MASTER GROUPS THE CIF RECORDS BY TAX ID
      *    (EAD62615): THE FIRST CIF RECORD OF A TAX ID GIVES THE
      *    ADDRESS.

           OPEN INPUT CIF.

           EVALUATE WS-FS-CIF
             WHEN '00'
               PERFORM UNTIL WS-FS-CIF EQUAL '10'
                   READ CIF
                   EVALUATE WS-FS-CIF
                     WHEN '00'
                       IF  WS-CIF-COUNT LESS 3000
                           ADD 1   TO WS-CIF-COUNT
                           MOVE FD-CF-TAX-ID
                               TO WS-CF-TAX-ID(WS-CIF-COUNT)
                           MOVE FD-CF-STREET
                               TO WS-CF-STREET(WS-CIF-COUNT)
                           MOVE FD-CF-CITY
                               TO WS-CF-CITY(WS-CIF-COUNT)
                           MOVE FD-CF-STATE
                               TO WS-CF-STATE(WS-CIF-COUNT)
                           MOVE FD-CF-POSTAL-CODE
                               TO WS-CF-POSTAL-CODE(WS-CIF-COUNT)
                       ELSE
                           DISPLAY ' CIF TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CIF
             WHEN '35'
               DISPLAY ' CUSTOMER INFORMATION FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-HISTORY.

           OPEN INPUT CTRHIST.

           EVALUATE WS-FS-CTRHIST
             WHEN '00'
               PERFORM UNTIL WS-FS-CTRHIST EQUAL '10'
                   READ CTRHIST
                   EVALUATE WS-FS-CTRHIST
                     WHEN '00'
                       IF  WS-HST-COUNT LESS 2000
                           ADD 1   TO WS-HST-COUNT
                           MOVE FD-CH-CONTRACT
                               TO WS-HS-CONTRACT(WS-HST-COUNT)
                           MOVE FD-CH-TYPE
                               TO WS-HS-TYPE(WS-HST-COUNT)
                           MOVE FD-CH-PRINCIPAL
                               TO WS-HS-PRINCIPAL(WS-HST-COUNT)
                           MOVE FD-CH-RATE
                               TO WS-HS-RATE(WS-HST-COUNT)
                           MOVE FD-CH-TERM
                               TO WS-HS-TERM(WS-HST-COUNT)
                           MOVE FD-CH-START-DATE
                               TO WS-HS-START(WS-HST-COUNT)
                           MOVE FD-CH-RESTRUCT-DATE
                               TO WS-HS-RESTRUCT-DATE(WS-HST-COUNT)
                           MOVE FD-CH-PRIOR-BALANCE
                               TO WS-HS-PRIOR-BALANCE(WS-HST-COUNT)
                           MOVE FD-CH-CAPITALIZED
                               TO WS-HS-CAPITALIZED(WS-HST-COUNT)
                       ELSE
                           DISPLAY ' HISTORY TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-HISTORY'
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
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE ZEROS              TO WS-YR-PAY-COUNT
                                      WS-YR-PAID
                                      WS-YR-INTEREST
                                      WS-YR-PRINCIPAL
                                      WS-YR-BALANCE
                                      WS-YR-RESTRUCTURES.

           PERFORM 0202-00-LOAD-SCHEDULE.
           PERFORM 0203-00-BUILD-VERSIONS.
           PERFORM 0204-00-TAKE-PAYMENTS.
           PERFORM 0205-00-SPLIT-PAYMENTS.
           PERFORM 0206-00-YEAR-END-BALANCE.

           IF  WS-YR-STARTED-S AND
              (WS-YR-PAID          GREATER ZEROS OR
               WS-YR-BALANCE       GREATER ZEROS OR
               WS-YR-RESTRUCTURES  GREATER ZEROS)
               PERFORM 0207-00-PRINT-BORROWERS
           END-IF.

           PERFORM 0301-00-READ-CTRSORT.

       0201-00-EXIT.
           EXIT.

       0202-00-LOAD-SCHEDULE.

           MOVE ZEROS              TO WS-CUR-ROWS.

           PERFORM 0302-00-READ-SCHSORT
             UNTIL WS-FS-SCHSORT   EQUAL '10'
                OR FD-PS-CONTRACT  NOT LESS FD-CT-CONTRACT.

           PERFORM UNTIL WS-FS-SCHSORT EQUAL '10'
                      OR FD-PS-CONTRACT NOT EQUAL FD-CT-CONTRACT
               IF  FD-PS-MONTH     GREATER ZEROS AND
                   FD-PS-MONTH     NOT GREATER 360
                   MOVE FD-PS-INTEREST
                                   TO WS-CS-INTEREST(FD-PS-MONTH)
                   MOVE FD-PS-PAYMENT
                                   TO WS-CS-PAYMENT(FD-PS-MONTH)
                   MOVE FD-PS-DEBT TO WS-CS-DEBT(FD-PS-MONTH)
                   IF  FD-PS-MONTH GREATER WS-CUR-ROWS
                       MOVE FD-PS-MONTH
                                   TO WS-CUR-ROWS
                   END-IF
               END-IF
               PERFORM 0302-00-READ-SCHSORT
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-BUILD-VERSIONS.

      *    HISTORY VERSIONS STARTED BEFORE THE CURRENT CONTRACT ARE
      *    ITS EARLIER VERSIONS; THE CURRENT CONTRACT CLOSES THE LIST.

           MOVE ZEROS              TO WS-VER-COUNT.

           PERFORM VARYING WS-HST-POS FROM 1 BY 1
             UNTIL WS-HST-POS      GREATER WS-HST-COUNT
               IF  WS-HS-CONTRACT(WS-HST-POS)
                                   EQUAL FD-CT-CONTRACT
                   IF  WS-HS-START(WS-HST-POS)
                                   LESS FD-CT-START-DATE AND
                       WS-VER-COUNT LESS 19
                       ADD 1       TO WS-VER-COUNT
                       MOVE WS-HS-START(WS-HST-POS)
                                   TO WS-VS-START(WS-VER-COUNT)
                       MOVE WS-HS-PRINCIPAL(WS-HST-POS)
                                   TO WS-VS-PRINCIPAL(WS-VER-COUNT)
                       MOVE WS-HS-RATE(WS-HST-POS)
                                   TO WS-VS-RATE(WS-VER-COUNT)
                       MOVE WS-HS-TERM(WS-HST-POS)
                                   TO WS-VS-TERM(WS-VER-COUNT)
                       MOVE ZEROS  TO WS-VS-BEFORE(WS-VER-COUNT)
                                      WS-VS-IN-YEAR(WS-VER-COUNT)
                   END-IF
                   IF  WS-HS-TYPE(WS-HST-POS)
                                   EQUAL 'R' AND
                       WS-HS-RESTRUCT-DATE(WS-HST-POS)(1:4)
                                   EQUAL WS-TAX-YEAR
                       ADD 1       TO WS-YR-RESTRUCTURES
                   END-IF
               END-IF
           END-PERFORM.

           ADD 1                   TO WS-VER-COUNT.
           MOVE FD-CT-START-DATE   TO WS-VS-START(WS-VER-COUNT).
           MOVE FD-CT-PRINCIPAL    TO WS-VS-PRINCIPAL(WS-VER-COUNT).
           MOVE FD-CT-RATE         TO WS-VS-RATE(WS-VER-COUNT).
           MOVE FD-CT-TERM         TO WS-VS-TERM(WS-VER-COUNT).
           MOVE ZEROS              TO WS-VS-BEFORE(WS-VER-COUNT)
                                      WS-VS-IN-YEAR(WS-VER-COUNT).

       0203-00-EXIT.
           EXIT.

       0204-00-TAKE-PAYMENTS.

      *    EACH PAYMENT UP TO 31 DECEMBER GOES TO THE VERSION IN
      *    FORCE ON ITS DATE (THE FIRST ONE IF DATED BEFORE IT).

           PERFORM 0303-00-READ-PAYSORT
             UNTIL WS-FS-PAYSORT   EQUAL '10'
                OR FD-LP-CONTRACT  NOT LESS FD-CT-CONTRACT.

           PERFORM UNTIL WS-FS-PAYSORT EQUAL '10'
                      OR FD-LP-CONTRACT NOT EQUAL FD-CT-CONTRACT
               IF  FD-LP-DATE      NOT GREATER WS-YEAR-END
                   MOVE 1          TO WS-VER-FOUND
                   PERFORM VARYING WS-VER-POS FROM 1 BY 1
                     UNTIL WS-VER-POS GREATER WS-VER-COUNT
                       IF  WS-VS-START(WS-VER-POS)
                                   NOT GREATER FD-LP-DATE
                           MOVE WS-VER-POS
                                   TO WS-VER-FOUND
                       END-IF
                   END-PERFORM
                   IF  FD-LP-DATE  LESS WS-YEAR-START
                       ADD FD-LP-AMOUNT
                                   TO WS-VS-BEFORE(WS-VER-FOUND)
                   ELSE
                       ADD FD-LP-AMOUNT
                                   TO WS-VS-IN-YEAR(WS-VER-FOUND)
                       ADD FD-LP-AMOUNT
                                   TO WS-YR-PAID
                       ADD 1       TO WS-YR-PAY-COUNT
                   END-IF
               END-IF
               PERFORM 0303-00-READ-PAYSORT
           END-PERFORM.

       0204-00-EXIT.
           EXIT.

       0205-00-SPLIT-PAYMENTS.

           PERFORM VARYING WS-VER-POS FROM 1 BY 1
             UNTIL WS-VER-POS      GREATER WS-VER-COUNT
               IF  WS-VS-IN-YEAR(WS-VER-POS)
                                   GREATER ZEROS
                   PERFORM 0208-00-SELECT-SCHEDULE

                   MOVE WS-VS-BEFORE(WS-VER-POS)
                                   TO WS-AL-AMOUNT
                   PERFORM 0210-00-INTEREST-COVERED
                   MOVE WS-AL-INTEREST
                                   TO WS-AL-INTEREST-BEFORE

                   COMPUTE WS-AL-AMOUNT =
                       WS-VS-BEFORE(WS-VER-POS)
                     + WS-VS-IN-YEAR(WS-VER-POS)
                   PERFORM 0210-00-INTEREST-COVERED

                   COMPUTE WS-YR-INTEREST =
                       WS-YR-INTEREST
                     + WS-AL-INTEREST - WS-AL-INTEREST-BEFORE
               END-IF
           END-PERFORM.

           COMPUTE WS-YR-PRINCIPAL = WS-YR-PAID - WS-YR-INTEREST.

       0205-00-EXIT.
           EXIT.

       0206-00-YEAR-END-BALANCE.

      *    THE VERSION IN FORCE ON 31 DECEMBER; ITS INSTALLMENTS DUE
      *    ARE THE WHOLE MONTHS FROM ITS START TO DECEMBER, CAPPED AT
      *    THE TERM (AS EAD62594).

           MOVE ZEROS              TO WS-VER-FOUND.
           SET WS-YR-STARTED-N     TO TRUE.

           PERFORM VARYING WS-VER-POS FROM 1 BY 1
             UNTIL WS-VER-POS      GREATER WS-VER-COUNT
               IF  WS-VS-START(WS-VER-POS)
                                   NOT GREATER WS-YEAR-END
                   MOVE WS-VER-POS TO WS-VER-FOUND
               END-IF
           END-PERFORM.

           IF  WS-VER-FOUND        GREATER ZEROS
               SET WS-YR-STARTED-S TO TRUE
               MOVE WS-VER-FOUND   TO WS-VER-POS
               PERFORM 0208-00-SELECT-SCHEDULE
               PERFORM 0218-00-DUE-BALANCE
           END-IF.

       0206-00-EXIT.
           EXIT.

       0207-00-PRINT-BORROWERS.

           MOVE ZEROS              TO WS-CONTRACT-LINKS.

           PERFORM VARYING WS-LNK-POS FROM 1 BY 1
             UNTIL WS-LNK-POS      GREATER WS-LNK-COUNT
               IF  WS-LK-CONTRACT(WS-LNK-POS)
                                   EQUAL FD-CT-CONTRACT
                   ADD 1           TO WS-CONTRACT-LINKS
                   PERFORM 0209-00-FIND-CUSTOMER
                   PERFORM 0212-00-PRINT-STATEMENT
                   IF  WS-CUS-FOUND GREATER ZEROS
                       PERFORM 0215-00-WRITE-TAXRTN
                   END-IF
               END-IF
           END-PERFORM.

      *    NOT LINKED YET (EAD625JN): STATEMENT UNDER THE CONTRACT
      *    NAME, LEFT OFF THE RETURN.
           IF  WS-CONTRACT-LINKS   EQUAL ZEROS
               ADD 1               TO WS-COUNT-UNLINKED
               MOVE ZEROS          TO WS-CUS-FOUND
                                      WS-CIF-FOUND
                                      WS-BR-CUSTOMER
                                      WS-BR-TAX-ID
               MOVE FD-CT-CLIENT   TO WS-BR-NAME
               MOVE 'P'            TO WS-BR-ROLE
               PERFORM 0212-00-PRINT-STATEMENT
           END-IF.

       0207-00-EXIT.
           EXIT.

       0208-00-SELECT-SCHEDULE.

      *    THE LAST VERSION USES PORTSCHD; AN EARLIER ONE IS REBUILT.

           IF  WS-VER-POS          EQUAL WS-VER-COUNT
               SET WS-AL-CURRENT   TO TRUE
               MOVE WS-CUR-ROWS    TO WS-AL-ROWS
           ELSE
               PERFORM 0216-00-REBUILD-SCHEDULE
               SET WS-AL-REBUILT   TO TRUE
               MOVE WS-GEN-ROWS    TO WS-AL-ROWS
           END-IF.

       0208-00-EXIT.
           EXIT.

       0209-00-FIND-CUSTOMER.

           MOVE ZEROS              TO WS-CUS-FOUND
                                      WS-CIF-FOUND.

           PERFORM VARYING WS-CUS-POS FROM 1 BY 1
             UNTIL WS-CUS-POS      GREATER WS-CUS-COUNT
                OR WS-CUS-FOUND    GREATER ZEROS
               IF  WS-CU-CUSTOMER(WS-CUS-POS)
                                   EQUAL WS-LK-CUSTOMER(WS-LNK-POS)
                   MOVE WS-CUS-POS TO WS-CUS-FOUND
               END-IF
           END-PERFORM.

           MOVE WS-LK-CUSTOMER(WS-LNK-POS)
                                   TO WS-BR-CUSTOMER.
           MOVE WS-LK-ROLE(WS-LNK-POS)
                                   TO WS-BR-ROLE.

           IF  WS-CUS-FOUND        EQUAL ZEROS
      *        LINK TO A CUSTOMER NO LONGER ON THE MASTER
               ADD 1               TO WS-COUNT-UNLINKED
               MOVE FD-CT-CLIENT   TO WS-BR-NAME
               MOVE ZEROS          TO WS-BR-TAX-ID
           ELSE
               MOVE WS-CU-NAME(WS-CUS-FOUND)
                                   TO WS-BR-NAME
               MOVE WS-CU-TAX-ID(WS-CUS-FOUND)
                                   TO WS-BR-TAX-ID
               PERFORM VARYING WS-CIF-POS FROM 1 BY 1
                 UNTIL WS-CIF-POS  GREATER WS-CIF-COUNT
                    OR WS-CIF-FOUND GREATER ZEROS
                   IF  WS-CF-TAX-ID(WS-CIF-POS)
                                   EQUAL WS-BR-TAX-ID
                       MOVE WS-CIF-POS
                                   TO WS-CIF-FOUND
                   END-IF
               END-PERFORM
               IF  WS-CIF-FOUND    EQUAL ZEROS
                   ADD 1           TO WS-COUNT-NO-ADDRESS
               END-IF
           END-IF.

       0209-00-EXIT.
           EXIT.

       0210-00-INTEREST-COVERED.

      *    INTEREST COVERED BY WS-AL-AMOUNT APPLIED TO THE SELECTED
      *    SCHEDULE OLDEST INSTALLMENT FIRST, INTEREST BEFORE
      *    PRINCIPAL WITHIN EACH INSTALLMENT.

           MOVE WS-AL-AMOUNT       TO WS-AL-REMAINING.
           MOVE ZEROS              TO WS-AL-INTEREST.

           PERFORM VARYING WS-AL-POS FROM 1 BY 1
             UNTIL WS-AL-POS       GREATER WS-AL-ROWS
                OR WS-AL-REMAINING EQUAL ZEROS
               PERFORM 0211-00-TAKE-ROW
               EVALUATE TRUE
                 WHEN WS-AL-REMAINING NOT LESS WS-AL-ROW-PAYMENT
                   ADD WS-AL-ROW-INTEREST
                                   TO WS-AL-INTEREST
                   SUBTRACT WS-AL-ROW-PAYMENT
                                   FROM WS-AL-REMAINING
                 WHEN WS-AL-REMAINING GREATER WS-AL-ROW-INTEREST
                   ADD WS-AL-ROW-INTEREST
                                   TO WS-AL-INTEREST
                   MOVE ZEROS      TO WS-AL-REMAINING
                 WHEN OTHER
                   ADD WS-AL-REMAINING
                                   TO WS-AL-INTEREST
                   MOVE ZEROS      TO WS-AL-REMAINING
               END-EVALUATE
           END-PERFORM.

       0210-00-EXIT.
           EXIT.

       0211-00-TAKE-ROW.

           IF  WS-AL-CURRENT
               MOVE WS-CS-INTEREST(WS-AL-POS)
                                   TO WS-AL-ROW-INTEREST
               MOVE WS-CS-PAYMENT(WS-AL-POS)
                                   TO WS-AL-ROW-PAYMENT
               MOVE WS-CS-DEBT(WS-AL-POS)
                                   TO WS-AL-ROW-DEBT
           ELSE
               MOVE WS-GS-INTEREST(WS-AL-POS)
                                   TO WS-AL-ROW-INTEREST
               MOVE WS-GS-PAYMENT(WS-AL-POS)
                                   TO WS-AL-ROW-PAYMENT
               MOVE WS-GS-DEBT(WS-AL-POS)
                                   TO WS-AL-ROW-DEBT
           END-IF.

       0211-00-EXIT.
           EXIT.

       0212-00-PRINT-STATEMENT.

           ADD 1                   TO WS-COUNT-STATEMENTS.

           WRITE REG-LOANSTMT      FROM WS-RPT-TITLE
                                   AFTER PAGE.
           WRITE REG-LOANSTMT      FROM WS-RPT-ISSUE.

           MOVE WS-BR-NAME         TO WS-RB-NAME.
           IF  WS-BR-TAX-ID        EQUAL ZEROS
               MOVE SPACES         TO WS-RB-TAX-ID
                                      WS-RB-CUSTOMER
           ELSE
               MOVE WS-BR-TAX-ID   TO WS-RB-TAX-ID
               MOVE WS-BR-CUSTOMER TO WS-RB-CUSTOMER
           END-IF.
           WRITE REG-LOANSTMT      FROM WS-RPT-BORROWER
                                   AFTER 2 LINES.

           EVALUATE TRUE
             WHEN WS-CONTRACT-LINKS EQUAL ZEROS
               MOVE 'CONTRACT NOT LINKED TO A CUSTOMER - NO ADDRESS'
                                   TO WS-RA-LINE
               WRITE REG-LOANSTMT  FROM WS-RPT-ADDRESS
             WHEN WS-CUS-FOUND     EQUAL ZEROS
               MOVE 'CUSTOMER NOT ON THE CUSTOMER MASTER - NO ADDRESS'
                                   TO WS-RA-LINE
               WRITE REG-LOANSTMT  FROM WS-RPT-ADDRESS
             WHEN WS-CIF-FOUND     EQUAL ZEROS
               MOVE 'ADDRESS NOT ON THE CUSTOMER INFORMATION FILE'
                                   TO WS-RA-LINE
               WRITE REG-LOANSTMT  FROM WS-RPT-ADDRESS
             WHEN OTHER
               MOVE WS-CF-STREET(WS-CIF-FOUND)
                                   TO WS-RA-LINE
               WRITE REG-LOANSTMT  FROM WS-RPT-ADDRESS
               MOVE WS-CF-POSTAL-CODE(WS-CIF-FOUND)
                                   TO WS-RC-POSTAL-CODE
               MOVE WS-CF-CITY(WS-CIF-FOUND)
                                   TO WS-RC-CITY
               MOVE WS-CF-STATE(WS-CIF-FOUND)
                                   TO WS-RC-STATE
               WRITE REG-LOANSTMT  FROM WS-RPT-CITY
           END-EVALUATE.

           MOVE FD-CT-CONTRACT     TO WS-RK-CONTRACT.
           IF  WS-BR-ROLE          EQUAL 'J'
               MOVE 'JOINT'        TO WS-RK-ROLE
           ELSE
               MOVE 'PRIMARY'      TO WS-RK-ROLE
           END-IF.
           MOVE FD-CT-START-DATE   TO WS-DATE-EDIT.
           PERFORM 0214-00-FORMAT-DATE.
           MOVE WS-DATE-FMT        TO WS-RK-START.
           MOVE FD-CT-RATE         TO WS-RK-RATE.
           MOVE FD-CT-TERM         TO WS-RK-TERM.
           WRITE REG-LOANSTMT      FROM WS-RPT-CONTRACT
                                   AFTER 2 LINES.

           MOVE WS-YR-PAY-COUNT    TO WS-RN-COUNT.
           WRITE REG-LOANSTMT      FROM WS-RPT-COUNT
                                   AFTER 2 LINES.

           MOVE 'TOTAL PAID IN THE YEAR.............:'
                                   TO WS-RM-LABEL.
           MOVE WS-YR-PAID         TO WS-RM-AMOUNT.
           WRITE REG-LOANSTMT      FROM WS-RPT-AMOUNT.

           MOVE '  OF WHICH INTEREST................:'
                                   TO WS-RM-LABEL.
           MOVE WS-YR-INTEREST     TO WS-RM-AMOUNT.
           WRITE REG-LOANSTMT      FROM WS-RPT-AMOUNT.

           MOVE '  OF WHICH PRINCIPAL...............:'
                                   TO WS-RM-LABEL.
           MOVE WS-YR-PRINCIPAL    TO WS-RM-AMOUNT.
           WRITE REG-LOANSTMT      FROM WS-RPT-AMOUNT.

           MOVE 'BALANCE OUTSTANDING AT 31 DECEMBER.:'
                                   TO WS-RM-LABEL.
           MOVE WS-YR-BALANCE      TO WS-RM-AMOUNT.
           WRITE REG-LOANSTMT      FROM WS-RPT-AMOUNT
                                   AFTER 2 LINES.

           IF  WS-YR-RESTRUCTURES  EQUAL ZEROS
               MOVE SPACES         TO REG-LOANSTMT
               MOVE '  NO RESTRUCTURING DURING THE YEAR'
                                   TO REG-LOANSTMT
               WRITE REG-LOANSTMT  AFTER 2 LINES
           ELSE
               MOVE SPACES         TO REG-LOANSTMT
               WRITE REG-LOANSTMT
               PERFORM VARYING WS-HST-POS FROM 1 BY 1
                 UNTIL WS-HST-POS  GREATER WS-HST-COUNT
                   IF  WS-HS-CONTRACT(WS-HST-POS)
                                   EQUAL FD-CT-CONTRACT AND
                       WS-HS-TYPE(WS-HST-POS)
                                   EQUAL 'R' AND
                       WS-HS-RESTRUCT-DATE(WS-HST-POS)(1:4)
                                   EQUAL WS-TAX-YEAR
                       MOVE WS-HS-RESTRUCT-DATE(WS-HST-POS)
                                   TO WS-DATE-EDIT
                       PERFORM 0214-00-FORMAT-DATE
                       MOVE WS-DATE-FMT
                                   TO WS-RR-DATE
                       MOVE WS-HS-PRIOR-BALANCE(WS-HST-POS)
                                   TO WS-RR-BALANCE
                       MOVE WS-HS-CAPITALIZED(WS-HST-POS)
                                   TO WS-RR-CAPITALIZED
                       WRITE REG-LOANSTMT
                                   FROM WS-RPT-RESTRUCTURE
                   END-IF
               END-PERFORM
           END-IF.

           WRITE REG-LOANSTMT      FROM WS-RPT-NOTE-1
                                   AFTER 3 LINES.
           WRITE REG-LOANSTMT      FROM WS-RPT-NOTE-2.

       0212-00-EXIT.
           EXIT.

       0213-00-WRITE-TAXRTN-CONTROL.

           WRITE REG-TAXRTN-CONTROL.

           IF  WS-FS-TAXRTN        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0213-00-WRITE-TAXRTN-CONTROL'
                                    ' FILE STATUS: ' WS-FS-TAXRTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0213-00-EXIT.
           EXIT.

       0214-00-FORMAT-DATE.

           MOVE WS-DE-DAY          TO WS-DF-DAY.
           MOVE WS-DE-MONTH        TO WS-DF-MONTH.
           MOVE WS-DE-YEAR         TO WS-DF-YEAR.

       0214-00-EXIT.
           EXIT.

       0215-00-WRITE-TAXRTN.

           MOVE SPACES             TO REG-TAXRTN.
           MOVE WS-TAX-YEAR        TO FD-TR-YEAR.
           MOVE WS-BR-TAX-ID       TO FD-TR-TAX-ID.
           MOVE WS-BR-CUSTOMER     TO FD-TR-CUSTOMER.
           MOVE WS-BR-NAME         TO FD-TR-NAME.
           MOVE FD-CT-CONTRACT     TO FD-TR-CONTRACT.
           MOVE WS-BR-ROLE         TO FD-TR-ROLE.
           MOVE WS-YR-INTEREST     TO FD-TR-INTEREST.
           MOVE WS-YR-PRINCIPAL    TO FD-TR-PRINCIPAL.
           MOVE WS-YR-BALANCE      TO FD-TR-BALANCE.

           IF  WS-YR-RESTRUCTURES  GREATER ZEROS
               MOVE 'Y'            TO FD-TR-RESTRUCTURED
           ELSE
               MOVE 'N'            TO FD-TR-RESTRUCTURED
           END-IF.

           WRITE REG-TAXRTN.

           IF  WS-FS-TAXRTN        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0215-00-WRITE-TAXRTN'
                                    ' FILE STATUS: ' WS-FS-TAXRTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-COUNT-EXTRACT.
           ADD WS-YR-INTEREST      TO WS-TOTAL-INTEREST.
           ADD WS-YR-PRINCIPAL     TO WS-TOTAL-PRINCIPAL.

       0215-00-EXIT.
           EXIT.

       0216-00-REBUILD-SCHEDULE.

      *    SCHEDULE OF AN EARLIER VERSION FROM ITS TERMS, WITH THE
      *    ANNUITY AND ROUNDING OF EAD62550 (0202 / 0205).

           MOVE ZEROS              TO WS-GEN-ROWS.

           COMPUTE WS-RATE-FRACTION =
               WS-VS-RATE(WS-VER-POS) / 100.

           MOVE 1                  TO WS-FACTOR.

           PERFORM VARYING WS-POWER-IND FROM 1 BY 1
             UNTIL WS-POWER-IND    GREATER WS-VS-TERM(WS-VER-POS)
               COMPUTE WS-FACTOR ROUNDED =
                   WS-FACTOR * (1 + WS-RATE-FRACTION)
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-VS-TERM(WS-VER-POS) EQUAL ZEROS
               MOVE ZEROS          TO WS-PAYMENT
             WHEN WS-RATE-FRACTION EQUAL ZEROS
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-VS-PRINCIPAL(WS-VER-POS)
                 / WS-VS-TERM(WS-VER-POS)
             WHEN OTHER
               COMPUTE WS-ANNUITY-NUMER ROUNDED =
                   WS-VS-PRINCIPAL(WS-VER-POS)
                 * WS-RATE-FRACTION * WS-FACTOR
               COMPUTE WS-ANNUITY-DENOM =
                   WS-FACTOR - 1
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-ANNUITY-NUMER / WS-ANNUITY-DENOM
           END-EVALUATE.

           MOVE WS-VS-PRINCIPAL(WS-VER-POS)
                                   TO WS-DEBT.

           IF  WS-PAYMENT          EQUAL ZEROS
               MOVE ZEROS          TO WS-DEBT
           END-IF.

           PERFORM 0217-00-REBUILD-MONTH
             UNTIL WS-DEBT         EQUAL ZEROS
                OR WS-GEN-ROWS     NOT LESS 360.

       0216-00-EXIT.
           EXIT.

       0217-00-REBUILD-MONTH.

           COMPUTE WS-INTEREST ROUNDED =
               WS-DEBT * WS-RATE-FRACTION.

           IF  WS-INTEREST         NOT LESS WS-PAYMENT
               MOVE ZEROS          TO WS-DEBT
           ELSE
               ADD WS-INTEREST     TO WS-DEBT

               IF  WS-DEBT         LESS WS-PAYMENT
                   MOVE WS-DEBT    TO WS-PAYMENT
               END-IF

               SUBTRACT WS-PAYMENT FROM WS-DEBT
               ADD 1               TO WS-GEN-ROWS

               MOVE WS-INTEREST    TO WS-GS-INTEREST(WS-GEN-ROWS)
               MOVE WS-PAYMENT     TO WS-GS-PAYMENT(WS-GEN-ROWS)
               MOVE WS-DEBT        TO WS-GS-DEBT(WS-GEN-ROWS)
           END-IF.

       0217-00-EXIT.
           EXIT.

       0218-00-DUE-BALANCE.

           MOVE WS-VS-START(WS-VER-POS)(1:4)
                                   TO WS-START-YEAR.
           MOVE WS-VS-START(WS-VER-POS)(5:2)
                                   TO WS-START-MONTH.

           COMPUTE WS-DUE-COUNT =
               ((WS-TAX-YEAR - WS-START-YEAR) * 12)
               + 12 - WS-START-MONTH.

           IF  WS-DUE-COUNT        GREATER WS-VS-TERM(WS-VER-POS)
               MOVE WS-VS-TERM(WS-VER-POS)
                                   TO WS-DUE-COUNT
           END-IF.

           EVALUATE TRUE
             WHEN WS-DUE-COUNT     NOT GREATER ZEROS
               MOVE WS-VS-PRINCIPAL(WS-VER-POS)
                                   TO WS-YR-BALANCE
             WHEN WS-DUE-COUNT     GREATER WS-AL-ROWS
      *        THE SCHEDULE ENDED EARLIER: NOTHING LEFT TO PAY
               MOVE ZEROS          TO WS-YR-BALANCE
             WHEN OTHER
               MOVE WS-DUE-COUNT   TO WS-AL-POS
               PERFORM 0211-00-TAKE-ROW
               MOVE WS-AL-ROW-DEBT TO WS-YR-BALANCE
           END-EVALUATE.

       0218-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CTRSORT.

           READ CTRSORT.

           EVALUATE WS-FS-CTRSORT
             WHEN '00'
               ADD 1               TO WS-READ-CONTRACTS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CTRSORT'
                                    ' FILE STATUS: ' WS-FS-CTRSORT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-SCHSORT.

           READ SCHSORT.

           EVALUATE WS-FS-SCHSORT
             WHEN '00'
               CONTINUE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-SCHSORT'
                                    ' FILE STATUS: ' WS-FS-SCHSORT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-PAYSORT.

           READ PAYSORT.

           EVALUATE WS-FS-PAYSORT
             WHEN '00'
               ADD 1               TO WS-READ-PAYMENTS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-PAYSORT'
                                    ' FILE STATUS: ' WS-FS-PAYSORT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           MOVE SPACES             TO REG-TAXRTN-CONTROL.
           MOVE 'TRL*'             TO FD-TR-CTL-ID.
           MOVE WS-COUNT-EXTRACT   TO FD-TR-TRL-COUNT.
           MOVE WS-TOTAL-INTEREST  TO FD-TR-TRL-INTEREST.
           MOVE WS-TOTAL-PRINCIPAL TO FD-TR-TRL-PRINCIPAL.
           PERFORM 0213-00-WRITE-TAXRTN-CONTROL.

           CLOSE CTRSORT
                 SCHSORT
                 PAYSORT
                 LOANSTMT
                 TAXRTN.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CONTRACTS  TO WS-FMT-AMOUNT
           DISPLAY '*  READ CONTRACTS: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-READ-PAYMENTS   TO WS-FMT-AMOUNT
           DISPLAY '*  READ PAYMENTS.: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-COUNT-STATEMENTS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  STATEMENTS....: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-COUNT-EXTRACT   TO WS-FMT-AMOUNT
           DISPLAY '*  RETURN DETAILS: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-COUNT-UNLINKED  TO WS-FMT-AMOUNT
           DISPLAY '*  NOT LINKED....: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-COUNT-NO-ADDRESS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NO CIF ADDRESS: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-TOTAL-INTEREST  TO WS-FMT-TOTAL
           DISPLAY '*  INTEREST......: ' WS-FMT-TOTAL
                                         '         *'.
           MOVE WS-TOTAL-PRINCIPAL TO WS-FMT-TOTAL
           DISPLAY '*  PRINCIPAL.....: ' WS-FMT-TOTAL
                                         '         *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-UNLINKED   GREATER ZEROS OR
               WS-COUNT-NO-ADDRESS GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.
