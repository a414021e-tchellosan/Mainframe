      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62637.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62637                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : THIRTY-BUSINESS-DAY CASH-FLOW AND LIQUIDITY  *
      *                   FORECAST FOR TREASURY                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE HORIZON IS THE 30 BUSINESS DAYS AFTER THE BASE DATE,     *
      *   TAKEN FROM THE EAD62544 CALENDAR SERVICE.  EVERY KNOWN       *
      *   FUTURE MOVEMENT IS ROLLED TO ITS BUSINESS DAY THE SAME WAY   *
      *   THE PROGRAM THAT WILL POST IT ROLLS IT, AND ACCUMULATED AS   *
      *   AN INFLOW OR AN OUTFLOW OF ITS BRANCH ON THAT DAY:           *
      *                                                                *
      *   - STANDING ORDERS (EAD62570 MASTER), EVERY OCCURRENCE IN     *
      *     THE HORIZON: C = INFLOW, D = OUTFLOW, T = OUTFLOW OF THE   *
      *     ORDERING BRANCH AND INFLOW OF THE COUNTERPARTY BRANCH      *
      *     WHEN THAT BRANCH IS ON THE CLIENT MASTER;                  *
      *   - LOAN INSTALLMENTS (PORTSCHD, EAD62618 RULES): INFLOW OF    *
      *     THE BRANCH OF THE BORROWER'S PRIMARY ACCOUNT;              *
      *   - TERM-DEPOSIT MATURITIES (EAD62622 RULES): PRINCIPAL PLUS   *
      *     INTEREST (NO RENEWAL) OR INTEREST ONLY (PRINCIPAL          *
      *     RENEWED) AS AN OUTFLOW; A FULL RENEWAL MOVES NO CASH;      *
      *   - INVESTMENT MATURITIES: THE PRINCIPAL OF A POSITION WHOSE   *
      *     TERM ENDS IN THE HORIZON, ON THE FIRST BUSINESS DAY OF     *
      *     ITS MATURITY MONTH, AS AN OUTFLOW OF THE HOLDER'S BRANCH;  *
      *   - CLEARING-HOUSE SETTLEMENTS STILL PENDING (THE LAST FILE    *
      *     SENT AND THE ITEMS UNDER SANCTIONS REVIEW): OUTFLOW OF     *
      *     THE ORIGINATING BRANCH;                                    *
      *   - PAYROLL FILES HELD FOR THEIR PAY DATE (EAD62620),          *
      *     EXPENSE REIMBURSEMENTS INCLUDED: OUTFLOW OF THE            *
      *     EMPLOYEE'S BRANCH ON THE PAY DATE.                         *
      *                                                                *
      *   SETTLEMENTS AND PAYROLL ALREADY DUE BY THE BASE DATE FALL    *
      *   ON THE FIRST DAY OF THE HORIZON.  A LOAN OR INVESTMENT WITH  *
      *   NO LINKED ACCOUNT IS REPORTED UNDER AN UNASSIGNED BRANCH.    *
      *                                                                *
      *   THE REPORT GIVES INFLOWS, OUTFLOWS AND NET PER DAY AND PER   *
      *   BRANCH, THE HORIZON TOTALS PER BRANCH AND PER SOURCE.  A     *
      *   DAY WHOSE TOTAL OUTFLOWS EXCEED THE SYSIN LIMIT IS FLAGGED   *
      *   AND ENDS THE RUN WITH RC=04.                                 *
      *                                                                *
      *   SYSIN: BASE DATE (YYYYMMDD), OUTFLOW LIMIT PER DAY           *
      *          (9(11)V9(2), NO SEPARATOR) AND THE CURRENT SCHEDULE   *
      *          MONTH OF THE INVESTMENT POSITIONS (AS EAD625JI).      *
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

           SELECT CLIENTSO         ASSIGN TO DA-S-CLIENTSO
               FILE STATUS         IS WS-FS-CLIENTSO.

           SELECT CUSTREL          ASSIGN TO DA-S-CUSTREL
               FILE STATUS         IS WS-FS-CUSTREL.

           SELECT STORDERS         ASSIGN TO DA-S-STORDERS
               FILE STATUS         IS WS-FS-STORDERS.

           SELECT CONTRACTS        ASSIGN TO DA-S-CONTRACTS
               FILE STATUS         IS WS-FS-CONTRACTS.

           SELECT PORTSCHD         ASSIGN TO DA-S-PORTSCHD
               FILE STATUS         IS WS-FS-PORTSCHD.

           SELECT TDMAST           ASSIGN TO DA-S-TDMAST
               FILE STATUS         IS WS-FS-TDMAST.

           SELECT INVESTS          ASSIGN TO DA-S-INVESTS
               FILE STATUS         IS WS-FS-INVESTS.

           SELECT SETTSEND         ASSIGN TO DA-S-SETTSEND
               FILE STATUS         IS WS-FS-SETTSEND.

           SELECT SETTREV          ASSIGN TO DA-S-SETTREV
               FILE STATUS         IS WS-FS-SETTREV.

           SELECT PAYMONTH         ASSIGN TO DA-S-PAYMONTH
               FILE STATUS         IS WS-FS-PAYMONTH.

           SELECT PAYBONUS         ASSIGN TO DA-S-PAYBONUS
               FILE STATUS         IS WS-FS-PAYBONUS.

           SELECT PAYFINAL         ASSIGN TO DA-S-PAYFINAL
               FILE STATUS         IS WS-FS-PAYFINAL.

           SELECT PAYEXPN          ASSIGN TO DA-S-PAYEXPN
               FILE STATUS         IS WS-FS-PAYEXPN.

           SELECT FCSTRPT          ASSIGN TO DA-S-FCSTRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CLIENTSO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLIENTSO.
           03  FD-CO-CLIENT-KEY.
               05  FD-CO-BRANCH    PIC X(4).
                   88  FD-CO-CONTROL-RECORD    VALUE 'HDR*' 'TRL*'.
               05  FD-CO-ACCOUNT   PIC 9(5).
           03  FD-CO-CLIENT-NAME   PIC A(20).
           03  FD-CO-BANK-BALANCE  PIC S9(6)V9(2).
           03  FD-CO-LAST-ACTIVITY PIC 9(8).

       FD  CUSTREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTREL.
           03  FD-RL-CUSTOMER      PIC 9(8).
           03  FD-RL-TYPE          PIC X(1).
           03  FD-RL-REFERENCE     PIC X(30).
           03  FD-RL-ROLE          PIC X(1).
           03  FD-RL-START-DATE    PIC 9(8).

       FD  STORDERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-STORDERS.
           03  FD-SO-CLIENT-KEY.
               05  FD-SO-BRANCH    PIC X(4).
               05  FD-SO-ACCOUNT   PIC 9(5).
           03  FD-SO-COUNTERPARTY.
               05  FD-SO-CP-BRANCH PIC X(4).
               05  FD-SO-CP-ACCOUNT
                                   PIC 9(5).
           03  FD-SO-RELEASE-TYPE  PIC A(1).
           03  FD-SO-VALUE         PIC 9(6)V9(2).
           03  FD-SO-FREQUENCY     PIC X(1).
           03  FD-SO-NEXT-DUE      PIC 9(8).
           03  FD-SO-STATUS        PIC X(1).
           03  FD-SO-DESCRIPTION   PIC X(20).

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

       FD  TDMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TDMAST.
           03  FD-TD-NUMBER        PIC 9(6).
           03  FD-TD-CLIENT-KEY.
               05  FD-TD-BRANCH    PIC X(4).
               05  FD-TD-ACCOUNT   PIC 9(5).
           03  FD-TD-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-TD-RATE          PIC 9(2)V9(4).
           03  FD-TD-TERM          PIC 9(3).
           03  FD-TD-START-DATE    PIC 9(8).
           03  FD-TD-MATURITY-DATE PIC 9(8).
           03  FD-TD-ROLLOVER      PIC X(1).
               88  FD-TD-ROLL-ALL                      VALUE 'R'.
               88  FD-TD-ROLL-PRINCIPAL                VALUE 'P'.
           03  FD-TD-ACCRUED       PIC 9(7)V9(2).
           03  FD-TD-STATUS        PIC X(1).
               88  FD-TD-ACTIVE                        VALUE 'A'.
           03  FD-TD-CLOSE-DATE    PIC 9(8).
           03  FILLER              PIC X(12).

       FD  INVESTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVESTS.
           03  FD-IN-CLIENT        PIC X(20).
           03  FD-IN-PRODUCT       PIC X(10).
           03  FD-IN-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-IN-START-MONTH   PIC 9(3).
           03  FD-IN-TERM          PIC 9(3).

       FD  SETTSEND
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SETTSEND            PIC X(50).

       FD  SETTREV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SETTREV             PIC X(50).

       FD  PAYMONTH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYMONTH            PIC X(50).

       FD  PAYBONUS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYBONUS            PIC X(50).

       FD  PAYFINAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYFINAL            PIC X(50).

       FD  PAYEXPN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYEXPN             PIC X(50).

       FD  FCSTRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-FCSTRPT             PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62637'.

       77  WS-FS-CLIENTSO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTREL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-STORDERS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-TDMAST            PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVESTS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-SETTSEND          PIC X(2)            VALUE ZEROS.
       77  WS-FS-SETTREV           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYMONTH          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYBONUS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYFINAL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYEXPN           PIC X(2)            VALUE ZEROS.

      *    STATUS OF WHICHEVER INTERFACE FILE IS BEING PROCESSED
       77  WS-FS-INTERFACE         PIC X(2)            VALUE ZEROS.

       77  WS-READ-STORDERS        PIC 9(5)            VALUE ZEROS.
       77  WS-READ-SCHEDULE        PIC 9(7)            VALUE ZEROS.
       77  WS-READ-TDMAST          PIC 9(5)            VALUE ZEROS.
       77  WS-READ-INVESTS         PIC 9(5)            VALUE ZEROS.
       77  WS-READ-INTERFACE       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-EVENTS         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-OUTSIDE        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-FLAGGED        PIC 9(5)            VALUE ZEROS.

       77  WS-BASE-DATE            PIC 9(8)            VALUE ZEROS.
       77  WS-OUTFLOW-LIMIT        PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-SCHEDULE-MONTH       PIC 9(3)            VALUE ZEROS.
       77  WS-HORIZON-END          PIC 9(8)            VALUE ZEROS.

       01  WS-BASE-SPLIT.
           03  WS-BASE-YEAR        PIC 9(4).
           03  WS-BASE-MONTH       PIC 9(2).
           03  WS-BASE-DAY         PIC 9(2).

      *    THE 30 BUSINESS DAYS OF THE HORIZON AND THEIR TOTALS
       77  WS-DAY-POS              PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-DAY-FOUND            PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-DAY-TABLE.
           03  WS-DY-ENTRY         OCCURS 30 TIMES.
               05  WS-DY-DATE      PIC 9(8).
               05  WS-DY-INFLOW    PIC 9(11)V9(2).
               05  WS-DY-OUTFLOW   PIC 9(11)V9(2).

      *    BRANCHES OF THE CLIENT MASTER, IN MASTER ORDER, THEN ANY
      *    OTHER BRANCH A MOVEMENT IS BOOKED TO (SPACES = UNASSIGNED)
       77  WS-BR-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-BR-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-BR-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-SEARCH-BRANCH        PIC X(4)            VALUE SPACES.

       01  WS-BRANCH-TABLE.
           03  WS-BR-ENTRY         OCCURS 50 TIMES.
               05  WS-BR-BRANCH    PIC X(4).
               05  WS-BR-MASTER-IND
                                   PIC X(1).
                   88  WS-BR-ON-MASTER         VALUE 'Y'.
               05  WS-BR-INFLOW    PIC 9(11)V9(2).
               05  WS-BR-OUTFLOW   PIC 9(11)V9(2).
               05  WS-BR-DAY       OCCURS 30 TIMES.
                   07  WS-BD-INFLOW
                                   PIC 9(11)V9(2).
                   07  WS-BD-OUTFLOW
                                   PIC 9(11)V9(2).

      *    TOTALS PER SOURCE OF MOVEMENT
       77  WS-SOURCE-POS           PIC 9(1)            VALUE ZEROS.

       01  WS-SOURCE-TABLE.
           03  WS-SR-ENTRY         OCCURS 6 TIMES.
               05  WS-SR-COUNT     PIC 9(5).
               05  WS-SR-INFLOW    PIC 9(11)V9(2).
               05  WS-SR-OUTFLOW   PIC 9(11)V9(2).

       01  WS-SOURCE-NAMES.
           03  FILLER              PIC X(20)           VALUE
           'STANDING ORDERS.....'.
           03  FILLER              PIC X(20)           VALUE
           'LOAN INSTALLMENTS...'.
           03  FILLER              PIC X(20)           VALUE
           'TERM DEPOSITS.......'.
           03  FILLER              PIC X(20)           VALUE
           'INVESTMENTS.........'.
           03  FILLER              PIC X(20)           VALUE
           'CLEARING SETTLEMENT.'.
           03  FILLER              PIC X(20)           VALUE
           'PAYROLL.............'.
       01  WS-SOURCE-NAME-TABLE        REDEFINES WS-SOURCE-NAMES.
           03  WS-SN-NAME          PIC X(20)           OCCURS 6 TIMES.

      *    THE SIX INTERFACE FILES IN THE 50-BYTE HDR*/TRL* FORMAT
      *    AND THE SOURCE EACH ONE FEEDS (5 = SETTLEMENT, 6 = PAYROLL)
       77  WS-INTERFACE-POS        PIC 9(1)            VALUE ZEROS.

       01  WS-INTERFACE-NAMES.
           03  FILLER              PIC X(9)            VALUE
           'SETTSEND5'.
           03  FILLER              PIC X(9)            VALUE
           'SETTREV 5'.
           03  FILLER              PIC X(9)            VALUE
           'PAYMONTH6'.
           03  FILLER              PIC X(9)            VALUE
           'PAYBONUS6'.
           03  FILLER              PIC X(9)            VALUE
           'PAYFINAL6'.
           03  FILLER              PIC X(9)            VALUE
           'PAYEXPN 6'.
       01  FILLER                      REDEFINES WS-INTERFACE-NAMES.
           03  WS-IF-ENTRY         OCCURS 6 TIMES.
               05  WS-IF-DDNAME    PIC X(8).
               05  WS-IF-SOURCE    PIC 9(1).

       01  WS-IF-RECORD.
           03  WS-IR-RELEASE-KEY.
               05  WS-IR-BRANCH    PIC X(4).
               05  WS-IR-ACCOUNT   PIC 9(5).
           03  WS-IR-DOC-NUMBER    PIC 9(4).
           03  WS-IR-RELEASE-TYPE  PIC A(1).
           03  WS-IR-RELEASE-VALUE PIC 9(6)V9(2).
           03  WS-IR-COUNTERPARTY  PIC X(9).
           03  WS-IR-POSTING-DATE  PIC 9(8).
           03  WS-IR-VALUE-DATE    PIC 9(8).
           03  WS-IR-CURRENCY      PIC X(3).

       01  WS-IF-SETTLE                REDEFINES WS-IF-RECORD.
           03  WS-IS-ORIGIN-KEY.
               05  WS-IS-BRANCH    PIC X(4).
               05  WS-IS-ACCOUNT   PIC 9(5).
           03  WS-IS-DOC-NUMBER    PIC 9(4).
           03  WS-IS-VALUE         PIC 9(6)V9(2).
           03  WS-IS-DEST-KEY      PIC X(9).
           03  WS-IS-VALUE-DATE    PIC 9(8).
           03  WS-IS-CURRENCY      PIC X(3).
           03  FILLER              PIC X(9).

       01  WS-IF-CONTROL               REDEFINES WS-IF-RECORD.
           03  WS-IC-CTL-ID        PIC X(4).
               88  WS-IC-CTL-HEADER                    VALUE 'HDR*'.
               88  WS-IC-CTL-TRAILER                   VALUE 'TRL*'.
           03  WS-IC-HDR-DATE      PIC 9(8).
           03  WS-IC-HDR-SOURCE    PIC X(8).
           03  FILLER              PIC X(30).

       77  WS-PAY-DATE             PIC 9(8)            VALUE ZEROS.

      *    ONE MOVEMENT TO BE PLACED ON THE HORIZON
       77  WS-EV-DATE              PIC 9(8)            VALUE ZEROS.
       77  WS-EV-BRANCH            PIC X(4)            VALUE SPACES.
       77  WS-EV-AMOUNT            PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-EV-SOURCE            PIC 9(1)            VALUE ZEROS.

       01  WS-EV-DIRECTION         PIC X(1)            VALUE SPACES.
           88  WS-EV-INFLOW                            VALUE 'I'.
           88  WS-EV-OUTFLOW                           VALUE 'O'.

      *    Y = ALREADY DUE BY THE BASE DATE MEANS THE FIRST DAY OF
      *    THE HORIZON (STILL WAITING TO LEAVE), N = ALREADY POSTED
       01  WS-EV-CARRY-IND         PIC X(1)            VALUE 'N'.
           88  WS-EV-CARRY                             VALUE 'Y'.

       01  WS-EV-PLACED-IND        PIC X(1)            VALUE 'N'.
           88  WS-EV-PLACED                            VALUE 'Y'.

       77  WS-EFFECTIVE-DATE       PIC 9(8)            VALUE ZEROS.

      *    STANDING-ORDER PROJECTION (EAD62570 RULES)
       01  WS-ORDER-FREQUENCY      PIC X(1)            VALUE SPACES.
           88  WS-FREQ-WEEKLY                          VALUE 'W'.
           88  WS-FREQ-MONTHLY                         VALUE 'M'.
           88  WS-FREQ-QUARTERLY                       VALUE 'Q'.

       01  WS-ORDER-TYPE           PIC A(1)            VALUE SPACES.
           88  WS-ORDER-CREDIT                         VALUE 'C'.
           88  WS-ORDER-DEBIT                          VALUE 'D'.
           88  WS-ORDER-TRANSFER                       VALUE 'T'.

       01  WS-ORDER-DONE-IND       PIC X(1)            VALUE 'N'.
           88  WS-ORDER-DONE                           VALUE 'Y'.

       01  WS-NEXT-DUE-SPLIT.
           03  WS-ND-YEAR          PIC 9(4).
           03  WS-ND-MONTH         PIC 9(2).
           03  WS-ND-DAY           PIC 9(2).
       01  WS-NEXT-DUE-DATE            REDEFINES WS-NEXT-DUE-SPLIT
                                   PIC 9(8).

       01  WS-DUE-SPLIT.
           03  WS-DD-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-DD-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-DD-DAY           PIC 9(2)            VALUE ZEROS.
       01  WS-DUE-DATE                 REDEFINES WS-DUE-SPLIT
                                   PIC 9(8).

       77  WS-WORK-INTEGER         PIC 9(7)            VALUE ZEROS.
       77  WS-MONTH-LENGTH         PIC 9(2)            VALUE ZEROS.
       77  WS-LEAP-REM-4           PIC 9(4)            VALUE ZEROS.
       77  WS-LEAP-REM-100         PIC 9(4)            VALUE ZEROS.
       77  WS-LEAP-REM-400         PIC 9(4)            VALUE ZEROS.

      *    LOAN CONTRACTS AND THE CUSTOMER RELATIONSHIPS (EAD62618)
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

       77  WS-CUSTOMER             PIC 9(8)            VALUE ZEROS.
       77  WS-ACCOUNT-KEY          PIC X(9)            VALUE SPACES.
       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.

       77  WS-START-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-START-MONTH          PIC 9(2)            VALUE ZEROS.
       77  WS-MONTH-INDEX          PIC 9(6)            VALUE ZEROS.
       77  WS-MONTH-OFFSET         PIC S9(4)           VALUE ZEROS.

      *    TERM-DEPOSIT PAYOUT (EAD62622 RULES)
       77  WS-DAYS                 PIC S9(5)           VALUE ZEROS.
       77  WS-INTEREST             PIC 9(7)V9(2)       VALUE ZEROS.

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

       77  WS-NET                  PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TOTAL-INFLOW         PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-OUTFLOW        PIC 9(11)V9(2)      VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(42)           VALUE
           'THIRTY-DAY CASH-FLOW FORECAST - BASE DATE '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(17)           VALUE
           '   OUTFLOW LIMIT '.
           03  WS-RH-LIMIT         PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(50)           VALUE
           'DAY DATE     BRANCH              INFLOWS          '.
           03  FILLER              PIC X(50)           VALUE
           'OUTFLOWS                NET                       '.

       01  WS-RPT-DETAIL.
           03  WS-RD-DAY           PIC Z9              VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-DATE          PIC Z(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BRANCH        PIC X(10)           VALUE SPACES.
           03  WS-RD-INFLOW        PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OUTFLOW       PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NET           PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-FLAG          PIC X(20)           VALUE SPACES.

       01  WS-RPT-BRANCH-TITLE.
           03  FILLER              PIC X(50)           VALUE
           'HORIZON TOTALS PER BRANCH                         '.

       01  WS-RPT-BRANCH-HEADER.
           03  FILLER              PIC X(50)           VALUE
           'BRANCH                    INFLOWS          OUTFLOW'.
           03  FILLER              PIC X(20)           VALUE
           'S                NET'.

       01  WS-RPT-BRANCH.
           03  WS-RB-BRANCH        PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(4)            VALUE SPACES.
           03  WS-RB-INFLOW        PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RB-OUTFLOW       PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RB-NET           PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

       01  WS-RPT-SOURCE-TITLE.
           03  FILLER              PIC X(50)           VALUE
           'HORIZON TOTALS PER SOURCE                         '.

       01  WS-RPT-SOURCE-HEADER.
           03  FILLER              PIC X(50)           VALUE
           'SOURCE               ITEMS           INFLOWS      '.
           03  FILLER              PIC X(20)           VALUE
           '    OUTFLOWS        '.

       01  WS-RPT-SOURCE.
           03  WS-RS-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RS-COUNT         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RS-INFLOW        PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RS-OUTFLOW       PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

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

           PERFORM 0201-00-PROJECT-ORDERS.
           PERFORM 0204-00-PROJECT-LOANS.
           PERFORM 0207-00-PROJECT-DEPOSITS.
           PERFORM 0209-00-PROJECT-INVESTMENTS.

           PERFORM 0211-00-PROJECT-INTERFACE
             VARYING WS-INTERFACE-POS FROM 1 BY 1
             UNTIL WS-INTERFACE-POS
                                   GREATER 6.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-BASE-DATE     FROM SYSIN.
           ACCEPT WS-OUTFLOW-LIMIT FROM SYSIN.
           ACCEPT WS-SCHEDULE-MONTH
                                   FROM SYSIN.

           IF  WS-BASE-DATE        NOT NUMERIC OR
               WS-BASE-DATE        EQUAL ZEROS
               DISPLAY ' BASE DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-OUTFLOW-LIMIT    NOT NUMERIC
               DISPLAY ' OUTFLOW LIMIT PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-SCHEDULE-MONTH   NOT NUMERIC OR
               WS-SCHEDULE-MONTH   EQUAL ZEROS
               DISPLAY ' SCHEDULE MONTH PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BASE-DATE       TO WS-BASE-SPLIT.

           INITIALIZE WS-DAY-TABLE
                      WS-BRANCH-TABLE
                      WS-SOURCE-TABLE.

           PERFORM 0102-00-BUILD-HORIZON.
           PERFORM 0103-00-LOAD-BRANCHES.
           PERFORM 0104-00-LOAD-RELATIONS.
           PERFORM 0105-00-LOAD-CONTRACTS.

           OPEN OUTPUT FCSTRPT.

       0101-00-EXIT.
           EXIT.

       0102-00-BUILD-HORIZON.

      *    DAY 1 IS THE FIRST BUSINESS DAY AFTER THE BASE DATE; EACH
      *    FOLLOWING DAY IS THE NEXT BUSINESS DAY AFTER THE PREVIOUS.

           MOVE WS-BASE-DATE       TO WS-CAL-DATE-1.

           PERFORM VARYING WS-DAY-POS FROM 1 BY 1
             UNTIL WS-DAY-POS      GREATER 30
               MOVE 2              TO WS-CAL-FUNCTION
               CALL WS-EAD62544    USING WS-CAL-COMMAREA
               MOVE WS-CAL-DATE-OUT
                                   TO WS-DY-DATE(WS-DAY-POS)
               MOVE WS-CAL-DATE-OUT
                                   TO WS-CAL-DATE-1
           END-PERFORM.

           MOVE WS-DY-DATE(30)     TO WS-HORIZON-END.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-BRANCHES.

      *    THE MASTER IS IN KEY ORDER, SO EACH BRANCH IS ONE RUN OF
      *    RECORDS AND IS ADDED TO THE TABLE WHEN ITS FIRST ACCOUNT
      *    IS READ.

           OPEN INPUT CLIENTSO.

           EVALUATE WS-FS-CLIENTSO
             WHEN '00'
               PERFORM UNTIL WS-FS-CLIENTSO EQUAL '10'
                   READ CLIENTSO
                   EVALUATE WS-FS-CLIENTSO
                     WHEN '00'
                       IF  NOT FD-CO-CONTROL-RECORD
                           MOVE FD-CO-BRANCH
                                   TO WS-SEARCH-BRANCH
                           PERFORM 0232-00-FIND-BRANCH
                           IF  WS-BR-FOUND
                                   EQUAL ZEROS
                               PERFORM 0233-00-ADD-BRANCH
                               MOVE 'Y'
                                   TO WS-BR-MASTER-IND(WS-BR-FOUND)
                           END-IF
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-BRANCHES'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CLIENTSO
             WHEN '35'
               DISPLAY ' CLIENT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-BRANCHES'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-RELATIONS.

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
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-RELATIONS'
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
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-RELATIONS'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-CONTRACTS.

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
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-CONTRACTS'
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
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
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
               ((WS-BASE-YEAR - WS-START-YEAR) * 12)
               + WS-BASE-MONTH - WS-START-MONTH.

      *    THE PRIMARY HOLDER OF THE LOAN, THEN THAT CUSTOMER'S
      *    PRIMARY ACCOUNT, AS EAD62618 DEBITS IT.

           MOVE ZEROS              TO WS-CUSTOMER.

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
                OR WS-CUSTOMER     GREATER ZEROS
               MOVE WS-RT-REFERENCE(WS-REL-POS)
                                   TO WS-LOAN-REFERENCE
               IF  WS-RT-TYPE(WS-REL-POS)
                                   EQUAL 'L'  AND
                   WS-RT-ROLE(WS-REL-POS)
                                   EQUAL 'P'  AND
                   WS-LR-CONTRACT  NUMERIC    AND
                   WS-LR-CONTRACT  EQUAL FD-CT-CONTRACT
                   MOVE WS-RT-CUSTOMER(WS-REL-POS)
                                   TO WS-CUSTOMER
               END-IF
           END-PERFORM.

           PERFORM 0234-00-PRIMARY-ACCOUNT.

           MOVE WS-ACCOUNT-KEY     TO WS-CT-ACCOUNT-KEY(WS-CT-COUNT).

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-PROJECT-ORDERS.

           OPEN INPUT STORDERS.

           EVALUATE WS-FS-STORDERS
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' STANDING-ORDER MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0201-00-PROJECT-ORDERS'
                                    ' FILE STATUS: ' WS-FS-STORDERS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 1                  TO WS-EV-SOURCE.
           MOVE 'N'                TO WS-EV-CARRY-IND.

           PERFORM 0301-00-READ-STORDERS.

           PERFORM UNTIL WS-FS-STORDERS EQUAL '10'
               MOVE FD-SO-FREQUENCY
                                   TO WS-ORDER-FREQUENCY
               MOVE FD-SO-RELEASE-TYPE
                                   TO WS-ORDER-TYPE
               MOVE FD-SO-NEXT-DUE TO WS-NEXT-DUE-DATE
               IF  FD-SO-STATUS    EQUAL 'A'          AND
                   (WS-FREQ-WEEKLY  OR
                    WS-FREQ-MONTHLY OR
                    WS-FREQ-QUARTERLY)                AND
                   FD-SO-NEXT-DUE  NUMERIC            AND
                   FD-SO-NEXT-DUE  GREATER ZEROS
                   MOVE 'N'        TO WS-ORDER-DONE-IND
                   PERFORM 0202-00-PROJECT-ORDER-DUE
                     UNTIL WS-ORDER-DONE
               END-IF
               PERFORM 0301-00-READ-STORDERS
           END-PERFORM.

           CLOSE STORDERS.

       0201-00-EXIT.
           EXIT.

       0202-00-PROJECT-ORDER-DUE.

      *    THE STORED NEXT-DUE IS THE ANCHOR; EACH OCCURRENCE IS
      *    CLAMPED TO ITS MONTH AND ROLLED BY THE CALENDAR EXACTLY AS
      *    EAD62570 WILL EMIT IT.  OCCURRENCES NOT AFTER THE BASE
      *    DATE HAVE ALREADY BEEN EMITTED.

           MOVE WS-NEXT-DUE-DATE   TO WS-DUE-DATE.
           PERFORM 0236-00-CLAMP-DUE-DAY.

           IF  WS-DUE-DATE         GREATER WS-HORIZON-END
               MOVE 'Y'            TO WS-ORDER-DONE-IND
           ELSE
               MOVE WS-DUE-DATE    TO WS-EV-DATE
               MOVE FD-SO-VALUE    TO WS-EV-AMOUNT
               MOVE FD-SO-BRANCH   TO WS-EV-BRANCH
               EVALUATE TRUE
                 WHEN WS-ORDER-CREDIT
                   MOVE 'I'        TO WS-EV-DIRECTION
                   PERFORM 0230-00-POST-EVENT
                 WHEN WS-ORDER-DEBIT
                   MOVE 'O'        TO WS-EV-DIRECTION
                   PERFORM 0230-00-POST-EVENT
                 WHEN WS-ORDER-TRANSFER
                   MOVE 'O'        TO WS-EV-DIRECTION
                   PERFORM 0230-00-POST-EVENT
                   MOVE FD-SO-CP-BRANCH
                                   TO WS-SEARCH-BRANCH
                   PERFORM 0232-00-FIND-BRANCH
                   IF  WS-BR-FOUND GREATER ZEROS
                       IF  WS-BR-ON-MASTER(WS-BR-FOUND)
                           MOVE FD-SO-CP-BRANCH
                                   TO WS-EV-BRANCH
                           MOVE 'I'
                                   TO WS-EV-DIRECTION
                           PERFORM 0230-00-POST-EVENT
                       END-IF
                   END-IF
                 WHEN OTHER
                   MOVE 'Y'        TO WS-ORDER-DONE-IND
               END-EVALUATE
               PERFORM 0203-00-ADVANCE-NEXT-DUE
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-ADVANCE-NEXT-DUE.

           EVALUATE TRUE
             WHEN WS-FREQ-WEEKLY
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-DUE-DATE) + 7
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
                                   TO WS-NEXT-DUE-DATE
             WHEN WS-FREQ-MONTHLY
               ADD 1               TO WS-ND-MONTH
             WHEN WS-FREQ-QUARTERLY
               ADD 3               TO WS-ND-MONTH
           END-EVALUATE.

           IF  WS-ND-MONTH         GREATER 12
               SUBTRACT 12         FROM WS-ND-MONTH
               ADD 1               TO WS-ND-YEAR
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-PROJECT-LOANS.

           OPEN INPUT PORTSCHD.

           EVALUATE WS-FS-PORTSCHD
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' PORTFOLIO SCHEDULE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-PROJECT-LOANS'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 2                  TO WS-EV-SOURCE.
           MOVE 'I'                TO WS-EV-DIRECTION.
           MOVE 'N'                TO WS-EV-CARRY-IND.
           MOVE ZEROS              TO WS-CURRENT-CONTRACT
                                      WS-CT-FOUND.

           PERFORM 0302-00-READ-PORTSCHD.

           PERFORM UNTIL WS-FS-PORTSCHD EQUAL '10'
               PERFORM 0205-00-CHECK-SCHEDULE
               PERFORM 0302-00-READ-PORTSCHD
           END-PERFORM.

           CLOSE PORTSCHD.

       0204-00-EXIT.
           EXIT.

       0205-00-CHECK-SCHEDULE.

           IF  FD-PS-CONTRACT      NOT EQUAL WS-CURRENT-CONTRACT
               MOVE FD-PS-CONTRACT TO WS-CURRENT-CONTRACT
               MOVE ZEROS          TO WS-CT-FOUND
               PERFORM VARYING WS-CT-POS FROM 1 BY 1
                 UNTIL WS-CT-POS   GREATER WS-CT-COUNT
                    OR WS-CT-FOUND GREATER ZEROS
                   IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL FD-PS-CONTRACT
                       MOVE WS-CT-POS
                                   TO WS-CT-FOUND
                   END-IF
               END-PERFORM
           END-IF.

      *    THE HORIZON REACHES AT MOST TWO MONTHS PAST THE BASE
      *    MONTH; LAST MONTH'S INSTALLMENT IS KEPT BECAUSE ITS ROLLED
      *    DATE MAY STILL LIE AHEAD OF THE BASE DATE.

           IF  WS-CT-FOUND         GREATER ZEROS AND
               FD-PS-MONTH         GREATER ZEROS AND
               FD-PS-MONTH         NOT GREATER WS-CT-TERM(WS-CT-FOUND)
               AND FD-PS-MONTH     NOT LESS
                                   WS-CT-ELAPSED(WS-CT-FOUND) - 1
               AND FD-PS-MONTH     NOT GREATER
                                   WS-CT-ELAPSED(WS-CT-FOUND) + 2
               PERFORM 0206-00-PLACE-INSTALLMENT
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-PLACE-INSTALLMENT.

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

           PERFORM 0236-00-CLAMP-DUE-DAY.

           MOVE WS-DUE-DATE        TO WS-EV-DATE.
           MOVE FD-PS-PAYMENT      TO WS-EV-AMOUNT.
           MOVE WS-CT-ACCOUNT-KEY(WS-CT-FOUND)(1:4)
                                   TO WS-EV-BRANCH.

           PERFORM 0230-00-POST-EVENT.

       0206-00-EXIT.
           EXIT.

       0207-00-PROJECT-DEPOSITS.

           OPEN INPUT TDMAST.

           EVALUATE WS-FS-TDMAST
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' TERM-DEPOSIT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0207-00-PROJECT-DEPOSITS'
                                    ' FILE STATUS: ' WS-FS-TDMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 3                  TO WS-EV-SOURCE.
           MOVE 'O'                TO WS-EV-DIRECTION.
           MOVE 'N'                TO WS-EV-CARRY-IND.

           PERFORM 0303-00-READ-TDMAST.

           PERFORM UNTIL WS-FS-TDMAST EQUAL '10'
               IF  FD-TD-ACTIVE    AND
                   NOT FD-TD-ROLL-ALL
                   PERFORM 0208-00-PLACE-MATURITY
               END-IF
               PERFORM 0303-00-READ-TDMAST
           END-PERFORM.

           CLOSE TDMAST.

       0207-00-EXIT.
           EXIT.

       0208-00-PLACE-MATURITY.

      *    INTEREST TO THE CONTRACTED MATURITY DATE, AS EAD62622 PAYS
      *    IT; A RENEWED PRINCIPAL STAYS WITH THE BANK.

           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(FD-TD-MATURITY-DATE)
             - FUNCTION INTEGER-OF-DATE(FD-TD-START-DATE).

           COMPUTE WS-INTEREST ROUNDED =
               FD-TD-PRINCIPAL * FD-TD-RATE * WS-DAYS / 36500.

           IF  FD-TD-ROLL-PRINCIPAL
               MOVE WS-INTEREST    TO WS-EV-AMOUNT
           ELSE
               COMPUTE WS-EV-AMOUNT =
                   FD-TD-PRINCIPAL + WS-INTEREST
           END-IF.

           MOVE FD-TD-MATURITY-DATE
                                   TO WS-EV-DATE.
           MOVE FD-TD-BRANCH       TO WS-EV-BRANCH.

           PERFORM 0230-00-POST-EVENT.

       0208-00-EXIT.
           EXIT.

       0209-00-PROJECT-INVESTMENTS.

           OPEN INPUT INVESTS.

           EVALUATE WS-FS-INVESTS
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' INVESTMENT POSITIONS NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0209-00-PROJECT-INVESTMENTS'
                                    ' FILE STATUS: ' WS-FS-INVESTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 4                  TO WS-EV-SOURCE.
           MOVE 'O'                TO WS-EV-DIRECTION.
           MOVE 'N'                TO WS-EV-CARRY-IND.

           PERFORM 0304-00-READ-INVESTS.

           PERFORM UNTIL WS-FS-INVESTS EQUAL '10'
               COMPUTE WS-MONTH-OFFSET =
                   FD-IN-START-MONTH + FD-IN-TERM
                 - WS-SCHEDULE-MONTH
               IF  WS-MONTH-OFFSET GREATER ZEROS AND
                   WS-MONTH-OFFSET NOT GREATER 2
                   PERFORM 0210-00-PLACE-REDEMPTION
               END-IF
               PERFORM 0304-00-READ-INVESTS
           END-PERFORM.

           CLOSE INVESTS.

       0209-00-EXIT.
           EXIT.

       0210-00-PLACE-REDEMPTION.

      *    THE POSITION IS VALUED BY EAD62551 OVER SCHEDULE MONTHS
      *    START TO START + TERM - 1, SO IT IS REPAID AT THE TURN OF
      *    THE NEXT MONTH.  THE SCHEDULE MONTH ON SYSIN IS THE MONTH
      *    OF THE BASE DATE.

           COMPUTE WS-MONTH-INDEX =
               (WS-BASE-YEAR * 12) + WS-BASE-MONTH - 1
               + WS-MONTH-OFFSET.

           DIVIDE WS-MONTH-INDEX   BY 12
               GIVING WS-DD-YEAR
               REMAINDER WS-DD-MONTH.
           ADD 1                   TO WS-DD-MONTH.
           MOVE 01                 TO WS-DD-DAY.

      *    THE HOLDER IS THE CUSTOMER LINKED TO THE POSITION NAME ON
      *    THE RELATIONSHIP FILE (TYPE I); THE BRANCH IS THAT OF THE
      *    CUSTOMER'S PRIMARY ACCOUNT.

           MOVE ZEROS              TO WS-CUSTOMER.

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
                OR WS-CUSTOMER     GREATER ZEROS
               IF  WS-RT-TYPE(WS-REL-POS)
                                   EQUAL 'I'  AND
                   WS-RT-REFERENCE(WS-REL-POS)(1:20)
                                   EQUAL FD-IN-CLIENT
                   MOVE WS-RT-CUSTOMER(WS-REL-POS)
                                   TO WS-CUSTOMER
               END-IF
           END-PERFORM.

           PERFORM 0234-00-PRIMARY-ACCOUNT.

           MOVE WS-DUE-DATE        TO WS-EV-DATE.
           MOVE FD-IN-PRINCIPAL    TO WS-EV-AMOUNT.
           MOVE WS-ACCOUNT-KEY(1:4)
                                   TO WS-EV-BRANCH.

           PERFORM 0230-00-POST-EVENT.

       0210-00-EXIT.
           EXIT.

       0211-00-PROJECT-INTERFACE.

      *    SETTLEMENT FILES: EVERY ITEM LEAVES ON ITS VALUE DATE.
      *    PAYROLL FILES: EVERY CREDIT LEAVES ON THE HEADER PAY DATE.
      *    WHATEVER IS STILL HERE AND ALREADY DUE LEAVES ON DAY 1.

           MOVE WS-IF-SOURCE(WS-INTERFACE-POS)
                                   TO WS-EV-SOURCE.
           MOVE 'O'                TO WS-EV-DIRECTION.
           MOVE 'Y'                TO WS-EV-CARRY-IND.

           PERFORM 0212-00-OPEN-INTERFACE.
           PERFORM 0305-00-READ-INTERFACE.

           IF  WS-FS-INTERFACE     EQUAL '00'
               IF  WS-IC-CTL-HEADER
                   MOVE WS-IC-HDR-DATE
                                   TO WS-PAY-DATE
                   PERFORM 0305-00-READ-INTERFACE
               ELSE
                   DISPLAY ' ' WS-IF-DDNAME(WS-INTERFACE-POS)
                           ': HEADER RECORD MISSING'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-FS-INTERFACE EQUAL '10'
                      OR WS-IC-CTL-TRAILER
               IF  WS-EV-SOURCE    EQUAL 5
                   MOVE WS-IS-VALUE-DATE
                                   TO WS-EV-DATE
                   MOVE WS-IS-VALUE
                                   TO WS-EV-AMOUNT
                   MOVE WS-IS-BRANCH
                                   TO WS-EV-BRANCH
               ELSE
                   MOVE WS-PAY-DATE
                                   TO WS-EV-DATE
                   MOVE WS-IR-RELEASE-VALUE
                                   TO WS-EV-AMOUNT
                   MOVE WS-IR-BRANCH
                                   TO WS-EV-BRANCH
               END-IF
               PERFORM 0230-00-POST-EVENT
               PERFORM 0305-00-READ-INTERFACE
           END-PERFORM.

           PERFORM 0213-00-CLOSE-INTERFACE.

       0211-00-EXIT.
           EXIT.

       0212-00-OPEN-INTERFACE.

           EVALUATE WS-INTERFACE-POS
             WHEN 1
               OPEN INPUT SETTSEND
               MOVE WS-FS-SETTSEND TO WS-FS-INTERFACE
             WHEN 2
               OPEN INPUT SETTREV
               MOVE WS-FS-SETTREV  TO WS-FS-INTERFACE
             WHEN 3
               OPEN INPUT PAYMONTH
               MOVE WS-FS-PAYMONTH TO WS-FS-INTERFACE
             WHEN 4
               OPEN INPUT PAYBONUS
               MOVE WS-FS-PAYBONUS TO WS-FS-INTERFACE
             WHEN 5
               OPEN INPUT PAYFINAL
               MOVE WS-FS-PAYFINAL TO WS-FS-INTERFACE
             WHEN 6
               OPEN INPUT PAYEXPN
               MOVE WS-FS-PAYEXPN  TO WS-FS-INTERFACE
           END-EVALUATE.

           EVALUATE WS-FS-INTERFACE
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' ' WS-IF-DDNAME(WS-INTERFACE-POS)
                       ' FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0212-00-OPEN-INTERFACE'
                                    ' FILE STATUS: ' WS-FS-INTERFACE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0212-00-EXIT.
           EXIT.

       0213-00-CLOSE-INTERFACE.

           EVALUATE WS-INTERFACE-POS
             WHEN 1
               CLOSE SETTSEND
             WHEN 2
               CLOSE SETTREV
             WHEN 3
               CLOSE PAYMONTH
             WHEN 4
               CLOSE PAYBONUS
             WHEN 5
               CLOSE PAYFINAL
             WHEN 6
               CLOSE PAYEXPN
           END-EVALUATE.

       0213-00-EXIT.
           EXIT.

       0230-00-POST-EVENT.

      *    THE MOVEMENT IS ROLLED TO ITS BUSINESS DAY AND BOOKED ON
      *    THE HORIZON DAY AND BRANCH; ONE BEFORE OR AFTER THE
      *    HORIZON IS ONLY COUNTED.

           MOVE 1                  TO WS-CAL-FUNCTION.
           MOVE WS-EV-DATE         TO WS-CAL-DATE-1.
           CALL WS-EAD62544        USING WS-CAL-COMMAREA.

           IF  WS-CAL-ANSWER-YES
               MOVE WS-EV-DATE     TO WS-EFFECTIVE-DATE
           ELSE
               MOVE 2              TO WS-CAL-FUNCTION
               CALL WS-EAD62544    USING WS-CAL-COMMAREA
               MOVE WS-CAL-DATE-OUT
                                   TO WS-EFFECTIVE-DATE
           END-IF.

           IF  WS-EFFECTIVE-DATE   NOT GREATER WS-BASE-DATE AND
               WS-EV-CARRY
               MOVE WS-DY-DATE(1)  TO WS-EFFECTIVE-DATE
           END-IF.

           MOVE ZEROS              TO WS-DAY-FOUND.

           IF  WS-EFFECTIVE-DATE   GREATER WS-BASE-DATE AND
               WS-EFFECTIVE-DATE   NOT GREATER WS-HORIZON-END
               PERFORM VARYING WS-DAY-POS FROM 1 BY 1
                 UNTIL WS-DAY-POS  GREATER 30
                    OR WS-DAY-FOUND
                                   GREATER ZEROS
                   IF  WS-DY-DATE(WS-DAY-POS)
                                   EQUAL WS-EFFECTIVE-DATE
                       MOVE WS-DAY-POS
                                   TO WS-DAY-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           IF  WS-DAY-FOUND        EQUAL ZEROS
               ADD 1               TO WS-COUNT-OUTSIDE
           ELSE
               PERFORM 0231-00-BOOK-EVENT
           END-IF.

       0230-00-EXIT.
           EXIT.

       0231-00-BOOK-EVENT.

           MOVE WS-EV-BRANCH       TO WS-SEARCH-BRANCH.
           PERFORM 0232-00-FIND-BRANCH.

           IF  WS-BR-FOUND         EQUAL ZEROS
               PERFORM 0233-00-ADD-BRANCH
           END-IF.

           ADD 1                   TO WS-COUNT-EVENTS
                                      WS-SR-COUNT(WS-EV-SOURCE).

           IF  WS-EV-INFLOW
               ADD WS-EV-AMOUNT    TO WS-DY-INFLOW(WS-DAY-FOUND)
                                      WS-BR-INFLOW(WS-BR-FOUND)
                                      WS-SR-INFLOW(WS-EV-SOURCE)
                   WS-BD-INFLOW(WS-BR-FOUND, WS-DAY-FOUND)
           ELSE
               ADD WS-EV-AMOUNT    TO WS-DY-OUTFLOW(WS-DAY-FOUND)
                                      WS-BR-OUTFLOW(WS-BR-FOUND)
                                      WS-SR-OUTFLOW(WS-EV-SOURCE)
                   WS-BD-OUTFLOW(WS-BR-FOUND, WS-DAY-FOUND)
           END-IF.

       0231-00-EXIT.
           EXIT.

       0232-00-FIND-BRANCH.

           MOVE ZEROS              TO WS-BR-FOUND.

           PERFORM VARYING WS-BR-POS FROM 1 BY 1
             UNTIL WS-BR-POS       GREATER WS-BR-COUNT
                OR WS-BR-FOUND     GREATER ZEROS
               IF  WS-BR-BRANCH(WS-BR-POS)
                                   EQUAL WS-SEARCH-BRANCH
                   MOVE WS-BR-POS  TO WS-BR-FOUND
               END-IF
           END-PERFORM.

       0232-00-EXIT.
           EXIT.

       0233-00-ADD-BRANCH.

           IF  WS-BR-COUNT         NOT LESS 50
               DISPLAY ' BRANCH TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-BR-COUNT.
           MOVE WS-BR-COUNT        TO WS-BR-FOUND.
           MOVE WS-SEARCH-BRANCH   TO WS-BR-BRANCH(WS-BR-FOUND).
           MOVE 'N'                TO WS-BR-MASTER-IND(WS-BR-FOUND).

       0233-00-EXIT.
           EXIT.

       0234-00-PRIMARY-ACCOUNT.

      *    PRIMARY ACCOUNT OF WS-CUSTOMER, SPACES WHEN THERE IS NONE.

           MOVE SPACES             TO WS-ACCOUNT-KEY.

           IF  WS-CUSTOMER         GREATER ZEROS
               PERFORM VARYING WS-REL-POS FROM 1 BY 1
                 UNTIL WS-REL-POS  GREATER WS-REL-COUNT
                    OR WS-ACCOUNT-KEY
                                   NOT EQUAL SPACES
                   IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL WS-CUSTOMER AND
                       WS-RT-TYPE(WS-REL-POS)
                                   EQUAL 'A'         AND
                       WS-RT-ROLE(WS-REL-POS)
                                   EQUAL 'P'
                       MOVE WS-RT-REFERENCE(WS-REL-POS)(1:9)
                                   TO WS-ACCOUNT-KEY
                   END-IF
               END-PERFORM
           END-IF.

       0234-00-EXIT.
           EXIT.

       0236-00-CLAMP-DUE-DAY.

      *    A DAY-OF-MONTH BEYOND THE TARGET MONTH'S LENGTH CLAMPS TO
      *    ITS LAST DAY, AS EAD62570 AND EAD62618 DO.

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

       0236-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-STORDERS.

           READ STORDERS.

           EVALUATE WS-FS-STORDERS
             WHEN '00'
               ADD 1               TO WS-READ-STORDERS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-STORDERS'
                                    ' FILE STATUS: ' WS-FS-STORDERS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-PORTSCHD.

           READ PORTSCHD.

           EVALUATE WS-FS-PORTSCHD
             WHEN '00'
               ADD 1               TO WS-READ-SCHEDULE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-PORTSCHD'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-TDMAST.

           READ TDMAST.

           EVALUATE WS-FS-TDMAST
             WHEN '00'
               ADD 1               TO WS-READ-TDMAST
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-TDMAST'
                                    ' FILE STATUS: ' WS-FS-TDMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

       0304-00-READ-INVESTS.

           READ INVESTS.

           EVALUATE WS-FS-INVESTS
             WHEN '00'
               ADD 1               TO WS-READ-INVESTS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0304-00-READ-INVESTS'
                                    ' FILE STATUS: ' WS-FS-INVESTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0304-00-EXIT.
           EXIT.

       0305-00-READ-INTERFACE.

           EVALUATE WS-INTERFACE-POS
             WHEN 1
               READ SETTSEND       INTO WS-IF-RECORD
               MOVE WS-FS-SETTSEND TO WS-FS-INTERFACE
             WHEN 2
               READ SETTREV        INTO WS-IF-RECORD
               MOVE WS-FS-SETTREV  TO WS-FS-INTERFACE
             WHEN 3
               READ PAYMONTH       INTO WS-IF-RECORD
               MOVE WS-FS-PAYMONTH TO WS-FS-INTERFACE
             WHEN 4
               READ PAYBONUS       INTO WS-IF-RECORD
               MOVE WS-FS-PAYBONUS TO WS-FS-INTERFACE
             WHEN 5
               READ PAYFINAL       INTO WS-IF-RECORD
               MOVE WS-FS-PAYFINAL TO WS-FS-INTERFACE
             WHEN 6
               READ PAYEXPN        INTO WS-IF-RECORD
               MOVE WS-FS-PAYEXPN  TO WS-FS-INTERFACE
           END-EVALUATE.

           EVALUATE WS-FS-INTERFACE
             WHEN '00'
               ADD 1               TO WS-READ-INTERFACE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0305-00-READ-INTERFACE'
                                    ' FILE STATUS: ' WS-FS-INTERFACE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0305-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-PRINT-DAYS.
           PERFORM 0904-00-PRINT-BRANCHES.
           PERFORM 0905-00-PRINT-SOURCES.

           CLOSE FCSTRPT.

      *    A DAY ABOVE THE OUTFLOW LIMIT IS A WARNING FOR TREASURY.
           IF  WS-COUNT-FLAGGED    GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-STORDERS   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  ORDERS........: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-READ-SCHEDULE   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  SCHEDULE......: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-READ-TDMAST     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  DEPOSITS......: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-READ-INVESTS    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  POSITIONS.....: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-READ-INTERFACE  TO WS-FMT-AMOUNT
           DISPLAY '*  READ  INTERFACES....: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-COUNT-EVENTS    TO WS-FMT-AMOUNT
           DISPLAY '*  MOVEMENTS FORECAST..: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-COUNT-OUTSIDE   TO WS-FMT-AMOUNT
           DISPLAY '*  OUTSIDE HORIZON.....: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-COUNT-FLAGGED   TO WS-FMT-AMOUNT
           DISPLAY '*  DAYS ABOVE LIMIT....: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-TOTAL-INFLOW    TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL INFLOWS.......: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-OUTFLOW   TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL OUTFLOWS......: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-PRINT-DAYS.

           MOVE WS-BASE-DATE       TO WS-RH-DATE.
           MOVE WS-OUTFLOW-LIMIT   TO WS-RH-LIMIT.

           WRITE REG-FCSTRPT       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-FCSTRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM VARYING WS-DAY-POS FROM 1 BY 1
             UNTIL WS-DAY-POS      GREATER 30
               PERFORM 0903-00-PRINT-DAY
           END-PERFORM.

       0902-00-EXIT.
           EXIT.

       0903-00-PRINT-DAY.

      *    ONE LINE PER BRANCH WITH MOVEMENTS THAT DAY, THEN THE DAY
      *    TOTAL, FLAGGED WHEN ITS OUTFLOWS EXCEED THE LIMIT.

           MOVE WS-DAY-POS         TO WS-RD-DAY.
           MOVE WS-DY-DATE(WS-DAY-POS)
                                   TO WS-RD-DATE.
           MOVE SPACES             TO WS-RD-FLAG.

           PERFORM VARYING WS-BR-POS FROM 1 BY 1
             UNTIL WS-BR-POS       GREATER WS-BR-COUNT
               IF  WS-BD-INFLOW(WS-BR-POS, WS-DAY-POS)
                                   GREATER ZEROS OR
                   WS-BD-OUTFLOW(WS-BR-POS, WS-DAY-POS)
                                   GREATER ZEROS
                   IF  WS-BR-BRANCH(WS-BR-POS)
                                   EQUAL SPACES
                       MOVE 'UNASSIGNED'
                                   TO WS-RD-BRANCH
                   ELSE
                       MOVE WS-BR-BRANCH(WS-BR-POS)
                                   TO WS-RD-BRANCH
                   END-IF
                   MOVE WS-BD-INFLOW(WS-BR-POS, WS-DAY-POS)
                                   TO WS-RD-INFLOW
                   MOVE WS-BD-OUTFLOW(WS-BR-POS, WS-DAY-POS)
                                   TO WS-RD-OUTFLOW
                   COMPUTE WS-NET =
                       WS-BD-INFLOW(WS-BR-POS, WS-DAY-POS)
                     - WS-BD-OUTFLOW(WS-BR-POS, WS-DAY-POS)
                   MOVE WS-NET     TO WS-RD-NET
                   WRITE REG-FCSTRPT
                                   FROM WS-RPT-DETAIL
                                   AFTER 1 LINE
                   MOVE ZEROS      TO WS-RD-DAY
                                      WS-RD-DATE
               END-IF
           END-PERFORM.

           MOVE 'DAY TOTAL'        TO WS-RD-BRANCH.
           MOVE WS-DY-INFLOW(WS-DAY-POS)
                                   TO WS-RD-INFLOW.
           MOVE WS-DY-OUTFLOW(WS-DAY-POS)
                                   TO WS-RD-OUTFLOW.
           COMPUTE WS-NET =
               WS-DY-INFLOW(WS-DAY-POS) - WS-DY-OUTFLOW(WS-DAY-POS).
           MOVE WS-NET             TO WS-RD-NET.

           IF  WS-DY-OUTFLOW(WS-DAY-POS)
                                   GREATER WS-OUTFLOW-LIMIT
               MOVE '*** ABOVE LIMIT ***'
                                   TO WS-RD-FLAG
               ADD 1               TO WS-COUNT-FLAGGED
           END-IF.

           WRITE REG-FCSTRPT       FROM WS-RPT-DETAIL
                                   AFTER 1 LINE.
           MOVE SPACES             TO REG-FCSTRPT.
           WRITE REG-FCSTRPT       AFTER 1 LINE.

           ADD WS-DY-INFLOW(WS-DAY-POS)
                                   TO WS-TOTAL-INFLOW.
           ADD WS-DY-OUTFLOW(WS-DAY-POS)
                                   TO WS-TOTAL-OUTFLOW.

           MOVE SPACES             TO WS-RD-FLAG
                                      WS-RD-BRANCH.
           MOVE ZEROS              TO WS-RD-INFLOW
                                      WS-RD-OUTFLOW
                                      WS-RD-NET.

       0903-00-EXIT.
           EXIT.

       0904-00-PRINT-BRANCHES.

           WRITE REG-FCSTRPT       FROM WS-RPT-BRANCH-TITLE
                                   AFTER PAGE.
           WRITE REG-FCSTRPT       FROM WS-RPT-BRANCH-HEADER
                                   AFTER 2 LINES.

           PERFORM VARYING WS-BR-POS FROM 1 BY 1
             UNTIL WS-BR-POS       GREATER WS-BR-COUNT
               IF  WS-BR-BRANCH(WS-BR-POS)
                                   EQUAL SPACES
                   MOVE 'UNASSIGNED'
                                   TO WS-RB-BRANCH
               ELSE
                   MOVE WS-BR-BRANCH(WS-BR-POS)
                                   TO WS-RB-BRANCH
               END-IF
               MOVE WS-BR-INFLOW(WS-BR-POS)
                                   TO WS-RB-INFLOW
               MOVE WS-BR-OUTFLOW(WS-BR-POS)
                                   TO WS-RB-OUTFLOW
               COMPUTE WS-NET =
                   WS-BR-INFLOW(WS-BR-POS) - WS-BR-OUTFLOW(WS-BR-POS)
               MOVE WS-NET         TO WS-RB-NET
               WRITE REG-FCSTRPT   FROM WS-RPT-BRANCH
                                   AFTER 1 LINE
           END-PERFORM.

           MOVE 'TOTAL'            TO WS-RB-BRANCH.
           MOVE WS-TOTAL-INFLOW    TO WS-RB-INFLOW.
           MOVE WS-TOTAL-OUTFLOW   TO WS-RB-OUTFLOW.
           COMPUTE WS-NET = WS-TOTAL-INFLOW - WS-TOTAL-OUTFLOW.
           MOVE WS-NET             TO WS-RB-NET.

           WRITE REG-FCSTRPT       FROM WS-RPT-BRANCH
                                   AFTER 2 LINES.

       0904-00-EXIT.
           EXIT.

       0905-00-PRINT-SOURCES.

           WRITE REG-FCSTRPT       FROM WS-RPT-SOURCE-TITLE
                                   AFTER 3 LINES.
           WRITE REG-FCSTRPT       FROM WS-RPT-SOURCE-HEADER
                                   AFTER 2 LINES.

           PERFORM VARYING WS-SOURCE-POS FROM 1 BY 1
             UNTIL WS-SOURCE-POS   GREATER 6
               MOVE WS-SN-NAME(WS-SOURCE-POS)
                                   TO WS-RS-NAME
               MOVE WS-SR-COUNT(WS-SOURCE-POS)
                                   TO WS-RS-COUNT
               MOVE WS-SR-INFLOW(WS-SOURCE-POS)
                                   TO WS-RS-INFLOW
               MOVE WS-SR-OUTFLOW(WS-SOURCE-POS)
                                   TO WS-RS-OUTFLOW
               WRITE REG-FCSTRPT   FROM WS-RPT-SOURCE
                                   AFTER 1 LINE
           END-PERFORM.

       0905-00-EXIT.
           EXIT.
