      *   NIGHTLY RELEASES FEED; THE REGISTER GRAND TOTAL MUST         *
      *   MATCH THE TRAILER HASH BY CONSTRUCTION.                      *
      *                                                                *
      *   PAYCOST (EAD625.FOLHA.CUSTOS): ONE RECORD PER EMPLOYEE PAID  *
      *   WITH THE DEPARTMENT, BASE PAY, OVERTIME, DEDUCTIONS, SOCIAL  *
      *   SECURITY (EMPLOYEE AND EMPLOYER SHARES), INCOME TAX AND NET  *
      *   PAY, BETWEEN HDR*/TRL* CONTROLS (TRAILER = EMPLOYEES PAID    *
      *   AND THE REGISTER GRAND TOTAL), FOR THE GL DISTRIBUTION OF    *
      *   EAD62664.  THE EMPLOYER SHARE IS THE TAXPARM E ROW'S RATE    *
      *   ON THE GROSS PAY, UP TO ITS CEILING (ZERO = NONE); WITHOUT   *
      *   AN E ROW THERE IS NO EMPLOYER SHARE.                         *
      *                                                                *
      *   RETRO PAY: PAYHSTO/PAYHSTN CARRY, PER EMPLOYEE AND MONTH OF  *
      *   THE YEAR, THE SALARY, PAID DAYS, OVERTIME AND AMOUNTS EACH   *
      *   PAYROLL PAID.  A SALARY CHANGE EFFECTIVE BEFORE THE DAY IT   *
      *   WAS APPLIED IS QUEUED ON RETROQ BY EAD62606.  FOR A QUEUED   *
      *   EMPLOYEE PAID THIS RUN, EVERY CLOSED MONTH PAID ON OR AFTER  *
      *   THE EFFECTIVE DATE IS RECOMPUTED WITH THE SALARY SALHIST     *
      *   GIVES FOR ITS PAY DATE: GROSS, PERCENT DEDUCTIONS, SOCIAL    *
      *   SECURITY AND INCOME TAX (TODAY'S TAXPARM), THE DIFFERENCE    *
      *   BEING THE ARREARS.  THEY ARE PAID AS A SEPARATE RELEASE AND  *
      *   REGISTER LINE, ADDED TO THE YTD, THE COST EXTRACT (AS        *
      *   SALARIES) AND THE PROVIDER TOTALS, AND THE MONTHS ARE        *
      *   CORRECTED ON THE HISTORY SO THEY ARE NEVER PAID TWICE.       *
      *   RETRORPT LISTS EVERY MONTH FOR HR SIGN-OFF.  A MONTH WHOSE   *
      *   SALARY COMES OUT LOWER IS ONLY LISTED (RECOVERY IS FOR HR);  *
      *   ARREARS OVER THE INTERFACE LIMIT, OR OF AN EMPLOYEE NOT      *
      *   PAID THIS RUN, STAY QUEUED FOR THE NEXT ONE.                 *
      *                                                                *
      *   PAYSLIP (EAD625.PAYSLIP.KSDS, REGPSLIP): EVERY EMPLOYEE      *
      *   PAID GETS THE MONTH'S PAYSLIP KEYED BY EMPLOYEE AND MONTH -  *
      *   DAYS, OVERTIME, EACH DEDUCTION, TAXES, NET, THE ACCOUNT      *
      *   CREDITED AND THE YTD - FOR THE HR INQUIRY EAD625CZ.  A       *
      *   RERUN OF THE MONTH REWRITES IT.                              *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*

           SELECT REGISTER-RPT     ASSIGN TO DA-S-REGISTER.

           SELECT PAYCOST          ASSIGN TO DA-S-PAYCOST
               FILE STATUS         IS WS-FS-PAYCOST.

           SELECT SALHIST          ASSIGN TO SALHIST
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS SH-HIST-KEY
               FILE STATUS         IS WS-FS-SALHIST.

           SELECT RETROQ           ASSIGN TO DA-S-RETROQ
               FILE STATUS         IS WS-FS-RETROQ.

           SELECT PAYHSTO          ASSIGN TO DA-S-PAYHSTO
               FILE STATUS         IS WS-FS-PAYHSTO.

           SELECT PAYHSTN          ASSIGN TO DA-S-PAYHSTN
               FILE STATUS         IS WS-FS-PAYHSTN.

           SELECT RETRORPT         ASSIGN TO DA-S-RETRORPT.

           SELECT PAYSLIP          ASSIGN TO PAYSLIP
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS RANDOM
               RECORD KEY          IS PS-SLIP-KEY
               FILE STATUS         IS WS-FS-PAYSLIP.

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

       01  REG-REGISTER            PIC X(70).

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

       FD  SALHIST.

       01  REG-SALHIST.
           05  SH-HIST-KEY.
               10  SH-ID-EMPLOYEE  PIC X(3).
               10  SH-EFFECTIVE    PIC 9(8).
           05  SH-OLD-SALARY       PIC 9(7)V9(2).
           05  SH-NEW-SALARY       PIC 9(7)V9(2).
           05  SH-SOURCE           PIC X(8).

       FD  RETROQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RETROQ.
           03  FD-RQ-EMPLOYEE      PIC X(3).
           03  FD-RQ-EFFECTIVE     PIC 9(8).
           03  FD-RQ-OLD-SALARY    PIC 9(7)V9(2).
           03  FD-RQ-NEW-SALARY    PIC 9(7)V9(2).
           03  FD-RQ-AUTHORIZER    PIC X(8).
           03  FD-RQ-APPLIED       PIC 9(8).
           03  FILLER              PIC X(5).

       FD  PAYHSTO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYHSTO.
           03  FD-HO-EMPLOYEE      PIC X(3).
           03  FD-HO-PAY-DATE      PIC 9(8).
           03  FD-HO-SALARY        PIC 9(7)V9(2).
           03  FD-HO-PAID-DAYS     PIC 9(2).
           03  FD-HO-OT50-HOURS    PIC 9(3).
           03  FD-HO-OT100-HOURS   PIC 9(3).
           03  FD-HO-GROSS         PIC 9(7)V9(2).
           03  FD-HO-DEDUCTIONS    PIC 9(7)V9(2).
           03  FD-HO-SOCIAL        PIC 9(7)V9(2).
           03  FD-HO-EMPLOYER-SS   PIC 9(7)V9(2).
           03  FD-HO-TAX           PIC 9(7)V9(2).
           03  FD-HO-NET           PIC 9(7)V9(2).
           03  FD-HO-RETRO-DATE    PIC 9(8).
           03  FILLER              PIC X(10).

       FD  PAYHSTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYHSTN.
           03  FD-HN-EMPLOYEE      PIC X(3).
           03  FD-HN-PAY-DATE      PIC 9(8).
           03  FD-HN-SALARY        PIC 9(7)V9(2).
           03  FD-HN-PAID-DAYS     PIC 9(2).
           03  FD-HN-OT50-HOURS    PIC 9(3).
           03  FD-HN-OT100-HOURS   PIC 9(3).
           03  FD-HN-GROSS         PIC 9(7)V9(2).
           03  FD-HN-DEDUCTIONS    PIC 9(7)V9(2).
           03  FD-HN-SOCIAL        PIC 9(7)V9(2).
           03  FD-HN-EMPLOYER-SS   PIC 9(7)V9(2).
           03  FD-HN-TAX           PIC 9(7)V9(2).
           03  FD-HN-NET           PIC 9(7)V9(2).
           03  FD-HN-RETRO-DATE    PIC 9(8).
           03  FILLER              PIC X(10).

       FD  RETRORPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RETRORPT            PIC X(132).

       FD  PAYSLIP.

           COPY REGPSLIP.

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-FS-YTDOLD            PIC X(2)            VALUE ZEROS.
       77  WS-FS-YTDNEW            PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYFILE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYCOST           PIC X(2)            VALUE ZEROS.
       77  WS-FS-SALHIST           PIC X(2)            VALUE ZEROS.
       77  WS-FS-RETROQ            PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYHSTO           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYHSTN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYSLIP           PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.


       77  WS-COUNT-PAID           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-SKIPPED        PIC 9(5)            VALUE ZEROS.
      *    PAYROLL DOCUMENTS ARE NUMBERED FROM 4001 SO THEY DO NOT
      *    COLLIDE WITH THE ACCRUAL SERIES (0001+) WHEN THE NIGHTLY
      *    MERGE POSTS BOTH AGAINST THE SAME ACCOUNT.
       77  WS-DOC-NUMBER           PIC 9(4)            VALUE 4000.
       77  WS-COUNT-RELEASES       PIC 9(5)            VALUE ZEROS.
       77  WS-RELEASE-AMOUNT       PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-SLIP-DOC-NUMBER      PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-PAYSLIPS       PIC 9(5)            VALUE ZEROS.

       77  WS-ENR-COUNT            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-ENR-POS              PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-SS-RATE              PIC 9(2)V9(2)       VALUE ZEROS.
       77  WS-SS-CEILING           PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-STD-DEDUCTION        PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-ER-RATE              PIC 9(2)V9(2)       VALUE ZEROS.
       77  WS-ER-CEILING           PIC 9(7)V9(2)       VALUE ZEROS.

       77  WS-TAXABLE              PIC S9(8)V9(2)      VALUE ZEROS.
       77  WS-SS-BASE              PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-SOCIAL-SEC           PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-TAX-BASE             PIC S9(8)V9(2)      VALUE ZEROS.
       77  WS-INCOME-TAX           PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-ER-BASE              PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-EMPLOYER-SS          PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-BASE-PAY             PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-OVERTIME-PAY         PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-SLICE-TOP            PIC 9(8)V9(2)       VALUE ZEROS.
       77  WS-SLICE                PIC 9(8)V9(2)       VALUE ZEROS.


       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *    PAY HISTORY OF THE YEAR, MATCHED TO VS001 BY EMPLOYEE (BOTH
      *    IN KEY ORDER): THE ROWS OF THE EMPLOYEE IN HAND ARE HELD
      *    HERE AND WRITTEN BACK WITH THIS MONTH'S ROW.
       77  WS-HO-END-IND           PIC X(1)            VALUE 'N'.
           88  WS-HO-END                               VALUE 'Y'.
       77  WS-HO-LAST-EMPLOYEE     PIC X(3)            VALUE LOW-VALUES.
       77  WS-COUNT-HISTORY        PIC 9(5)            VALUE ZEROS.
       77  WS-CUR-PAID-IND         PIC X(1)            VALUE 'N'.
           88  WS-CUR-PAID                             VALUE 'Y'.

       77  WS-EH-COUNT             PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-EH-POS               PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-EMP-HISTORY-TABLE.
           03  WS-EH-ENTRY         OCCURS 24 TIMES.
               05  WS-EH-PAY-DATE  PIC 9(8).
               05  WS-EH-SALARY    PIC 9(7)V9(2).
               05  WS-EH-PAID-DAYS PIC 9(2).
               05  WS-EH-OT50      PIC 9(3).
               05  WS-EH-OT100     PIC 9(3).
               05  WS-EH-GROSS     PIC 9(7)V9(2).
               05  WS-EH-DEDUCTIONS
                                   PIC 9(7)V9(2).
               05  WS-EH-SOCIAL    PIC 9(7)V9(2).
               05  WS-EH-EMPLOYER-SS
                                   PIC 9(7)V9(2).
               05  WS-EH-TAX       PIC 9(7)V9(2).
               05  WS-EH-NET       PIC 9(7)V9(2).
               05  WS-EH-RETRO-DATE
                                   PIC 9(8).
      *        ARREARS WORKED OUT FOR THE MONTH IN THIS RUN
               05  WS-EH-RT-IND    PIC X(1).
               05  WS-EH-RT-SALARY PIC 9(7)V9(2).
               05  WS-EH-RT-GROSS  PIC S9(7)V9(2).
               05  WS-EH-RT-DEDUCTIONS
                                   PIC S9(7)V9(2).
               05  WS-EH-RT-SOCIAL PIC S9(7)V9(2).
               05  WS-EH-RT-EMPLOYER-SS
                                   PIC S9(7)V9(2).
               05  WS-EH-RT-TAX    PIC S9(7)V9(2).
               05  WS-EH-RT-NET    PIC S9(7)V9(2).

      *    SALARY CHANGES QUEUED BY EAD62606 WITH A PAST EFFECTIVE
      *    DATE (P = PENDING, H = HELD, S = SETTLED IN THIS RUN).
       77  WS-RQ-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-RQ-POS               PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-RETRO-QUEUE.
           03  WS-RQ-ENTRY         OCCURS 200 TIMES.
               05  WS-RQ-EMPLOYEE  PIC X(3).
               05  WS-RQ-EFFECTIVE PIC 9(8).
               05  WS-RQ-OLD-SALARY
                                   PIC 9(7)V9(2).
               05  WS-RQ-NEW-SALARY
                                   PIC 9(7)V9(2).
               05  WS-RQ-AUTHORIZER
                                   PIC X(8).
               05  WS-RQ-APPLIED   PIC 9(8).
               05  WS-RQ-STATUS    PIC X(1).

      *    SALHIST ENTRIES OF THE EMPLOYEE IN EFFECTIVE-DATE ORDER
       77  WS-SH-COUNT             PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-SH-POS               PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-SH-DONE-IND          PIC X(1)            VALUE 'N'.
           88  WS-SH-DONE                              VALUE 'Y'.

       01  WS-SALHIST-TABLE.
           03  WS-SH-ENTRY         OCCURS 50 TIMES.
               05  WS-SH-EFFECTIVE PIC 9(8).
               05  WS-SH-OLD-SALARY
                                   PIC 9(7)V9(2).
               05  WS-SH-NEW-SALARY
                                   PIC 9(7)V9(2).

      *    ARREARS OF THE EMPLOYEE IN HAND
       77  WS-YEAR-START           PIC 9(8)            VALUE ZEROS.
       77  WS-RT-FROM              PIC 9(8)            VALUE ZEROS.
       77  WS-RT-SALARY            PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-RT-HOURLY            PIC 9(5)V9(4)       VALUE ZEROS.
       77  WS-RT-NEW-GROSS         PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-RT-GROSS-DIFF        PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-RT-DED-DIFF          PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-RT-OLD-SOCIAL        PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-RT-OLD-TAX           PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-RT-OLD-EMPLOYER-SS   PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-RT-MONTHS            PIC 9(2)            VALUE ZEROS.
       77  WS-RT-LOWER             PIC 9(2)            VALUE ZEROS.
       77  WS-RT-GROSS             PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-RT-DEDUCTIONS        PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-RT-SOCIAL            PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-RT-EMPLOYER-SS       PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-RT-TAX               PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-RT-NET               PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-RT-NEW-STATUS        PIC X(1)            VALUE SPACES.
       77  WS-RT-POST-IND          PIC X(1)            VALUE 'N'.
           88  WS-RT-POST                              VALUE 'Y'.
       77  WS-RT-PAID-IND          PIC X(1)            VALUE 'N'.
           88  WS-RT-PAID                              VALUE 'Y'.

      *    THE CURRENT MONTH, PUT ASIDE WHILE A CLOSED ONE IS TAXED
       77  WS-SV-GROSS-PAY         PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-SV-DEDUCTIONS        PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-SV-SOCIAL-SEC        PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-SV-INCOME-TAX        PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-SV-EMPLOYER-SS       PIC 9(7)V9(2)       VALUE ZEROS.

       77  WS-COUNT-RETRO-PAID     PIC 9(3)            VALUE ZEROS.
       77  WS-COUNT-RETRO-HELD     PIC 9(3)            VALUE ZEROS.
       77  WS-RETRO-TOTAL-GROSS    PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-RETRO-TOTAL-NET      PIC S9(11)V9(2)     VALUE ZEROS.

       01  WS-RPT-RETRO-LINE.
           03  FILLER              PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(15)           VALUE
           'RETRO ARREARS: '.
           03  WS-RA-MONTHS        PIC Z9              VALUE ZEROS.
           03  FILLER              PIC X(10)           VALUE
           ' MONTH(S) '.
           03  FILLER              PIC X(7)            VALUE
           'GROSS: '.
           03  WS-RA-GROSS         PIC ZZZ.ZZ9,99      VALUE ZEROS.
           03  FILLER              PIC X(6)            VALUE
           ' NET: '.
           03  WS-RA-NET           PIC ZZZ.ZZ9,99      VALUE ZEROS.

       01  WS-RR-HEADER-1.
           03  FILLER              PIC X(25)           VALUE
           'RETROACTIVE PAY - PERIOD '.
           03  WS-RR-PERIOD        PIC 9(8)            VALUE ZEROS.

       01  WS-RR-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'EMP NAME                 PAY DATE   OLD '.
           03  FILLER              PIC X(40)           VALUE
           'SALARY   NEW SALARY GROSS DIFF   SOC.SEC'.
           03  FILLER              PIC X(28)           VALUE
           '.    INC.TAX   NET DIFF NOTE'.

       01  WS-RR-DETAIL.
           03  WS-RR-EMPLOYEE      PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-PAY-DATE      PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-OLD-SALARY    PIC Z.ZZZ.ZZ9,99    VALUE ZEROS
                                   BLANK WHEN ZERO.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-NEW-SALARY    PIC Z.ZZZ.ZZ9,99    VALUE ZEROS
                                   BLANK WHEN ZERO.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-GROSS         PIC ZZZ.ZZ9,99      VALUE ZEROS
                                   BLANK WHEN ZERO.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-SOCIAL        PIC ZZZ.ZZ9,99      VALUE ZEROS
                                   BLANK WHEN ZERO.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-TAX           PIC ZZZ.ZZ9,99      VALUE ZEROS
                                   BLANK WHEN ZERO.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-NET           PIC ZZZ.ZZ9,99      VALUE ZEROS
                                   BLANK WHEN ZERO.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RR-NOTE          PIC X(14)           VALUE SPACES.

       01  WS-RR-TOTAL.
           03  FILLER              PIC X(26)           VALUE
           'ARREARS PAID - EMPLOYEES: '.
           03  WS-RT-FMT-COUNT     PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(9)            VALUE
           '  GROSS: '.
           03  WS-RT-FMT-GROSS     PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(7)            VALUE
           '  NET: '.
           03  WS-RT-FMT-NET       PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-RR-SIGN-OFF.
           03  FILLER              PIC X(40)           VALUE
           'CHECKED BY HR: ______________________   '.
           03  FILLER              PIC X(22)           VALUE
           'DATE: ____/____/______'.

       01  WS-RPT-HEADER.
           03  FILLER              PIC X(26)           VALUE
           'PAYROLL REGISTER - PERIOD '.
           PERFORM 0103-00-LOAD-TAXPARM.
           PERFORM 0104-00-LOAD-YTD.
           PERFORM 0105-00-LOAD-TIMEFILE.
           PERFORM 0106-00-LOAD-RETROQ.
           PERFORM 0107-00-OPEN-HISTORY.

           OPEN INPUT VS001.

               STOP RUN
           END-IF.

           OPEN OUTPUT PAYCOST.

           IF  WS-FS-PAYCOST       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-PAYCOST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PAYSLIP.

           IF  WS-FS-PAYSLIP       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-PAYSLIP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'HDR*'             TO FD-PY-CTL-ID.
           MOVE SPACES             TO FD-PY-CTL-DATA.
           MOVE WS-BUSINESS-DATE   TO FD-PY-HDR-DATE.
           MOVE WS-PROGRAM         TO FD-PY-HDR-SOURCE.
           WRITE REG-PAYCOST-CONTROL.

           MOVE 'HDR*'             TO FD-PC-CTL-ID.
           MOVE SPACES             TO FD-PC-CTL-DATA.
           MOVE WS-BUSINESS-DATE   TO FD-PC-HDR-DATE.
           WRITE REG-REGISTER      FROM WS-RPT-HEADER
                                   AFTER PAGE.

           OPEN OUTPUT RETRORPT.

           MOVE WS-BUSINESS-DATE   TO WS-RR-PERIOD.
           WRITE REG-RETRORPT      FROM WS-RR-HEADER-1
                                   AFTER PAGE.
           WRITE REG-RETRORPT      FROM WS-RR-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-VS001.

       0101-00-EXIT.
                         WHEN FD-TP-STD-DEDUCTION
                           MOVE FD-TP-AMOUNT
                                   TO WS-STD-DEDUCTION
                         WHEN FD-TP-EMPLOYER
                           MOVE FD-TP-RATE
                                   TO WS-ER-RATE
                           MOVE FD-TP-AMOUNT
                                   TO WS-ER-CEILING
                         WHEN OTHER
                           DISPLAY ' TAX PARAMETER TYPE INVALID: '
                                   FD-TP-TYPE
       0105-00-EXIT.
           EXIT.

       0106-00-LOAD-RETROQ.

           OPEN INPUT RETROQ.

           EVALUATE WS-FS-RETROQ
             WHEN '00'
               PERFORM UNTIL WS-FS-RETROQ EQUAL '10'
                   READ RETROQ
                   EVALUATE WS-FS-RETROQ
                     WHEN '00'
                       IF  WS-RQ-COUNT LESS 200
                           ADD 1   TO WS-RQ-COUNT
                           MOVE FD-RQ-EMPLOYEE
                               TO WS-RQ-EMPLOYEE(WS-RQ-COUNT)
                           MOVE FD-RQ-EFFECTIVE
                               TO WS-RQ-EFFECTIVE(WS-RQ-COUNT)
                           MOVE FD-RQ-OLD-SALARY
                               TO WS-RQ-OLD-SALARY(WS-RQ-COUNT)
                           MOVE FD-RQ-NEW-SALARY
                               TO WS-RQ-NEW-SALARY(WS-RQ-COUNT)
                           MOVE FD-RQ-AUTHORIZER
                               TO WS-RQ-AUTHORIZER(WS-RQ-COUNT)
                           MOVE FD-RQ-APPLIED
                               TO WS-RQ-APPLIED(WS-RQ-COUNT)
                           MOVE 'P'
                               TO WS-RQ-STATUS(WS-RQ-COUNT)
                       ELSE
                           DISPLAY ' RETRO QUEUE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-LOAD-RETROQ'
                                    ' FILE STATUS: ' WS-FS-RETROQ
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE RETROQ
             WHEN '35'
      *        NO SALARY CHANGE WAS EVER BACKDATED
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-LOAD-RETROQ'
                                    ' FILE STATUS: ' WS-FS-RETROQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE WS-BUSINESS-DATE   TO WS-YEAR-START.
           MOVE '0101'             TO WS-YEAR-START(5:4).

      *    SALHIST IS ONLY NEEDED WHEN THERE ARE ARREARS TO WORK OUT.

           IF  WS-RQ-COUNT         GREATER ZEROS
               OPEN INPUT SALHIST
               IF  WS-FS-SALHIST   NOT EQUAL '00'
                   DISPLAY ' SALHIST NOT AVAILABLE'
                                    ' FILE STATUS: ' WS-FS-SALHIST
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0106-00-EXIT.
           EXIT.

       0107-00-OPEN-HISTORY.

           OPEN INPUT PAYHSTO.

           EVALUATE WS-FS-PAYHSTO
             WHEN '00'
               PERFORM 0302-00-READ-PAYHSTO
             WHEN '35'
      *        FIRST RUN: NO MONTH PAID YET
               MOVE 'Y'            TO WS-HO-END-IND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0107-00-OPEN-HISTORY'
                                    ' FILE STATUS: ' WS-FS-PAYHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT PAYHSTN.

           IF  WS-FS-PAYHSTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0107-00-OPEN-HISTORY'
                                    ' FILE STATUS: ' WS-FS-PAYHSTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0107-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE 'N'                TO WS-CUR-PAID-IND
                                      WS-RT-PAID-IND.

           PERFORM 0230-00-GET-HISTORY.

           IF  FD-STATUS           EQUAL 'A'
               PERFORM 0202-00-PAY-EMPLOYEE
           ELSE
               ADD 1               TO WS-COUNT-SKIPPED
           END-IF.

           PERFORM 0231-00-PUT-HISTORY.

           PERFORM 0301-00-READ-VS001.

       0201-00-EXIT.
                      * WS-HOURLY-RATE * 1,5)
                   + (WS-TM-OT100(WS-TIME-FOUND)
                      * WS-HOURLY-RATE * 2)

      *        THE OVERTIME IS WHAT THE GROSS CARRIES ABOVE THE
      *        PRORATED SALARY, SO THE TWO ALWAYS ADD UP TO IT.
               COMPUTE WS-BASE-PAY ROUNDED =
                   FD-SALARY * WS-PAID-DAYS / 30
               IF  WS-BASE-PAY     GREATER WS-GROSS-PAY
                   MOVE WS-GROSS-PAY
                                   TO WS-BASE-PAY
               END-IF
               COMPUTE WS-OVERTIME-PAY =
                   WS-GROSS-PAY - WS-BASE-PAY
           END-IF.

       0212-00-EXIT.
           IF  WS-NET-PAY          GREATER WS-MAX-RELEASE-VALUE
               PERFORM 0205-00-REPORT-OVERFLOW
           ELSE
               MOVE WS-NET-PAY     TO WS-RELEASE-AMOUNT
               PERFORM 0203-00-WRITE-PAYFILE
               MOVE WS-DOC-NUMBER  TO WS-SLIP-DOC-NUMBER

               MOVE FD-ID-EMPLOYEE TO WS-RD-ID
               MOVE FD-NAME        TO WS-RD-NAME
               MOVE WS-NET-PAY     TO WS-RD-NET
               WRITE REG-REGISTER  FROM WS-RPT-DETAIL

               INITIALIZE REG-PAYSLIP
               PERFORM 0207-00-PRINT-DEDUCTIONS
               PERFORM 0216-00-RETRO-PAY
               PERFORM 0210-00-UPDATE-YTD
               PERFORM 0211-00-PRINT-TAX-LINE

               ADD WS-NET-PAY      TO WS-GRAND-NET
               IF  WS-RT-PAID
                   ADD WS-RT-NET   TO WS-GRAND-NET
               END-IF
               ADD 1               TO WS-COUNT-PAID
               MOVE 'Y'            TO WS-CUR-PAID-IND

               PERFORM 0204-00-COUNT-DEPARTMENT
               PERFORM 0215-00-WRITE-PAYCOST
               PERFORM 0236-00-WRITE-PAYSLIP
           END-IF.

       0214-00-EXIT.
                                   TO WS-RL-DED-VALUE
                   WRITE REG-REGISTER
                                   FROM WS-RPT-DED-LINE
                   PERFORM 0237-00-SLIP-DEDUCTION
               END-IF
           END-PERFORM.

               END-PERFORM
           END-IF.

      *    THE EMPLOYER'S SHARE IS A COST OF THE BANK, NOT TAKEN
      *    FROM THE EMPLOYEE: IT ONLY GOES TO THE COST EXTRACT.

           IF  WS-ER-CEILING       GREATER ZEROS AND
               WS-GROSS-PAY        GREATER WS-ER-CEILING
               MOVE WS-ER-CEILING  TO WS-ER-BASE
           ELSE
               MOVE WS-GROSS-PAY   TO WS-ER-BASE
           END-IF.

           COMPUTE WS-EMPLOYER-SS ROUNDED =
               WS-ER-BASE * WS-ER-RATE / 100.

       0209-00-EXIT.
           EXIT.

           ADD WS-INCOME-TAX       TO WS-YT-TAX(WS-YTD-FOUND).
           ADD WS-NET-PAY          TO WS-YT-NET(WS-YTD-FOUND).

           IF  WS-RT-PAID
               ADD WS-RT-GROSS     TO WS-YT-GROSS(WS-YTD-FOUND)
               ADD WS-RT-SOCIAL    TO WS-YT-SOCIAL(WS-YTD-FOUND)
               ADD WS-RT-TAX       TO WS-YT-TAX(WS-YTD-FOUND)
               ADD WS-RT-NET       TO WS-YT-NET(WS-YTD-FOUND)
           END-IF.

       0210-00-EXIT.
           EXIT.

           ADD 1                   TO WS-DOC-NUMBER.
           MOVE WS-DOC-NUMBER      TO FD-DOC-NUMBER.
           MOVE 'C'                TO FD-RELEASE-TYPE.
           MOVE WS-RELEASE-AMOUNT  TO FD-RELEASE-VALUE.
           MOVE SPACES             TO FD-COUNTERPARTY.
           MOVE WS-BUSINESS-DATE   TO FD-POSTING-DATE.
           MOVE WS-BUSINESS-DATE   TO FD-VALUE-DATE.

           EVALUATE WS-FS-PAYFILE
             WHEN '00'
               ADD WS-RELEASE-AMOUNT
                                   TO WS-HASH-PAYFILE
               ADD 1               TO WS-COUNT-RELEASES
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0203-00-WRITE-PAYFILE'
                                    ' FILE STATUS: ' WS-FS-PAYFILE
           ADD 1                   TO WS-DP-COUNT(WS-DEPT-POS).
           ADD WS-NET-PAY          TO WS-DP-NET(WS-DEPT-POS).

           IF  WS-RT-PAID
               ADD WS-RT-NET       TO WS-DP-NET(WS-DEPT-POS)
           END-IF.

       0204-00-EXIT.
           EXIT.

       0215-00-WRITE-PAYCOST.

           MOVE FD-ID-EMPLOYEE     TO FD-PY-EMPLOYEE.
           MOVE FD-DEPT            TO FD-PY-DEPT.
           MOVE WS-BUSINESS-DATE   TO FD-PY-PERIOD.
           MOVE WS-BASE-PAY        TO FD-PY-BASE-PAY.
           MOVE WS-OVERTIME-PAY    TO FD-PY-OVERTIME.
           MOVE WS-GROSS-PAY       TO FD-PY-GROSS.
           MOVE WS-DEDUCTIONS      TO FD-PY-DEDUCTIONS.
           MOVE WS-SOCIAL-SEC      TO FD-PY-SOCIAL.
           MOVE WS-EMPLOYER-SS     TO FD-PY-EMPLOYER-SS.
           MOVE WS-INCOME-TAX      TO FD-PY-TAX.
           MOVE WS-NET-PAY         TO FD-PY-NET.

      *    ARREARS PAID IN THE RUN ARE CHARGED AS SALARIES.

           IF  WS-RT-PAID
               ADD WS-RT-GROSS     TO FD-PY-BASE-PAY
                                      FD-PY-GROSS
               ADD WS-RT-DEDUCTIONS
                                   TO FD-PY-DEDUCTIONS
               ADD WS-RT-SOCIAL    TO FD-PY-SOCIAL
               ADD WS-RT-EMPLOYER-SS
                                   TO FD-PY-EMPLOYER-SS
               ADD WS-RT-TAX       TO FD-PY-TAX
               ADD WS-RT-NET       TO FD-PY-NET
           END-IF.

           WRITE REG-PAYCOST.

           IF  WS-FS-PAYCOST       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0215-00-WRITE-PAYCOST'
                                    ' FILE STATUS: ' WS-FS-PAYCOST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0215-00-EXIT.
           EXIT.

       0216-00-RETRO-PAY.

      *    ONLY AN EMPLOYEE WITH A CHANGE STILL OPEN ON THE QUEUE HAS
      *    ARREARS TO WORK OUT; THE EARLIEST EFFECTIVE DATE QUEUED IS
      *    THE FIRST MONTH LOOKED AT.

           MOVE ZEROS              TO WS-RT-FROM.

           PERFORM VARYING WS-RQ-POS FROM 1 BY 1
             UNTIL WS-RQ-POS       GREATER WS-RQ-COUNT
               IF  WS-RQ-EMPLOYEE(WS-RQ-POS)
                                   EQUAL FD-ID-EMPLOYEE      AND
                   WS-RQ-STATUS(WS-RQ-POS)
                                   NOT EQUAL 'S'
                   IF  WS-RT-FROM  EQUAL ZEROS OR
                       WS-RQ-EFFECTIVE(WS-RQ-POS)
                                   LESS WS-RT-FROM
                       MOVE WS-RQ-EFFECTIVE(WS-RQ-POS)
                                   TO WS-RT-FROM
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-RT-FROM          GREATER ZEROS
               PERFORM 0218-00-LOAD-SALHIST

               MOVE ZEROS          TO WS-RT-MONTHS
                                      WS-RT-LOWER
                                      WS-RT-GROSS
                                      WS-RT-DEDUCTIONS
                                      WS-RT-SOCIAL
                                      WS-RT-EMPLOYER-SS
                                      WS-RT-TAX
                                      WS-RT-NET

               MOVE WS-GROSS-PAY   TO WS-SV-GROSS-PAY
               MOVE WS-DEDUCTIONS  TO WS-SV-DEDUCTIONS
               MOVE WS-SOCIAL-SEC  TO WS-SV-SOCIAL-SEC
               MOVE WS-INCOME-TAX  TO WS-SV-INCOME-TAX
               MOVE WS-EMPLOYER-SS TO WS-SV-EMPLOYER-SS

               PERFORM 0220-00-RETRO-MONTH
                 VARYING WS-EH-POS FROM 1 BY 1
                 UNTIL WS-EH-POS   GREATER WS-EH-COUNT

               MOVE WS-SV-GROSS-PAY
                                   TO WS-GROSS-PAY
               MOVE WS-SV-DEDUCTIONS
                                   TO WS-DEDUCTIONS
               MOVE WS-SV-SOCIAL-SEC
                                   TO WS-SOCIAL-SEC
               MOVE WS-SV-INCOME-TAX
                                   TO WS-INCOME-TAX
               MOVE WS-SV-EMPLOYER-SS
                                   TO WS-EMPLOYER-SS

               PERFORM 0217-00-SETTLE-RETRO
           END-IF.

       0216-00-EXIT.
           EXIT.

       0217-00-SETTLE-RETRO.

           MOVE SPACES             TO WS-RR-DETAIL.
           MOVE FD-ID-EMPLOYEE     TO WS-RR-EMPLOYEE.
           MOVE FD-NAME            TO WS-RR-NAME.
           MOVE 'TOTAL'            TO WS-RR-PAY-DATE.
           MOVE ZEROS              TO WS-RR-OLD-SALARY
                                      WS-RR-NEW-SALARY.
           MOVE WS-RT-GROSS        TO WS-RR-GROSS.
           MOVE WS-RT-SOCIAL       TO WS-RR-SOCIAL.
           MOVE WS-RT-TAX          TO WS-RR-TAX.
           MOVE WS-RT-NET          TO WS-RR-NET.

      *    ARREARS THE INTERFACE CANNOT CARRY ARE HELD ON THE QUEUE,
      *    AS THE CURRENT PAY IS, FOR HR TO SETTLE BY HAND.

           EVALUATE TRUE
             WHEN WS-RT-MONTHS     EQUAL ZEROS AND
                  WS-RT-LOWER      EQUAL ZEROS
               MOVE 'S'            TO WS-RT-NEW-STATUS
               MOVE 'NOTHING DUE'  TO WS-RR-NOTE
             WHEN WS-RT-NET        NOT GREATER ZEROS
               MOVE 'S'            TO WS-RT-NEW-STATUS
               MOVE 'RECOVERY TO HR'
                                   TO WS-RR-NOTE
             WHEN WS-RT-NET        GREATER WS-MAX-RELEASE-VALUE
               MOVE 'H'            TO WS-RT-NEW-STATUS
               MOVE 'HELD - LIMIT' TO WS-RR-NOTE
               ADD 1               TO WS-COUNT-RETRO-HELD
               MOVE 8              TO RETURN-CODE
             WHEN OTHER
               MOVE 'S'            TO WS-RT-NEW-STATUS
               MOVE 'PAID'         TO WS-RR-NOTE
               PERFORM 0219-00-PAY-RETRO
           END-EVALUATE.

           WRITE REG-RETRORPT      FROM WS-RR-DETAIL.

           PERFORM VARYING WS-RQ-POS FROM 1 BY 1
             UNTIL WS-RQ-POS       GREATER WS-RQ-COUNT
               IF  WS-RQ-EMPLOYEE(WS-RQ-POS)
                                   EQUAL FD-ID-EMPLOYEE      AND
                   WS-RQ-STATUS(WS-RQ-POS)
                                   NOT EQUAL 'S'
                   MOVE WS-RT-NEW-STATUS
                                   TO WS-RQ-STATUS(WS-RQ-POS)
               END-IF
           END-PERFORM.

       0217-00-EXIT.
           EXIT.

       0218-00-LOAD-SALHIST.

      *    EVERY CHANGE OF THE YEAR IS KEPT, PLUS THE LAST ONE BEFORE
      *    IT, WHICH GIVES THE SALARY THE YEAR STARTED WITH.

           MOVE ZEROS              TO WS-SH-COUNT.
           MOVE 'N'                TO WS-SH-DONE-IND.

           MOVE FD-ID-EMPLOYEE     TO SH-ID-EMPLOYEE.
           MOVE ZEROS              TO SH-EFFECTIVE.

           START SALHIST KEY NOT LESS SH-HIST-KEY.

           EVALUATE WS-FS-SALHIST
             WHEN '00'
               PERFORM 0303-00-READ-SALHIST
                 UNTIL WS-SH-DONE
             WHEN '23'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0218-00-LOAD-SALHIST'
                                    ' FILE STATUS: ' WS-FS-SALHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0218-00-EXIT.
           EXIT.

       0219-00-PAY-RETRO.

      *    THE ARREARS GO OUT AS A RELEASE OF THEIR OWN, SO THE
      *    EMPLOYEE'S STATEMENT SHOWS THEM APART FROM THE MONTH.

           MOVE WS-RT-NET          TO WS-RELEASE-AMOUNT.
           PERFORM 0203-00-WRITE-PAYFILE.

           MOVE WS-RT-MONTHS       TO WS-RA-MONTHS.
           MOVE WS-RT-GROSS        TO WS-RA-GROSS.
           MOVE WS-RT-NET          TO WS-RA-NET.
           WRITE REG-REGISTER      FROM WS-RPT-RETRO-LINE.

      *    THE MONTHS ARE CORRECTED ON THE HISTORY AND THE EXTRA
      *    DEDUCTIONS POSTED TO THE PROVIDERS.

           MOVE 'Y'                TO WS-RT-POST-IND.

           PERFORM 0224-00-APPLY-RETRO-MONTH
             VARYING WS-EH-POS FROM 1 BY 1
             UNTIL WS-EH-POS       GREATER WS-EH-COUNT.

           MOVE 'N'                TO WS-RT-POST-IND.
           MOVE 'Y'                TO WS-RT-PAID-IND.

           ADD 1                   TO WS-COUNT-RETRO-PAID.
           ADD WS-RT-GROSS         TO WS-RETRO-TOTAL-GROSS.
           ADD WS-RT-NET           TO WS-RETRO-TOTAL-NET.

       0219-00-EXIT.
           EXIT.

       0220-00-RETRO-MONTH.

           MOVE SPACES             TO WS-EH-RT-IND(WS-EH-POS).

           IF  WS-EH-PAY-DATE(WS-EH-POS)
                                   NOT LESS WS-RT-FROM       AND
               WS-EH-PAY-DATE(WS-EH-POS)(1:6)
                                   LESS WS-BUSINESS-DATE(1:6)
               PERFORM 0221-00-SALARY-IN-FORCE

               EVALUATE TRUE
                 WHEN WS-RT-SALARY EQUAL ZEROS
                 WHEN WS-RT-SALARY EQUAL WS-EH-SALARY(WS-EH-POS)
                   CONTINUE
                 WHEN WS-RT-SALARY LESS WS-EH-SALARY(WS-EH-POS)
      *            AN OVERPAYMENT IS NOT TAKEN BACK HERE: HR DECIDES
                   MOVE 'L'        TO WS-EH-RT-IND(WS-EH-POS)
                   ADD 1           TO WS-RT-LOWER
                   MOVE SPACES     TO WS-RR-DETAIL
                   MOVE ZEROS      TO WS-RR-GROSS
                                      WS-RR-SOCIAL
                                      WS-RR-TAX
                                      WS-RR-NET
                   MOVE 'LOWER - SEE HR'
                                   TO WS-RR-NOTE
                   PERFORM 0225-00-PRINT-RETRO-MONTH
                 WHEN OTHER
                   PERFORM 0222-00-RECOMPUTE-MONTH
               END-EVALUATE
           END-IF.

       0220-00-EXIT.
           EXIT.

       0221-00-SALARY-IN-FORCE.

      *    THE LAST CHANGE EFFECTIVE BY THE PAY DATE GIVES THE
      *    SALARY; A MONTH BEFORE EVERY CHANGE ON FILE TAKES THE
      *    SALARY THE FIRST OF THEM REPLACED.

           MOVE ZEROS              TO WS-RT-SALARY.

           PERFORM VARYING WS-SH-POS FROM 1 BY 1
             UNTIL WS-SH-POS       GREATER WS-SH-COUNT
               IF  WS-SH-EFFECTIVE(WS-SH-POS)
                           NOT GREATER WS-EH-PAY-DATE(WS-EH-POS)
                   MOVE WS-SH-NEW-SALARY(WS-SH-POS)
                                   TO WS-RT-SALARY
               ELSE
                   IF  WS-RT-SALARY
                                   EQUAL ZEROS
                       MOVE WS-SH-OLD-SALARY(WS-SH-POS)
                                   TO WS-RT-SALARY
                   END-IF
               END-IF
           END-PERFORM.

       0221-00-EXIT.
           EXIT.

       0222-00-RECOMPUTE-MONTH.

      *    THE MONTH IS PAID AGAIN ON THE SAME DAYS AND OVERTIME AS
      *    IT WAS, WITH THE SALARY THAT SHOULD HAVE BEEN IN FORCE.

           COMPUTE WS-RT-HOURLY ROUNDED =
               WS-RT-SALARY / 220.

           COMPUTE WS-RT-NEW-GROSS ROUNDED =
               (WS-RT-SALARY * WS-EH-PAID-DAYS(WS-EH-POS) / 30)
               + (WS-EH-OT50(WS-EH-POS) * WS-RT-HOURLY * 1,5)
               + (WS-EH-OT100(WS-EH-POS) * WS-RT-HOURLY * 2).

           IF  WS-RT-NEW-GROSS     GREATER WS-EH-GROSS(WS-EH-POS)
               COMPUTE WS-RT-GROSS-DIFF =
                   WS-RT-NEW-GROSS - WS-EH-GROSS(WS-EH-POS)
               MOVE WS-RT-GROSS-DIFF
                                   TO WS-EH-RT-GROSS(WS-EH-POS)

               PERFORM 0223-00-RETRO-DEDUCTIONS

      *        BOTH SIDES ARE TAXED ON TODAY'S TABLES, SO THE
      *        DIFFERENCE IS DOWN TO THE SALARY ALONE.

               MOVE WS-EH-GROSS(WS-EH-POS)
                                   TO WS-GROSS-PAY
               MOVE WS-EH-DEDUCTIONS(WS-EH-POS)
                                   TO WS-DEDUCTIONS
               PERFORM 0209-00-COMPUTE-TAXES
               MOVE WS-SOCIAL-SEC  TO WS-RT-OLD-SOCIAL
               MOVE WS-INCOME-TAX  TO WS-RT-OLD-TAX
               MOVE WS-EMPLOYER-SS TO WS-RT-OLD-EMPLOYER-SS

               MOVE WS-RT-NEW-GROSS
                                   TO WS-GROSS-PAY
               ADD WS-RT-DED-DIFF  TO WS-DEDUCTIONS
               PERFORM 0209-00-COMPUTE-TAXES

               MOVE 'R'            TO WS-EH-RT-IND(WS-EH-POS)
               MOVE WS-RT-SALARY   TO WS-EH-RT-SALARY(WS-EH-POS)
               MOVE WS-RT-DED-DIFF TO WS-EH-RT-DEDUCTIONS(WS-EH-POS)
               COMPUTE WS-EH-RT-SOCIAL(WS-EH-POS) =
                   WS-SOCIAL-SEC - WS-RT-OLD-SOCIAL
               COMPUTE WS-EH-RT-TAX(WS-EH-POS) =
                   WS-INCOME-TAX - WS-RT-OLD-TAX
               COMPUTE WS-EH-RT-EMPLOYER-SS(WS-EH-POS) =
                   WS-EMPLOYER-SS - WS-RT-OLD-EMPLOYER-SS
               COMPUTE WS-EH-RT-NET(WS-EH-POS) =
                   WS-EH-RT-GROSS(WS-EH-POS)
                   - WS-EH-RT-DEDUCTIONS(WS-EH-POS)
                   - WS-EH-RT-SOCIAL(WS-EH-POS)
                   - WS-EH-RT-TAX(WS-EH-POS)

               ADD 1               TO WS-RT-MONTHS
               ADD WS-EH-RT-GROSS(WS-EH-POS)
                                   TO WS-RT-GROSS
               ADD WS-EH-RT-DEDUCTIONS(WS-EH-POS)
                                   TO WS-RT-DEDUCTIONS
               ADD WS-EH-RT-SOCIAL(WS-EH-POS)
                                   TO WS-RT-SOCIAL
               ADD WS-EH-RT-EMPLOYER-SS(WS-EH-POS)
                                   TO WS-RT-EMPLOYER-SS
               ADD WS-EH-RT-TAX(WS-EH-POS)
                                   TO WS-RT-TAX
               ADD WS-EH-RT-NET(WS-EH-POS)
                                   TO WS-RT-NET

               MOVE SPACES         TO WS-RR-DETAIL
               MOVE WS-EH-RT-GROSS(WS-EH-POS)
                                   TO WS-RR-GROSS
               MOVE WS-EH-RT-SOCIAL(WS-EH-POS)
                                   TO WS-RR-SOCIAL
               MOVE WS-EH-RT-TAX(WS-EH-POS)
                                   TO WS-RR-TAX
               MOVE WS-EH-RT-NET(WS-EH-POS)
                                   TO WS-RR-NET
               MOVE 'ARREARS'      TO WS-RR-NOTE
               PERFORM 0225-00-PRINT-RETRO-MONTH
           END-IF.

       0222-00-EXIT.
           EXIT.

       0223-00-RETRO-DEDUCTIONS.

      *    ONLY A PERCENT ENROLLMENT VALID AT THE PAY DATE GROWS WITH
      *    THE GROSS; A FLAT ONE WAS TAKEN IN FULL AT THE TIME.

           MOVE ZEROS              TO WS-RT-DED-DIFF.

           PERFORM VARYING WS-ENR-POS FROM 1 BY 1
             UNTIL WS-ENR-POS      GREATER WS-ENR-COUNT
               IF  WS-EN-EMPLOYEE(WS-ENR-POS)
                                   EQUAL FD-ID-EMPLOYEE      AND
                   WS-EN-METHOD(WS-ENR-POS)
                                   EQUAL 'P'                 AND
                   WS-EH-PAY-DATE(WS-EH-POS)
                           NOT LESS WS-EN-START(WS-ENR-POS)  AND
                   (WS-EN-END(WS-ENR-POS) EQUAL ZEROS OR
                    WS-EH-PAY-DATE(WS-EH-POS)
                           NOT GREATER WS-EN-END(WS-ENR-POS))
                   COMPUTE WS-ONE-DEDUCTION ROUNDED =
                       WS-EH-RT-GROSS(WS-EH-POS)
                       * WS-EN-RATE(WS-ENR-POS) / 100

                   ADD WS-ONE-DEDUCTION
                                   TO WS-RT-DED-DIFF

                   IF  WS-RT-POST
                       PERFORM 0208-00-ADD-TO-PROVIDER
                   END-IF
               END-IF
           END-PERFORM.

       0223-00-EXIT.
           EXIT.

       0224-00-APPLY-RETRO-MONTH.

           IF  WS-EH-RT-IND(WS-EH-POS)
                                   EQUAL 'R'
               PERFORM 0223-00-RETRO-DEDUCTIONS

               MOVE WS-EH-RT-SALARY(WS-EH-POS)
                                   TO WS-EH-SALARY(WS-EH-POS)
               ADD WS-EH-RT-GROSS(WS-EH-POS)
                                   TO WS-EH-GROSS(WS-EH-POS)
               ADD WS-EH-RT-DEDUCTIONS(WS-EH-POS)
                                   TO WS-EH-DEDUCTIONS(WS-EH-POS)
               ADD WS-EH-RT-SOCIAL(WS-EH-POS)
                                   TO WS-EH-SOCIAL(WS-EH-POS)
               ADD WS-EH-RT-EMPLOYER-SS(WS-EH-POS)
                                   TO WS-EH-EMPLOYER-SS(WS-EH-POS)
               ADD WS-EH-RT-TAX(WS-EH-POS)
                                   TO WS-EH-TAX(WS-EH-POS)
               ADD WS-EH-RT-NET(WS-EH-POS)
                                   TO WS-EH-NET(WS-EH-POS)
               MOVE WS-BUSINESS-DATE
                                   TO WS-EH-RETRO-DATE(WS-EH-POS)
           END-IF.

       0224-00-EXIT.
           EXIT.

       0225-00-PRINT-RETRO-MONTH.

           MOVE FD-ID-EMPLOYEE     TO WS-RR-EMPLOYEE.
           MOVE FD-NAME            TO WS-RR-NAME.
           MOVE WS-EH-PAY-DATE(WS-EH-POS)
                                   TO WS-RR-PAY-DATE.
           MOVE WS-EH-SALARY(WS-EH-POS)
                                   TO WS-RR-OLD-SALARY.
           MOVE WS-RT-SALARY       TO WS-RR-NEW-SALARY.
           WRITE REG-RETRORPT      FROM WS-RR-DETAIL.

       0225-00-EXIT.
           EXIT.

       0230-00-GET-HISTORY.

      *    ROWS OF EMPLOYEES NO LONGER ON VS001 ARE CARRIED OVER AS
      *    THEY ARE; THOSE OF THE EMPLOYEE IN HAND ARE TAKEN IN.

           MOVE ZEROS              TO WS-EH-COUNT.

           PERFORM 0232-00-COPY-HISTORY
             UNTIL WS-HO-END
                OR FD-HO-EMPLOYEE  NOT LESS FD-ID-EMPLOYEE.

           PERFORM 0233-00-TAKE-HISTORY
             UNTIL WS-HO-END
                OR FD-HO-EMPLOYEE  NOT EQUAL FD-ID-EMPLOYEE.

       0230-00-EXIT.
           EXIT.

       0231-00-PUT-HISTORY.

           IF  WS-CUR-PAID
               PERFORM 0235-00-ADD-CURRENT-MONTH
           END-IF.

           PERFORM VARYING WS-EH-POS FROM 1 BY 1
             UNTIL WS-EH-POS       GREATER WS-EH-COUNT
               MOVE SPACES         TO REG-PAYHSTN
               MOVE FD-ID-EMPLOYEE TO FD-HN-EMPLOYEE
               MOVE WS-EH-PAY-DATE(WS-EH-POS)
                                   TO FD-HN-PAY-DATE
               MOVE WS-EH-SALARY(WS-EH-POS)
                                   TO FD-HN-SALARY
               MOVE WS-EH-PAID-DAYS(WS-EH-POS)
                                   TO FD-HN-PAID-DAYS
               MOVE WS-EH-OT50(WS-EH-POS)
                                   TO FD-HN-OT50-HOURS
               MOVE WS-EH-OT100(WS-EH-POS)
                                   TO FD-HN-OT100-HOURS
               MOVE WS-EH-GROSS(WS-EH-POS)
                                   TO FD-HN-GROSS
               MOVE WS-EH-DEDUCTIONS(WS-EH-POS)
                                   TO FD-HN-DEDUCTIONS
               MOVE WS-EH-SOCIAL(WS-EH-POS)
                                   TO FD-HN-SOCIAL
               MOVE WS-EH-EMPLOYER-SS(WS-EH-POS)
                                   TO FD-HN-EMPLOYER-SS
               MOVE WS-EH-TAX(WS-EH-POS)
                                   TO FD-HN-TAX
               MOVE WS-EH-NET(WS-EH-POS)
                                   TO FD-HN-NET
               MOVE WS-EH-RETRO-DATE(WS-EH-POS)
                                   TO FD-HN-RETRO-DATE
               PERFORM 0234-00-WRITE-PAYHSTN
           END-PERFORM.

       0231-00-EXIT.
           EXIT.

       0232-00-COPY-HISTORY.

      *    ONLY THE BUSINESS YEAR IS KEPT ON THE HISTORY.

           IF  FD-HO-PAY-DATE(1:4) EQUAL WS-BUSINESS-DATE(1:4)
               MOVE REG-PAYHSTO    TO REG-PAYHSTN
               PERFORM 0234-00-WRITE-PAYHSTN
           END-IF.

           PERFORM 0302-00-READ-PAYHSTO.

       0232-00-EXIT.
           EXIT.

       0233-00-TAKE-HISTORY.

           IF  FD-HO-PAY-DATE(1:4) EQUAL WS-BUSINESS-DATE(1:4)
               IF  WS-EH-COUNT     LESS 24
                   ADD 1           TO WS-EH-COUNT
                   MOVE FD-HO-PAY-DATE
                                   TO WS-EH-PAY-DATE(WS-EH-COUNT)
                   MOVE FD-HO-SALARY
                                   TO WS-EH-SALARY(WS-EH-COUNT)
                   MOVE FD-HO-PAID-DAYS
                                   TO WS-EH-PAID-DAYS(WS-EH-COUNT)
                   MOVE FD-HO-OT50-HOURS
                                   TO WS-EH-OT50(WS-EH-COUNT)
                   MOVE FD-HO-OT100-HOURS
                                   TO WS-EH-OT100(WS-EH-COUNT)
                   MOVE FD-HO-GROSS
                                   TO WS-EH-GROSS(WS-EH-COUNT)
                   MOVE FD-HO-DEDUCTIONS
                                   TO WS-EH-DEDUCTIONS(WS-EH-COUNT)
                   MOVE FD-HO-SOCIAL
                                   TO WS-EH-SOCIAL(WS-EH-COUNT)
                   MOVE FD-HO-EMPLOYER-SS
                                   TO WS-EH-EMPLOYER-SS(WS-EH-COUNT)
                   MOVE FD-HO-TAX
                                   TO WS-EH-TAX(WS-EH-COUNT)
                   MOVE FD-HO-NET
                                   TO WS-EH-NET(WS-EH-COUNT)
                   MOVE FD-HO-RETRO-DATE
                                   TO WS-EH-RETRO-DATE(WS-EH-COUNT)
                   MOVE SPACES     TO WS-EH-RT-IND(WS-EH-COUNT)
               ELSE
                   DISPLAY ' PAY HISTORY TABLE FULL FOR EMPLOYEE '
                           FD-ID-EMPLOYEE
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 0302-00-READ-PAYHSTO.

       0233-00-EXIT.
           EXIT.

       0234-00-WRITE-PAYHSTN.

           WRITE REG-PAYHSTN.

           IF  WS-FS-PAYHSTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0234-00-WRITE-PAYHSTN'
                                    ' FILE STATUS: ' WS-FS-PAYHSTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-COUNT-HISTORY.

       0234-00-EXIT.
           EXIT.

       0235-00-ADD-CURRENT-MONTH.

      *    A RERUN OF THE PERIOD REPLACES THE MONTH ALREADY ON FILE.

           PERFORM VARYING WS-EH-POS FROM 1 BY 1
             UNTIL WS-EH-POS       GREATER WS-EH-COUNT
                OR WS-EH-PAY-DATE(WS-EH-POS)(1:6)
                                   EQUAL WS-BUSINESS-DATE(1:6)
               CONTINUE
           END-PERFORM.

           IF  WS-EH-POS           GREATER WS-EH-COUNT
               IF  WS-EH-COUNT     LESS 24
                   ADD 1           TO WS-EH-COUNT
                   MOVE WS-EH-COUNT
                                   TO WS-EH-POS
               ELSE
                   DISPLAY ' PAY HISTORY TABLE FULL FOR EMPLOYEE '
                           FD-ID-EMPLOYEE
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-BUSINESS-DATE   TO WS-EH-PAY-DATE(WS-EH-POS).
           MOVE FD-SALARY          TO WS-EH-SALARY(WS-EH-POS).
           MOVE WS-PAID-DAYS       TO WS-EH-PAID-DAYS(WS-EH-POS).
           MOVE WS-TM-OT50(WS-TIME-FOUND)
                                   TO WS-EH-OT50(WS-EH-POS).
           MOVE WS-TM-OT100(WS-TIME-FOUND)
                                   TO WS-EH-OT100(WS-EH-POS).
           MOVE WS-GROSS-PAY       TO WS-EH-GROSS(WS-EH-POS).
           MOVE WS-DEDUCTIONS      TO WS-EH-DEDUCTIONS(WS-EH-POS).
           MOVE WS-SOCIAL-SEC      TO WS-EH-SOCIAL(WS-EH-POS).
           MOVE WS-EMPLOYER-SS     TO WS-EH-EMPLOYER-SS(WS-EH-POS).
           MOVE WS-INCOME-TAX      TO WS-EH-TAX(WS-EH-POS).
           MOVE WS-NET-PAY         TO WS-EH-NET(WS-EH-POS).
           MOVE ZEROS              TO WS-EH-RETRO-DATE(WS-EH-POS).

       0235-00-EXIT.
           EXIT.

       0236-00-WRITE-PAYSLIP.

      *    THE DEDUCTION LINES WERE FILLED WHILE THE REGISTER PRINTED
      *    THEM; THE YTD IS THE ONE JUST UPDATED, RETRO INCLUDED.

           MOVE FD-ID-EMPLOYEE     TO PS-ID-EMPLOYEE.
           MOVE WS-BUSINESS-DATE(1:6)
                                   TO PS-PAY-MONTH.
           MOVE WS-BUSINESS-DATE   TO PS-PAY-DATE.
           MOVE FD-NAME            TO PS-NAME.
           MOVE FD-DEPT            TO PS-DEPT.
           MOVE FD-SALARY          TO PS-SALARY.
           MOVE WS-PAID-DAYS       TO PS-PAID-DAYS.
           MOVE WS-TM-OT50(WS-TIME-FOUND)
                                   TO PS-OT50-HOURS.
           MOVE WS-TM-OT100(WS-TIME-FOUND)
                                   TO PS-OT100-HOURS.
           MOVE WS-BASE-PAY        TO PS-BASE-PAY.
           MOVE WS-OVERTIME-PAY    TO PS-OVERTIME-PAY.
           MOVE WS-GROSS-PAY       TO PS-GROSS.
           MOVE WS-DEDUCTIONS      TO PS-DEDUCTIONS.
           MOVE WS-SOCIAL-SEC      TO PS-SOCIAL.
           MOVE WS-INCOME-TAX      TO PS-TAX.
           MOVE WS-NET-PAY         TO PS-NET.

           IF  WS-RT-PAID
               MOVE WS-RT-GROSS    TO PS-RETRO-GROSS
               MOVE WS-RT-NET      TO PS-RETRO-NET
           ELSE
               MOVE ZEROS          TO PS-RETRO-GROSS
                                      PS-RETRO-NET
           END-IF.

           MOVE FD-EMP-BRANCH      TO PS-BANK-BRANCH.
           MOVE FD-EMP-ACCOUNT     TO PS-BANK-ACCOUNT.
           MOVE WS-SLIP-DOC-NUMBER TO PS-DOC-NUMBER.

           MOVE WS-YT-GROSS(WS-YTD-FOUND)
                                   TO PS-YTD-GROSS.
           MOVE WS-YT-SOCIAL(WS-YTD-FOUND)
                                   TO PS-YTD-SOCIAL.
           MOVE WS-YT-TAX(WS-YTD-FOUND)
                                   TO PS-YTD-TAX.
           MOVE WS-YT-NET(WS-YTD-FOUND)
                                   TO PS-YTD-NET.

           WRITE REG-PAYSLIP.

      *    A RERUN OF THE MONTH FINDS THE PAYSLIP ALREADY ON FILE.

           IF  WS-FS-PAYSLIP       EQUAL '22'
               REWRITE REG-PAYSLIP
           END-IF.

           IF  WS-FS-PAYSLIP       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0236-00-WRITE-PAYSLIP'
                                    ' FILE STATUS: ' WS-FS-PAYSLIP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-COUNT-PAYSLIPS.

       0236-00-EXIT.
           EXIT.

       0237-00-SLIP-DEDUCTION.

           IF  PS-DED-COUNT        LESS 10
               ADD 1               TO PS-DED-COUNT
               MOVE WS-EN-DED-CODE(WS-ENR-POS)
                                   TO PS-DED-CODE(PS-DED-COUNT)
               MOVE WS-ONE-DEDUCTION
                                   TO PS-DED-AMOUNT(PS-DED-COUNT)
           ELSE
               MOVE '*OTH'         TO PS-DED-CODE(10)
               ADD WS-ONE-DEDUCTION
                                   TO PS-DED-AMOUNT(10)
           END-IF.

       0237-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*
       0301-00-EXIT.
           EXIT.

       0302-00-READ-PAYHSTO.

           READ PAYHSTO.

           EVALUATE WS-FS-PAYHSTO
             WHEN '00'
               IF  FD-HO-EMPLOYEE  LESS WS-HO-LAST-EMPLOYEE
                   DISPLAY ' PAY HISTORY OUT OF SEQUENCE AT EMPLOYEE '
                           FD-HO-EMPLOYEE
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FD-HO-EMPLOYEE TO WS-HO-LAST-EMPLOYEE
             WHEN '10'
               MOVE 'Y'            TO WS-HO-END-IND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-PAYHSTO'
                                    ' FILE STATUS: ' WS-FS-PAYHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-SALHIST.

           READ SALHIST NEXT RECORD.

           EVALUATE WS-FS-SALHIST
             WHEN '00'
               IF  SH-ID-EMPLOYEE  NOT EQUAL FD-ID-EMPLOYEE
                   MOVE 'Y'        TO WS-SH-DONE-IND
               ELSE
                   IF  WS-SH-COUNT EQUAL 1                   AND
                       WS-SH-EFFECTIVE(1)
                                   LESS WS-YEAR-START        AND
                       SH-EFFECTIVE
                                   LESS WS-YEAR-START
                       CONTINUE
                   ELSE
                       IF  WS-SH-COUNT LESS 50
                           ADD 1   TO WS-SH-COUNT
                       ELSE
                           DISPLAY ' SALARY HISTORY TABLE FULL FOR'
                                   ' EMPLOYEE ' FD-ID-EMPLOYEE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   MOVE SH-EFFECTIVE
                               TO WS-SH-EFFECTIVE(WS-SH-COUNT)
                   MOVE SH-OLD-SALARY
                               TO WS-SH-OLD-SALARY(WS-SH-COUNT)
                   MOVE SH-NEW-SALARY
                               TO WS-SH-NEW-SALARY(WS-SH-COUNT)
               END-IF
             WHEN '10'
               MOVE 'Y'            TO WS-SH-DONE-IND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-SALHIST'
                                    ' FILE STATUS: ' WS-FS-SALHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

           MOVE 'TRL*'             TO FD-PC-CTL-ID.
           MOVE SPACES             TO FD-PC-CTL-DATA.
           MOVE WS-COUNT-RELEASES  TO FD-PC-TRL-COUNT.
           MOVE WS-HASH-PAYFILE    TO FD-PC-TRL-HASH.
           WRITE REG-PAYFILE-CONTROL.

           MOVE 'TRL*'             TO FD-PY-CTL-ID.
           MOVE SPACES             TO FD-PY-CTL-DATA.
           MOVE WS-COUNT-PAID      TO FD-PY-TRL-COUNT.
           MOVE WS-GRAND-NET       TO FD-PY-TRL-NET.
           WRITE REG-PAYCOST-CONTROL.

           IF  WS-GRAND-NET        NOT EQUAL WS-HASH-PAYFILE
               DISPLAY ' REGISTER TOTAL DOES NOT MATCH INTERFACE'
                       ' TRAILER - INVESTIGATE BEFORE RELEASING'

           PERFORM 0905-00-CHECK-ORPHAN-TIME.
           PERFORM 0904-00-WRITE-YTD.
           PERFORM 0906-00-CLOSE-HISTORY.
           PERFORM 0907-00-REWRITE-RETROQ.

           CLOSE VS001
                 PAYFILE
                 REGISTER-RPT
                 PAYCOST
                 RETRORPT
                 PAYSLIP.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  BAD ACCOUNTS..: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-RETRO-PAID
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  RETRO PAID....: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-RETRO-HELD
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  RETRO HELD....: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-PAYSLIPS  TO WS-FMT-AMOUNT
           DISPLAY '*  PAYSLIPS......: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.


       0904-00-EXIT.
           EXIT.

       0906-00-CLOSE-HISTORY.

      *    WHAT IS LEFT ON THE OLD HISTORY BELONGS TO EMPLOYEES PAST
      *    THE LAST ONE ON VS001 AND IS CARRIED OVER.

           PERFORM 0232-00-COPY-HISTORY
             UNTIL WS-HO-END.

           IF  WS-FS-PAYHSTO       NOT EQUAL '35'
               CLOSE PAYHSTO
           END-IF.

           CLOSE PAYHSTN.

       0906-00-EXIT.
           EXIT.

       0907-00-REWRITE-RETROQ.

      *    SETTLED CHANGES LEAVE THE QUEUE; PENDING AND HELD ONES ARE
      *    WRITTEN BACK FOR THE NEXT RUN.

           IF  WS-RQ-COUNT         GREATER ZEROS
               CLOSE SALHIST
           END-IF.

           OPEN OUTPUT RETROQ.

           IF  WS-FS-RETROQ        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0907-00-REWRITE-RETROQ'
                                    ' FILE STATUS: ' WS-FS-RETROQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0908-00-KEEP-RETRO-ENTRY
             VARYING WS-RQ-POS FROM 1 BY 1
             UNTIL WS-RQ-POS       GREATER WS-RQ-COUNT.

           CLOSE RETROQ.

           MOVE WS-COUNT-RETRO-PAID
                                   TO WS-RT-FMT-COUNT.
           MOVE WS-RETRO-TOTAL-GROSS
                                   TO WS-RT-FMT-GROSS.
           MOVE WS-RETRO-TOTAL-NET TO WS-RT-FMT-NET.
           WRITE REG-RETRORPT      FROM WS-RR-TOTAL
                                   AFTER 2 LINES.
           WRITE REG-RETRORPT      FROM WS-RR-SIGN-OFF
                                   AFTER 3 LINES.

       0907-00-EXIT.
           EXIT.

       0908-00-KEEP-RETRO-ENTRY.

           IF  WS-RQ-STATUS(WS-RQ-POS)
                                   NOT EQUAL 'S'
               IF  WS-RQ-STATUS(WS-RQ-POS)
                                   EQUAL 'P'
                   MOVE SPACES     TO WS-RR-DETAIL
                   MOVE WS-RQ-EMPLOYEE(WS-RQ-POS)
                                   TO WS-RR-EMPLOYEE
                   MOVE WS-RQ-EFFECTIVE(WS-RQ-POS)
                                   TO WS-RR-PAY-DATE
                   MOVE WS-RQ-OLD-SALARY(WS-RQ-POS)
                                   TO WS-RR-OLD-SALARY
                   MOVE WS-RQ-NEW-SALARY(WS-RQ-POS)
                                   TO WS-RR-NEW-SALARY
                   MOVE ZEROS      TO WS-RR-GROSS
                                      WS-RR-SOCIAL
                                      WS-RR-TAX
                                      WS-RR-NET
                   MOVE 'NOT PAID'   TO WS-RR-NOTE
                   WRITE REG-RETRORPT
                                   FROM WS-RR-DETAIL
               END-IF

               MOVE SPACES         TO REG-RETROQ
               MOVE WS-RQ-EMPLOYEE(WS-RQ-POS)
                                   TO FD-RQ-EMPLOYEE
               MOVE WS-RQ-EFFECTIVE(WS-RQ-POS)
                                   TO FD-RQ-EFFECTIVE
               MOVE WS-RQ-OLD-SALARY(WS-RQ-POS)
                                   TO FD-RQ-OLD-SALARY
               MOVE WS-RQ-NEW-SALARY(WS-RQ-POS)
                                   TO FD-RQ-NEW-SALARY
               MOVE WS-RQ-AUTHORIZER(WS-RQ-POS)
                                   TO FD-RQ-AUTHORIZER
               MOVE WS-RQ-APPLIED(WS-RQ-POS)
                                   TO FD-RQ-APPLIED
               WRITE REG-RETROQ

               IF  WS-FS-RETROQ    NOT EQUAL '00'
                   DISPLAY ' ERROR FOUND IN 0908-00-KEEP-RETRO-ENTRY'
                                    ' FILE STATUS: ' WS-FS-RETROQ
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0908-00-EXIT.
           EXIT.
