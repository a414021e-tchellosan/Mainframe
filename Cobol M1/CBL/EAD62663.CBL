      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62663.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62663                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END INVESTMENT PERFORMANCE PER         *
      *                   POSITION, CLIENT AND PRODUCT AGAINST THE     *
      *                   RATES BENCHMARK                              *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EACH POSITION IS VALUED AT THE END OF THE AS-OF SCHEDULE     *
      *   MONTH THE WAY EAD62551 VALUES IT, BUT ONLY OVER THE MONTHS   *
      *   RUN SO FAR (START TO THE AS-OF MONTH, NEVER BEYOND THE       *
      *   TERM).  THE VALUE AT THE PREVIOUS MONTH END COMES FROM THE   *
      *   PERFORMANCE HISTORY (PERFHSTO).                              *
      *                                                                *
      *   THE MONTH'S CASH FLOWS ARE THE MOVEMENTS OF THE MONTH ON     *
      *   THE EAD62596 AUDIT TRAIL: SUBSCRIPTIONS APPLIED (IN),        *
      *   REDEMPTIONS APPLIED, MATURITIES PAID AND SUBSCRIPTIONS       *
      *   REVERSED (OUT).  A REDEMPTION OR MATURITY TAKES OUT THE      *
      *   GROSS VALUE OF THE PRINCIPAL IT PAYS, AS EAD62596 VALUES     *
      *   IT.  THE MONTH RETURN IS THE MODIFIED DIETZ RETURN, EACH     *
      *   FLOW WEIGHTED BY THE DAYS LEFT IN THE MONTH (30/360), SO     *
      *   NEW MONEY IS NOT COUNTED AS GAIN:                            *
      *     RETURN = (END - BEGIN - FLOWS) /                           *
      *              (BEGIN + WEIGHTED FLOWS)                          *
      *   THE YEAR-TO-DATE AND SINCE-INCEPTION RETURNS CHAIN THE       *
      *   MONTH RETURNS ON THE INDEXES KEPT ON THE HISTORY; THE YEAR   *
      *   INDEX RESTARTS WHEN THE AS-OF YEAR CHANGES.                  *
      *                                                                *
      *   A POSITION NOT YET ON THE HISTORY (FIRST RUN, OR OPENED      *
      *   BEFORE IT WAS MEASURED) IS TAKEN FROM ITS START: ITS         *
      *   PREVIOUS VALUE, YEAR AND INCEPTION INDEXES ARE REBUILT       *
      *   FROM THE RATES SCHEDULE.  CLIENTS AND PRODUCTS ARE MEASURED  *
      *   ON THE SUM OF THEIR POSITIONS AND CHAINED FROM THE FIRST     *
      *   MONTH THEY APPEAR ON THE HISTORY.                            *
      *                                                                *
      *   THE BENCHMARK OF EVERY PRODUCT IS THE RATES SCHEDULE: THE    *
      *   RATE OF THE AS-OF MONTH, COMPOUNDED OVER THE SAME YEAR AND   *
      *   INCEPTION PERIODS.  RETURNS ARE GROSS OF WITHHOLDING TAX,    *
      *   WHICH IS ONLY DUE WHEN THE POSITION IS PAID OUT.             *
      *                                                                *
      *   THE NEW HISTORY (PERFHSTN) HAS A HEADER ROW (TYPE H) WITH    *
      *   THE AS-OF MONTH, THEN ONE ROW PER POSITION (P), CLIENT (C)   *
      *   AND PRODUCT (R) STILL HOLDING A VALUE.                       *
      *                                                                *
      *   SYSIN: AS-OF YEAR, AS-OF MONTH AND THE SCHEDULE MONTH OF     *
      *          THE POSITIONS (AS EAD625JI).                          *
      *                                                                *
      *   RC=04: A FLOW FOR A POSITION NEITHER ON FILE NOR ON THE      *
      *   HISTORY (MARKED *), OR A MONTH SKIPPED SINCE THE LAST RUN.   *
      *   RC=12: THE MONTH WAS ALREADY MEASURED.                       *
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

           SELECT INVESTS          ASSIGN TO DA-S-INVESTS
               FILE STATUS         IS WS-FS-INVESTS.

           SELECT RATES            ASSIGN TO DA-S-RATES
               FILE STATUS         IS WS-FS-RATES.

           SELECT AUDITTRL         ASSIGN TO DA-S-AUDITTRL
               FILE STATUS         IS WS-FS-AUDITTRL.

           SELECT PERFHSTO         ASSIGN TO DA-S-PERFHSTO
               FILE STATUS         IS WS-FS-PERFHSTO.

           SELECT PERFHSTN         ASSIGN TO DA-S-PERFHSTN
               FILE STATUS         IS WS-FS-PERFHSTN.

           SELECT PERFRPT          ASSIGN TO DA-S-PERFRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  INVESTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVESTS.
           03  FD-IN-CLIENT        PIC X(20).
           03  FD-IN-PRODUCT       PIC X(10).
           03  FD-IN-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-IN-START-MONTH   PIC 9(3).
           03  FD-IN-TERM          PIC 9(3).

       FD  RATES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RATES.
           03  FD-RATE-MONTH       PIC 9(3).
           03  FD-RATE-VALUE       PIC 9(1)V9(2).

       FD  AUDITTRL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-AUDITTRL.
           03  FD-AU-DATE.
               05  FD-AU-YEAR-MONTH
                                   PIC 9(6).
               05  FD-AU-DAY       PIC 9(2).
           03  FD-AU-TYPE          PIC X(1).
           03  FD-AU-CLIENT        PIC X(20).
           03  FD-AU-PRODUCT       PIC X(10).
           03  FD-AU-AMOUNT        PIC 9(7)V9(2).
           03  FD-AU-RESULT        PIC X(8).
           03  FD-AU-REASON        PIC X(25).

       FD  PERFHSTO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PERFHSTO.
           03  FD-HO-TYPE          PIC X(1).
           03  FD-HO-CLIENT        PIC X(20).
           03  FD-HO-PRODUCT       PIC X(10).
           03  FD-HO-ASOF.
               05  FD-HO-YEAR      PIC 9(4).
               05  FD-HO-MONTH     PIC 9(2).
           03  FD-HO-INCEPTION     PIC 9(3).
           03  FD-HO-START-MONTH   PIC 9(3).
           03  FD-HO-TERM          PIC 9(3).
           03  FD-HO-VALUE         PIC 9(11)V9(2).
           03  FD-HO-YTD-INDEX     PIC 9(3)V9(6).
           03  FD-HO-ITD-INDEX     PIC 9(3)V9(6).
           03  FD-HO-BMK-YTD-INDEX PIC 9(3)V9(6).
           03  FD-HO-BMK-ITD-INDEX PIC 9(3)V9(6).
           03  FILLER              PIC X(5).

       FD  PERFHSTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PERFHSTN.
           03  FD-HN-TYPE          PIC X(1).
           03  FD-HN-CLIENT        PIC X(20).
           03  FD-HN-PRODUCT       PIC X(10).
           03  FD-HN-ASOF.
               05  FD-HN-YEAR      PIC 9(4).
               05  FD-HN-MONTH     PIC 9(2).
           03  FD-HN-INCEPTION     PIC 9(3).
           03  FD-HN-START-MONTH   PIC 9(3).
           03  FD-HN-TERM          PIC 9(3).
           03  FD-HN-VALUE         PIC 9(11)V9(2).
           03  FD-HN-YTD-INDEX     PIC 9(3)V9(6).
           03  FD-HN-ITD-INDEX     PIC 9(3)V9(6).
           03  FD-HN-BMK-YTD-INDEX PIC 9(3)V9(6).
           03  FD-HN-BMK-ITD-INDEX PIC 9(3)V9(6).
           03  FILLER              PIC X(5).

       FD  PERFRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PERFRPT             PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62663'.

       77  WS-FS-INVESTS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-RATES             PIC X(2)            VALUE ZEROS.
       77  WS-FS-AUDITTRL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PERFHSTO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PERFHSTN          PIC X(2)            VALUE ZEROS.

       77  WS-READ-INVESTS         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-FLOWS          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NEW            PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CLOSED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNKNOWN        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-PERFHSTN       PIC 9(5)            VALUE ZEROS.

       01  WS-ASOF.
           03  WS-AS-YEAR          PIC 9(4).
           03  WS-AS-MONTH         PIC 9(2).
       01  WS-ASOF-NUM             REDEFINES WS-ASOF
                                   PIC 9(6).

       77  WS-CURRENT-MONTH        PIC 9(3)            VALUE ZEROS.

      *    LAST MONTH MEASURED, FROM THE HISTORY HEADER.
       77  WS-HIST-FOUND           PIC X(1)            VALUE 'N'.
       77  WS-HIST-YEAR            PIC 9(4)            VALUE ZEROS.
       77  WS-HIST-MONTH           PIC 9(3)            VALUE ZEROS.
       77  WS-SKIPPED              PIC X(1)            VALUE 'N'.

       01  WS-RATE-TABLE.
           03  WS-RATE-ENTRY       PIC 9(1)V9(2) OCCURS 999 TIMES
                                                       VALUE ZEROS.

       77  WS-BENCH-RATE           PIC 9(1)V9(2)       VALUE ZEROS.

       77  WS-PT-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-PT-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-PT-FOUND             PIC 9(4) COMP-3     VALUE ZEROS.

      *    ONE ENTRY PER POSITION ON FILE, ON THE HISTORY OR MOVED
      *    DURING THE MONTH.
       01  WS-POSITION-TABLE.
           03  WS-PT-ENTRY         OCCURS 1000 TIMES.
               05  WS-PT-CLIENT    PIC X(20).
               05  WS-PT-PRODUCT   PIC X(10).
               05  WS-PT-ON-FILE   PIC X(1).
               05  WS-PT-IN-HIST   PIC X(1).
               05  WS-PT-FLAG      PIC X(1).
               05  WS-PT-PRINTED   PIC X(1).
               05  WS-PT-PRINCIPAL PIC 9(7)V9(2).
               05  WS-PT-START     PIC 9(3).
               05  WS-PT-TERM      PIC 9(3).
               05  WS-PT-INCEPTION PIC 9(3).
               05  WS-PT-PRINCIPAL-FLOW
                                   PIC S9(9)V9(2).
               05  WS-PT-BEGIN     PIC 9(11)V9(2).
               05  WS-PT-END       PIC 9(11)V9(2).
               05  WS-PT-FLOW      PIC S9(11)V9(2).
               05  WS-PT-WEIGHTED  PIC S9(11)V9(2).
               05  WS-PT-RETURN    PIC S9(3)V9(6).
               05  WS-PT-YTD       PIC 9(3)V9(6).
               05  WS-PT-ITD       PIC 9(3)V9(6).
               05  WS-PT-BMK-YTD   PIC 9(3)V9(6).
               05  WS-PT-BMK-ITD   PIC 9(3)V9(6).

      *    CLIENT AND PRODUCT ROLL-UPS, SAME FIGURES.
       77  WS-CL-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CL-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CL-FOUND             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CLIENT-TABLE.
           03  WS-CL-ENTRY         OCCURS 1000 TIMES.
               05  WS-CL-CLIENT    PIC X(20).
               05  WS-CL-IN-HIST   PIC X(1).
               05  WS-CL-INCEPTION PIC 9(3).
               05  WS-CL-BEGIN     PIC 9(11)V9(2).
               05  WS-CL-END       PIC 9(11)V9(2).
               05  WS-CL-FLOW      PIC S9(11)V9(2).
               05  WS-CL-WEIGHTED  PIC S9(11)V9(2).
               05  WS-CL-RETURN    PIC S9(3)V9(6).
               05  WS-CL-YTD       PIC 9(3)V9(6).
               05  WS-CL-ITD       PIC 9(3)V9(6).
               05  WS-CL-BMK-YTD   PIC 9(3)V9(6).
               05  WS-CL-BMK-ITD   PIC 9(3)V9(6).

       77  WS-PD-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PD-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PD-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-PRODUCT-TABLE.
           03  WS-PD-ENTRY         OCCURS 50 TIMES.
               05  WS-PD-PRODUCT   PIC X(10).
               05  WS-PD-IN-HIST   PIC X(1).
               05  WS-PD-INCEPTION PIC 9(3).
               05  WS-PD-BEGIN     PIC 9(11)V9(2).
               05  WS-PD-END       PIC 9(11)V9(2).
               05  WS-PD-FLOW      PIC S9(11)V9(2).
               05  WS-PD-WEIGHTED  PIC S9(11)V9(2).
               05  WS-PD-RETURN    PIC S9(3)V9(6).
               05  WS-PD-YTD       PIC 9(3)V9(6).
               05  WS-PD-ITD       PIC 9(3)V9(6).
               05  WS-PD-BMK-YTD   PIC 9(3)V9(6).
               05  WS-PD-BMK-ITD   PIC 9(3)V9(6).

       77  WS-SEARCH-CLIENT        PIC X(20)           VALUE SPACES.
       77  WS-SEARCH-PRODUCT       PIC X(10)           VALUE SPACES.

      *    COMPOUNDING OF THE RATES SCHEDULE OVER A RANGE OF MONTHS.
       77  WS-CP-FROM              PIC S9(4)           VALUE ZEROS.
       77  WS-CP-TO                PIC S9(4)           VALUE ZEROS.
       77  WS-CP-MONTH             PIC S9(4)           VALUE ZEROS.
       77  WS-FACTOR               PIC 9(3)V9(8)       VALUE ZEROS.

       77  WS-TERM-END             PIC S9(4)           VALUE ZEROS.
       77  WS-PRIOR-MONTH          PIC S9(4)           VALUE ZEROS.
       77  WS-YEAR-FIRST           PIC S9(4)           VALUE ZEROS.
       77  WS-PRIOR-PRINCIPAL      PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-FLOW-FACTOR          PIC 9(3)V9(8)       VALUE ZEROS.
       77  WS-FLOW-VALUE           PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-FLOW-DAY             PIC 9(2)            VALUE ZEROS.
       77  WS-FLOW-WEIGHT          PIC 9(1)V9(6)       VALUE ZEROS.

      *    MONTH RETURN AND CHAINING OF ONE POSITION OR GROUP.
       01  WS-MEASURE.
           03  WS-MS-BEGIN         PIC 9(11)V9(2).
           03  WS-MS-END           PIC 9(11)V9(2).
           03  WS-MS-FLOW          PIC S9(11)V9(2).
           03  WS-MS-WEIGHTED      PIC S9(11)V9(2).
           03  WS-MS-SAME-YEAR     PIC X(1).
           03  WS-MS-RETURN        PIC S9(3)V9(6).
           03  WS-MS-YTD           PIC 9(3)V9(6).
           03  WS-MS-ITD           PIC 9(3)V9(6).
           03  WS-MS-BMK-YTD       PIC 9(3)V9(6).
           03  WS-MS-BMK-ITD       PIC 9(3)V9(6).

       77  WS-DENOMINATOR          PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-GROWTH               PIC S9(4)V9(8)      VALUE ZEROS.

       77  WS-CURRENT-CLIENT       PIC X(20)           VALUE SPACES.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(39)           VALUE
           'INVESTMENT PERFORMANCE REPORT - AS OF  '.
           03  WS-RH-ASOF          PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(18)           VALUE
           '  SCHEDULE MONTH: '.
           03  WS-RH-MONTH         PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(27)           VALUE
           '  BENCHMARK RATE OF MONTH: '.
           03  WS-RH-BENCH         PIC 9,99            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '%'.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(50)           VALUE
           '                    VALUE AT            NET       '.
           03  FILLER              PIC X(50)           VALUE
           'VALUE AT   <------ RETURN % ------->  <---- BENCHM'.
           03  FILLER              PIC X(26)           VALUE
           'ARK % ----->   EXCESS %   '.

       01  WS-RPT-HEADER-3.
           03  FILLER              PIC X(50)           VALUE
           'PRODUCT   SINCE   LAST MONTH       CASH FLOWS    M'.
           03  FILLER              PIC X(50)           VALUE
           'ONTH END      MONTH      YTD    SINCE    MONTH    '.
           03  FILLER              PIC X(26)           VALUE
           '  YTD    SINCE    SINCE   '.

       01  WS-RPT-CLIENT.
           03  FILLER              PIC X(8)            VALUE
           'CLIENT: '.
           03  WS-RC-CLIENT        PIC X(20)           VALUE SPACES.

       01  WS-RPT-SECTION.
           03  WS-RS-TITLE         PIC X(40)           VALUE SPACES.

       01  WS-RPT-DETAIL.
           03  WS-RD-NAME          PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-SINCE         PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BEGIN         PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-FLOW          PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-END           PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-RETURN        PIC -ZZZ9,99        VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-YTD           PIC -ZZZ9,99        VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ITD           PIC -ZZZ9,99        VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BMK-MONTH     PIC -ZZZ9,99        VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BMK-YTD       PIC -ZZZ9,99        VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BMK-ITD       PIC -ZZZ9,99        VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-EXCESS        PIC -ZZZ9,99        VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-FLAG          PIC X(1)            VALUE SPACES.

       01  WS-RPT-NOTE.
           03  FILLER              PIC X(50)           VALUE
           'SINCE = SCHEDULE MONTH OF INCEPTION   EXCESS = SIN'.
           03  FILLER              PIC X(50)           VALUE
           'CE-INCEPTION RETURN LESS BENCHMARK                '.

       01  WS-RPT-NOTE-2.
           03  FILLER              PIC X(50)           VALUE
           'C = POSITION CLOSED IN THE MONTH   * = FLOW FOR A '.
           03  FILLER              PIC X(50)           VALUE
           'POSITION NOT ON FILE NOR ON THE HISTORY           '.

       77  WS-PERCENT              PIC S9(5)V9(2)      VALUE ZEROS.

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

      *    SYSIN: AS-OF YEAR AND MONTH, SCHEDULE MONTH OF THE
      *    POSITIONS.

           ACCEPT WS-AS-YEAR       FROM SYSIN.
           ACCEPT WS-AS-MONTH      FROM SYSIN.
           ACCEPT WS-CURRENT-MONTH FROM SYSIN.

           IF  WS-ASOF             NOT NUMERIC OR
               WS-AS-MONTH         LESS 01 OR
               WS-AS-MONTH         GREATER 12 OR
               WS-CURRENT-MONTH    NOT NUMERIC OR
               WS-CURRENT-MONTH    EQUAL ZEROS
               DISPLAY ' AS-OF DATE / SCHEDULE MONTH INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-PRIOR-MONTH  = WS-CURRENT-MONTH - 1.
           COMPUTE WS-YEAR-FIRST   =
               WS-CURRENT-MONTH - WS-AS-MONTH + 1.

           PERFORM 0102-00-LOAD-RATES.

           MOVE WS-RATE-ENTRY(WS-CURRENT-MONTH)
                                   TO WS-BENCH-RATE.

           PERFORM 0103-00-LOAD-HISTORY.
           PERFORM 0104-00-LOAD-POSITIONS.
           PERFORM 0105-00-LOAD-FLOWS.

           OPEN OUTPUT PERFRPT.

           MOVE WS-ASOF            TO WS-RH-ASOF.
           MOVE WS-CURRENT-MONTH   TO WS-RH-MONTH.
           MOVE WS-BENCH-RATE      TO WS-RH-BENCH.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-RATES.

           OPEN INPUT RATES.

           EVALUATE WS-FS-RATES
             WHEN '00'
               PERFORM UNTIL WS-FS-RATES EQUAL '10'
                   READ RATES
                   EVALUATE WS-FS-RATES
                     WHEN '00'
                       IF  FD-RATE-MONTH   NUMERIC AND
                           FD-RATE-MONTH   GREATER ZEROS AND
                           FD-RATE-MONTH   NOT GREATER 999
                           MOVE FD-RATE-VALUE
                               TO WS-RATE-ENTRY(FD-RATE-MONTH)
                       ELSE
                           DISPLAY ' INVALID RATE MONTH REJECTED: '
                                   FD-RATE-MONTH
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-RATES'
                                    ' FILE STATUS: ' WS-FS-RATES
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE RATES
             WHEN '35'
               DISPLAY ' RATES FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-RATES'
                                    ' FILE STATUS: ' WS-FS-RATES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-HISTORY.

      *    AN EMPTY HISTORY (FIRST RUN) LEAVES EVERYTHING TO BE
      *    MEASURED FROM ITS START.  A MONTH NOT AFTER THE LAST ONE
      *    MEASURED WOULD CHAIN THE SAME RETURN TWICE.

           OPEN INPUT PERFHSTO.

           EVALUATE WS-FS-PERFHSTO
             WHEN '00'
               PERFORM 0302-00-READ-PERFHSTO
               PERFORM UNTIL WS-FS-PERFHSTO EQUAL '10'
                   EVALUATE FD-HO-TYPE
                     WHEN 'H'
                       PERFORM 0106-00-TAKE-HEADER
                     WHEN 'P'
                       PERFORM 0107-00-TAKE-PRIOR-POSITION
                     WHEN 'C'
                       PERFORM 0108-00-TAKE-PRIOR-CLIENT
                     WHEN 'R'
                       PERFORM 0109-00-TAKE-PRIOR-PRODUCT
                     WHEN OTHER
                       DISPLAY ' INVALID HISTORY ROW IGNORED: '
                               FD-HO-TYPE FD-HO-CLIENT
                   END-EVALUATE
                   PERFORM 0302-00-READ-PERFHSTO
               END-PERFORM
               CLOSE PERFHSTO
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-PERFHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-POSITIONS.

           OPEN INPUT INVESTS.

           EVALUATE WS-FS-INVESTS
             WHEN '00'
               PERFORM 0301-00-READ-INVESTS
               PERFORM UNTIL WS-FS-INVESTS EQUAL '10'
                   PERFORM 0110-00-TAKE-POSITION
                   PERFORM 0301-00-READ-INVESTS
               END-PERFORM
               CLOSE INVESTS
             WHEN '35'
               DISPLAY ' INVESTMENTS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-POSITIONS'
                                    ' FILE STATUS: ' WS-FS-INVESTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-FLOWS.

      *    ONLY THE MOVEMENTS OF THE AS-OF MONTH THAT MOVED CASH.

           OPEN INPUT AUDITTRL.

           EVALUATE WS-FS-AUDITTRL
             WHEN '00'
               PERFORM 0303-00-READ-AUDITTRL
               PERFORM UNTIL WS-FS-AUDITTRL EQUAL '10'
                   IF  FD-AU-YEAR-MONTH EQUAL WS-ASOF-NUM
                       EVALUATE TRUE
                         WHEN FD-AU-TYPE EQUAL 'S' AND
                             (FD-AU-RESULT EQUAL 'APPLIED ' OR
                              FD-AU-RESULT EQUAL 'OPENED  ')
                         WHEN FD-AU-TYPE EQUAL 'R' AND
                              FD-AU-RESULT EQUAL 'APPLIED '
                         WHEN FD-AU-TYPE EQUAL 'M' AND
                              FD-AU-RESULT EQUAL 'MATURED '
                         WHEN FD-AU-TYPE EQUAL 'X' AND
                              FD-AU-AMOUNT GREATER ZEROS
                           PERFORM 0112-00-TAKE-FLOW
                         WHEN OTHER
                           CONTINUE
                       END-EVALUATE
                   END-IF
                   PERFORM 0303-00-READ-AUDITTRL
               END-PERFORM
               CLOSE AUDITTRL
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-FLOWS'
                                    ' FILE STATUS: ' WS-FS-AUDITTRL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-TAKE-HEADER.

           IF  WS-ASOF             NOT GREATER FD-HO-ASOF
               DISPLAY ' PERFORMANCE ALREADY MEASURED FOR '
                       FD-HO-ASOF ' - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'Y'                TO WS-HIST-FOUND.
           MOVE FD-HO-YEAR         TO WS-HIST-YEAR.
           MOVE FD-HO-START-MONTH  TO WS-HIST-MONTH.

           IF  WS-HIST-MONTH       NOT EQUAL WS-PRIOR-MONTH
               DISPLAY ' LAST MONTH MEASURED WAS SCHEDULE MONTH '
                       WS-HIST-MONTH ' - RETURNS SPAN THE GAP'
               MOVE 'Y'            TO WS-SKIPPED
           END-IF.

       0106-00-EXIT.
           EXIT.

       0107-00-TAKE-PRIOR-POSITION.

           MOVE FD-HO-CLIENT       TO WS-SEARCH-CLIENT.
           MOVE FD-HO-PRODUCT      TO WS-SEARCH-PRODUCT.

           PERFORM 0113-00-FIND-POSITION.

           IF  WS-PT-FOUND         EQUAL ZEROS
               PERFORM 0114-00-ADD-POSITION
           END-IF.

           MOVE 'Y'                TO WS-PT-IN-HIST(WS-PT-FOUND).
           MOVE FD-HO-START-MONTH  TO WS-PT-START(WS-PT-FOUND).
           MOVE FD-HO-TERM         TO WS-PT-TERM(WS-PT-FOUND).
           MOVE FD-HO-INCEPTION    TO WS-PT-INCEPTION(WS-PT-FOUND).
           MOVE FD-HO-VALUE        TO WS-PT-BEGIN(WS-PT-FOUND).
           MOVE FD-HO-YTD-INDEX    TO WS-PT-YTD(WS-PT-FOUND).
           MOVE FD-HO-ITD-INDEX    TO WS-PT-ITD(WS-PT-FOUND).
           MOVE FD-HO-BMK-YTD-INDEX
                                   TO WS-PT-BMK-YTD(WS-PT-FOUND).
           MOVE FD-HO-BMK-ITD-INDEX
                                   TO WS-PT-BMK-ITD(WS-PT-FOUND).

       0107-00-EXIT.
           EXIT.

       0108-00-TAKE-PRIOR-CLIENT.

           MOVE FD-HO-CLIENT       TO WS-SEARCH-CLIENT.

           PERFORM 0116-00-FIND-CLIENT.

           MOVE 'Y'                TO WS-CL-IN-HIST(WS-CL-FOUND).
           MOVE FD-HO-INCEPTION    TO WS-CL-INCEPTION(WS-CL-FOUND).
           MOVE FD-HO-YTD-INDEX    TO WS-CL-YTD(WS-CL-FOUND).
           MOVE FD-HO-ITD-INDEX    TO WS-CL-ITD(WS-CL-FOUND).
           MOVE FD-HO-BMK-YTD-INDEX
                                   TO WS-CL-BMK-YTD(WS-CL-FOUND).
           MOVE FD-HO-BMK-ITD-INDEX
                                   TO WS-CL-BMK-ITD(WS-CL-FOUND).

       0108-00-EXIT.
           EXIT.

       0109-00-TAKE-PRIOR-PRODUCT.

           MOVE FD-HO-PRODUCT      TO WS-SEARCH-PRODUCT.

           PERFORM 0117-00-FIND-PRODUCT.

           MOVE 'Y'                TO WS-PD-IN-HIST(WS-PD-FOUND).
           MOVE FD-HO-INCEPTION    TO WS-PD-INCEPTION(WS-PD-FOUND).
           MOVE FD-HO-YTD-INDEX    TO WS-PD-YTD(WS-PD-FOUND).
           MOVE FD-HO-ITD-INDEX    TO WS-PD-ITD(WS-PD-FOUND).
           MOVE FD-HO-BMK-YTD-INDEX
                                   TO WS-PD-BMK-YTD(WS-PD-FOUND).
           MOVE FD-HO-BMK-ITD-INDEX
                                   TO WS-PD-BMK-ITD(WS-PD-FOUND).

       0109-00-EXIT.
           EXIT.

       0110-00-TAKE-POSITION.

      *    THE VALUE AT THE MONTH END RUNS OVER THE MONTHS FROM THE
      *    START TO THE AS-OF MONTH, NEVER BEYOND THE TERM.

           MOVE FD-IN-CLIENT       TO WS-SEARCH-CLIENT.
           MOVE FD-IN-PRODUCT      TO WS-SEARCH-PRODUCT.

           PERFORM 0113-00-FIND-POSITION.

           IF  WS-PT-FOUND         EQUAL ZEROS
               PERFORM 0114-00-ADD-POSITION
           END-IF.

           MOVE 'Y'                TO WS-PT-ON-FILE(WS-PT-FOUND).
           MOVE FD-IN-PRINCIPAL    TO WS-PT-PRINCIPAL(WS-PT-FOUND).
           MOVE FD-IN-START-MONTH  TO WS-PT-START(WS-PT-FOUND).
           MOVE FD-IN-TERM         TO WS-PT-TERM(WS-PT-FOUND).

           COMPUTE WS-TERM-END     =
               FD-IN-START-MONTH + FD-IN-TERM - 1.

           MOVE FD-IN-START-MONTH  TO WS-CP-FROM.
           MOVE WS-CURRENT-MONTH   TO WS-CP-TO.
           IF  WS-CP-TO            GREATER WS-TERM-END
               MOVE WS-TERM-END    TO WS-CP-TO
           END-IF.

           PERFORM 0115-00-COMPOUND.

           COMPUTE WS-PT-END(WS-PT-FOUND) ROUNDED =
               FD-IN-PRINCIPAL * WS-FACTOR.

       0110-00-EXIT.
           EXIT.

       0112-00-TAKE-FLOW.

      *    MONEY IN IS WHAT THE INVESTOR PAID; MONEY OUT ON A
      *    REDEMPTION OR MATURITY IS THE GROSS VALUE OF THE PRINCIPAL
      *    PAID, AS EAD62596 VALUES IT (START TO THE MONTH BEFORE THE
      *    CURRENT ONE).  EACH FLOW IS WEIGHTED BY THE PART OF THE
      *    MONTH IT WAS INVESTED (30/360).

           MOVE FD-AU-CLIENT       TO WS-SEARCH-CLIENT.
           MOVE FD-AU-PRODUCT      TO WS-SEARCH-PRODUCT.

           PERFORM 0113-00-FIND-POSITION.

           IF  WS-PT-FOUND         EQUAL ZEROS
               PERFORM 0114-00-ADD-POSITION
               MOVE WS-CURRENT-MONTH
                                   TO WS-PT-START(WS-PT-FOUND)
               MOVE 999            TO WS-PT-TERM(WS-PT-FOUND)
               IF  FD-AU-TYPE      NOT EQUAL 'S'
                   MOVE '*'        TO WS-PT-FLAG(WS-PT-FOUND)
                   ADD 1           TO WS-COUNT-UNKNOWN
               END-IF
           END-IF.

           ADD 1                   TO WS-COUNT-FLOWS.

           MOVE 1                  TO WS-FLOW-FACTOR.

           IF  FD-AU-TYPE          EQUAL 'R' OR 'M'
               MOVE WS-PT-START(WS-PT-FOUND)
                                   TO WS-CP-FROM
               COMPUTE WS-TERM-END =
                   WS-PT-START(WS-PT-FOUND)
                 + WS-PT-TERM(WS-PT-FOUND) - 1
               MOVE WS-PRIOR-MONTH TO WS-CP-TO
               IF  WS-CP-TO        GREATER WS-TERM-END
                   MOVE WS-TERM-END
                                   TO WS-CP-TO
               END-IF
               PERFORM 0115-00-COMPOUND
               MOVE WS-FACTOR      TO WS-FLOW-FACTOR
           END-IF.

           IF  FD-AU-TYPE          EQUAL 'S'
               COMPUTE WS-FLOW-VALUE = FD-AU-AMOUNT
               ADD FD-AU-AMOUNT
                   TO WS-PT-PRINCIPAL-FLOW(WS-PT-FOUND)
           ELSE
               COMPUTE WS-FLOW-VALUE ROUNDED =
                   0 - (FD-AU-AMOUNT * WS-FLOW-FACTOR)
               SUBTRACT FD-AU-AMOUNT
                   FROM WS-PT-PRINCIPAL-FLOW(WS-PT-FOUND)
           END-IF.

           MOVE FD-AU-DAY          TO WS-FLOW-DAY.
           IF  WS-FLOW-DAY         GREATER 30
               MOVE 30             TO WS-FLOW-DAY
           END-IF.
           IF  WS-FLOW-DAY         LESS 1
               MOVE 1              TO WS-FLOW-DAY
           END-IF.

           COMPUTE WS-FLOW-WEIGHT ROUNDED =
               (31 - WS-FLOW-DAY) / 30.

           ADD WS-FLOW-VALUE       TO WS-PT-FLOW(WS-PT-FOUND).
           COMPUTE WS-PT-WEIGHTED(WS-PT-FOUND) ROUNDED =
               WS-PT-WEIGHTED(WS-PT-FOUND)
             + WS-FLOW-VALUE * WS-FLOW-WEIGHT.

       0112-00-EXIT.
           EXIT.

       0113-00-FIND-POSITION.

           MOVE ZEROS              TO WS-PT-FOUND.

           PERFORM VARYING WS-PT-POS FROM 1 BY 1
             UNTIL WS-PT-POS       GREATER WS-PT-COUNT
                OR WS-PT-FOUND     GREATER ZEROS
               IF  WS-PT-CLIENT(WS-PT-POS)
                                   EQUAL WS-SEARCH-CLIENT AND
                   WS-PT-PRODUCT(WS-PT-POS)
                                   EQUAL WS-SEARCH-PRODUCT
                   MOVE WS-PT-POS  TO WS-PT-FOUND
               END-IF
           END-PERFORM.

       0113-00-EXIT.
           EXIT.

       0114-00-ADD-POSITION.

           IF  WS-PT-COUNT         LESS 1000
               ADD 1               TO WS-PT-COUNT
               MOVE WS-PT-COUNT    TO WS-PT-FOUND
               MOVE WS-SEARCH-CLIENT
                                   TO WS-PT-CLIENT(WS-PT-FOUND)
               MOVE WS-SEARCH-PRODUCT
                                   TO WS-PT-PRODUCT(WS-PT-FOUND)
               MOVE 'N'            TO WS-PT-ON-FILE(WS-PT-FOUND)
                                      WS-PT-IN-HIST(WS-PT-FOUND)
                                      WS-PT-PRINTED(WS-PT-FOUND)
               MOVE SPACES         TO WS-PT-FLAG(WS-PT-FOUND)
               MOVE ZEROS          TO WS-PT-PRINCIPAL(WS-PT-FOUND)
                                      WS-PT-START(WS-PT-FOUND)
                                      WS-PT-TERM(WS-PT-FOUND)
                                      WS-PT-INCEPTION(WS-PT-FOUND)
                                      WS-PT-PRINCIPAL-FLOW(WS-PT-FOUND)
                                      WS-PT-BEGIN(WS-PT-FOUND)
                                      WS-PT-END(WS-PT-FOUND)
                                      WS-PT-FLOW(WS-PT-FOUND)
                                      WS-PT-WEIGHTED(WS-PT-FOUND)
                                      WS-PT-RETURN(WS-PT-FOUND)
               MOVE 1              TO WS-PT-YTD(WS-PT-FOUND)
                                      WS-PT-ITD(WS-PT-FOUND)
                                      WS-PT-BMK-YTD(WS-PT-FOUND)
                                      WS-PT-BMK-ITD(WS-PT-FOUND)
           ELSE
               DISPLAY ' POSITION TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0114-00-EXIT.
           EXIT.

       0115-00-COMPOUND.

      *    PRODUCT OF (1 + RATE / 100) OVER THE MONTHS FROM WS-CP-FROM
      *    TO WS-CP-TO; ONE WHEN THE RANGE IS EMPTY.

           MOVE 1                  TO WS-FACTOR.

           PERFORM VARYING WS-CP-MONTH FROM WS-CP-FROM BY 1
             UNTIL WS-CP-MONTH     GREATER WS-CP-TO
               IF  WS-CP-MONTH     GREATER ZEROS AND
                   WS-CP-MONTH     NOT GREATER 999
                   COMPUTE WS-FACTOR ROUNDED =
                       WS-FACTOR *
                       (1 + WS-RATE-ENTRY(WS-CP-MONTH) / 100)
               END-IF
           END-PERFORM.

       0115-00-EXIT.
           EXIT.

       0116-00-FIND-CLIENT.

           MOVE ZEROS              TO WS-CL-FOUND.

           PERFORM VARYING WS-CL-POS FROM 1 BY 1
             UNTIL WS-CL-POS       GREATER WS-CL-COUNT
                OR WS-CL-FOUND     GREATER ZEROS
               IF  WS-CL-CLIENT(WS-CL-POS)
                                   EQUAL WS-SEARCH-CLIENT
                   MOVE WS-CL-POS  TO WS-CL-FOUND
               END-IF
           END-PERFORM.

           IF  WS-CL-FOUND         EQUAL ZEROS
               IF  WS-CL-COUNT     LESS 1000
                   ADD 1           TO WS-CL-COUNT
                   MOVE WS-CL-COUNT
                                   TO WS-CL-FOUND
                   MOVE WS-SEARCH-CLIENT
                                   TO WS-CL-CLIENT(WS-CL-FOUND)
                   MOVE 'N'        TO WS-CL-IN-HIST(WS-CL-FOUND)
                   MOVE WS-CURRENT-MONTH
                                   TO WS-CL-INCEPTION(WS-CL-FOUND)
                   MOVE ZEROS      TO WS-CL-BEGIN(WS-CL-FOUND)
                                      WS-CL-END(WS-CL-FOUND)
                                      WS-CL-FLOW(WS-CL-FOUND)
                                      WS-CL-WEIGHTED(WS-CL-FOUND)
                                      WS-CL-RETURN(WS-CL-FOUND)
                   MOVE 1          TO WS-CL-YTD(WS-CL-FOUND)
                                      WS-CL-ITD(WS-CL-FOUND)
                                      WS-CL-BMK-YTD(WS-CL-FOUND)
                                      WS-CL-BMK-ITD(WS-CL-FOUND)
               ELSE
                   DISPLAY ' CLIENT TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0116-00-EXIT.
           EXIT.

       0117-00-FIND-PRODUCT.

           MOVE ZEROS              TO WS-PD-FOUND.

           PERFORM VARYING WS-PD-POS FROM 1 BY 1
             UNTIL WS-PD-POS       GREATER WS-PD-COUNT
                OR WS-PD-FOUND     GREATER ZEROS
               IF  WS-PD-PRODUCT(WS-PD-POS)
                                   EQUAL WS-SEARCH-PRODUCT
                   MOVE WS-PD-POS  TO WS-PD-FOUND
               END-IF
           END-PERFORM.

           IF  WS-PD-FOUND         EQUAL ZEROS
               IF  WS-PD-COUNT     LESS 50
                   ADD 1           TO WS-PD-COUNT
                   MOVE WS-PD-COUNT
                                   TO WS-PD-FOUND
                   MOVE WS-SEARCH-PRODUCT
                                   TO WS-PD-PRODUCT(WS-PD-FOUND)
                   MOVE 'N'        TO WS-PD-IN-HIST(WS-PD-FOUND)
                   MOVE WS-CURRENT-MONTH
                                   TO WS-PD-INCEPTION(WS-PD-FOUND)
                   MOVE ZEROS      TO WS-PD-BEGIN(WS-PD-FOUND)
                                      WS-PD-END(WS-PD-FOUND)
                                      WS-PD-FLOW(WS-PD-FOUND)
                                      WS-PD-WEIGHTED(WS-PD-FOUND)
                                      WS-PD-RETURN(WS-PD-FOUND)
                   MOVE 1          TO WS-PD-YTD(WS-PD-FOUND)
                                      WS-PD-ITD(WS-PD-FOUND)
                                      WS-PD-BMK-YTD(WS-PD-FOUND)
                                      WS-PD-BMK-ITD(WS-PD-FOUND)
               ELSE
                   DISPLAY ' PRODUCT TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0117-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    POSITIONS FIRST; THEIR BEGIN, END AND FLOWS ARE THEN
      *    SUMMED INTO THE CLIENT AND PRODUCT ROLL-UPS.

           PERFORM VARYING WS-PT-POS FROM 1 BY 1
             UNTIL WS-PT-POS       GREATER WS-PT-COUNT
               PERFORM 0202-00-MEASURE-POSITION
               PERFORM 0204-00-ROLL-UP
           END-PERFORM.

           PERFORM VARYING WS-CL-POS FROM 1 BY 1
             UNTIL WS-CL-POS       GREATER WS-CL-COUNT
               PERFORM 0205-00-MEASURE-CLIENT
           END-PERFORM.

           PERFORM VARYING WS-PD-POS FROM 1 BY 1
             UNTIL WS-PD-POS       GREATER WS-PD-COUNT
               PERFORM 0206-00-MEASURE-PRODUCT
           END-PERFORM.

       0201-00-EXIT.
           EXIT.

       0202-00-MEASURE-POSITION.

           IF  WS-PT-ON-FILE(WS-PT-POS) NOT EQUAL 'Y'
               ADD 1               TO WS-COUNT-CLOSED
               IF  WS-PT-FLAG(WS-PT-POS) EQUAL SPACES
                   MOVE 'C'        TO WS-PT-FLAG(WS-PT-POS)
               END-IF
           END-IF.

           IF  WS-PT-IN-HIST(WS-PT-POS) NOT EQUAL 'Y'
               ADD 1               TO WS-COUNT-NEW
               PERFORM 0203-00-REBUILD-POSITION
           END-IF.

           MOVE WS-PT-BEGIN(WS-PT-POS)
                                   TO WS-MS-BEGIN.
           MOVE WS-PT-END(WS-PT-POS)
                                   TO WS-MS-END.
           MOVE WS-PT-FLOW(WS-PT-POS)
                                   TO WS-MS-FLOW.
           MOVE WS-PT-WEIGHTED(WS-PT-POS)
                                   TO WS-MS-WEIGHTED.
           MOVE WS-PT-YTD(WS-PT-POS)
                                   TO WS-MS-YTD.
           MOVE WS-PT-ITD(WS-PT-POS)
                                   TO WS-MS-ITD.
           MOVE WS-PT-BMK-YTD(WS-PT-POS)
                                   TO WS-MS-BMK-YTD.
           MOVE WS-PT-BMK-ITD(WS-PT-POS)
                                   TO WS-MS-BMK-ITD.

      *    A REBUILT POSITION ALREADY HAS ITS INDEXES FOR THIS YEAR.
           IF  WS-PT-IN-HIST(WS-PT-POS) NOT EQUAL 'Y' OR
               WS-HIST-YEAR        EQUAL WS-AS-YEAR
               MOVE 'Y'            TO WS-MS-SAME-YEAR
           ELSE
               MOVE 'N'            TO WS-MS-SAME-YEAR
           END-IF.

           PERFORM 0207-00-MEASURE.

           MOVE WS-MS-RETURN       TO WS-PT-RETURN(WS-PT-POS).
           MOVE WS-MS-YTD          TO WS-PT-YTD(WS-PT-POS).
           MOVE WS-MS-ITD          TO WS-PT-ITD(WS-PT-POS).
           MOVE WS-MS-BMK-YTD      TO WS-PT-BMK-YTD(WS-PT-POS).
           MOVE WS-MS-BMK-ITD      TO WS-PT-BMK-ITD(WS-PT-POS).

       0202-00-EXIT.
           EXIT.

       0203-00-REBUILD-POSITION.

      *    NOT MEASURED BEFORE: A POSITION STARTED IN AN EARLIER
      *    MONTH IS VALUED AT THE PREVIOUS MONTH END ON THE PRINCIPAL
      *    IT HAD BEFORE THIS MONTH'S MOVEMENTS, AND ITS INDEXES RUN
      *    FROM ITS START (THE YEAR ONES FROM THE FIRST SCHEDULE
      *    MONTH OF THE AS-OF YEAR).  ONE STARTED THIS MONTH BEGINS
      *    AT ZERO.

           MOVE WS-PT-START(WS-PT-POS)
                                   TO WS-PT-INCEPTION(WS-PT-POS).

           IF  WS-PT-START(WS-PT-POS) LESS WS-CURRENT-MONTH
               COMPUTE WS-TERM-END =
                   WS-PT-START(WS-PT-POS)
                 + WS-PT-TERM(WS-PT-POS) - 1

               COMPUTE WS-PRIOR-PRINCIPAL =
                   WS-PT-PRINCIPAL(WS-PT-POS)
                 - WS-PT-PRINCIPAL-FLOW(WS-PT-POS)
               IF  WS-PRIOR-PRINCIPAL LESS ZEROS
                   MOVE ZEROS      TO WS-PRIOR-PRINCIPAL
               END-IF

               MOVE WS-PT-START(WS-PT-POS)
                                   TO WS-CP-FROM
               MOVE WS-PRIOR-MONTH TO WS-CP-TO
               IF  WS-CP-TO        GREATER WS-TERM-END
                   MOVE WS-TERM-END
                                   TO WS-CP-TO
               END-IF
               PERFORM 0115-00-COMPOUND
               COMPUTE WS-PT-BEGIN(WS-PT-POS) ROUNDED =
                   WS-PRIOR-PRINCIPAL * WS-FACTOR
               MOVE WS-FACTOR      TO WS-PT-ITD(WS-PT-POS)

               IF  WS-YEAR-FIRST   GREATER WS-CP-FROM
                   MOVE WS-YEAR-FIRST
                                   TO WS-CP-FROM
               END-IF
               PERFORM 0115-00-COMPOUND
               MOVE WS-FACTOR      TO WS-PT-YTD(WS-PT-POS)

      *        THE BENCHMARK KEEPS RUNNING AFTER THE TERM
               MOVE WS-PT-START(WS-PT-POS)
                                   TO WS-CP-FROM
               MOVE WS-PRIOR-MONTH TO WS-CP-TO
               PERFORM 0115-00-COMPOUND
               MOVE WS-FACTOR      TO WS-PT-BMK-ITD(WS-PT-POS)

               IF  WS-YEAR-FIRST   GREATER WS-CP-FROM
                   MOVE WS-YEAR-FIRST
                                   TO WS-CP-FROM
               END-IF
               PERFORM 0115-00-COMPOUND
               MOVE WS-FACTOR      TO WS-PT-BMK-YTD(WS-PT-POS)
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-ROLL-UP.

           MOVE WS-PT-CLIENT(WS-PT-POS)
                                   TO WS-SEARCH-CLIENT.
           PERFORM 0116-00-FIND-CLIENT.

           ADD WS-PT-BEGIN(WS-PT-POS)
                                   TO WS-CL-BEGIN(WS-CL-FOUND).
           ADD WS-PT-END(WS-PT-POS)
                                   TO WS-CL-END(WS-CL-FOUND).
           ADD WS-PT-FLOW(WS-PT-POS)
                                   TO WS-CL-FLOW(WS-CL-FOUND).
           ADD WS-PT-WEIGHTED(WS-PT-POS)
                                   TO WS-CL-WEIGHTED(WS-CL-FOUND).

           MOVE WS-PT-PRODUCT(WS-PT-POS)
                                   TO WS-SEARCH-PRODUCT.
           PERFORM 0117-00-FIND-PRODUCT.

           ADD WS-PT-BEGIN(WS-PT-POS)
                                   TO WS-PD-BEGIN(WS-PD-FOUND).
           ADD WS-PT-END(WS-PT-POS)
                                   TO WS-PD-END(WS-PD-FOUND).
           ADD WS-PT-FLOW(WS-PT-POS)
                                   TO WS-PD-FLOW(WS-PD-FOUND).
           ADD WS-PT-WEIGHTED(WS-PT-POS)
                                   TO WS-PD-WEIGHTED(WS-PD-FOUND).

       0204-00-EXIT.
           EXIT.

       0205-00-MEASURE-CLIENT.

      *    THE BEGIN VALUE OF A CLIENT IS THE SUM OF ITS POSITIONS
      *    (NOT THE VALUE ON THE HISTORY), SO THAT A POSITION REBUILT
      *    THIS MONTH IS INCLUDED.

           MOVE WS-CL-BEGIN(WS-CL-POS)
                                   TO WS-MS-BEGIN.
           MOVE WS-CL-END(WS-CL-POS)
                                   TO WS-MS-END.
           MOVE WS-CL-FLOW(WS-CL-POS)
                                   TO WS-MS-FLOW.
           MOVE WS-CL-WEIGHTED(WS-CL-POS)
                                   TO WS-MS-WEIGHTED.
           MOVE WS-CL-YTD(WS-CL-POS)
                                   TO WS-MS-YTD.
           MOVE WS-CL-ITD(WS-CL-POS)
                                   TO WS-MS-ITD.
           MOVE WS-CL-BMK-YTD(WS-CL-POS)
                                   TO WS-MS-BMK-YTD.
           MOVE WS-CL-BMK-ITD(WS-CL-POS)
                                   TO WS-MS-BMK-ITD.

           IF  WS-CL-IN-HIST(WS-CL-POS) NOT EQUAL 'Y' OR
               WS-HIST-YEAR        EQUAL WS-AS-YEAR
               MOVE 'Y'            TO WS-MS-SAME-YEAR
           ELSE
               MOVE 'N'            TO WS-MS-SAME-YEAR
           END-IF.

           PERFORM 0207-00-MEASURE.

           MOVE WS-MS-RETURN       TO WS-CL-RETURN(WS-CL-POS).
           MOVE WS-MS-YTD          TO WS-CL-YTD(WS-CL-POS).
           MOVE WS-MS-ITD          TO WS-CL-ITD(WS-CL-POS).
           MOVE WS-MS-BMK-YTD      TO WS-CL-BMK-YTD(WS-CL-POS).
           MOVE WS-MS-BMK-ITD      TO WS-CL-BMK-ITD(WS-CL-POS).

       0205-00-EXIT.
           EXIT.

       0206-00-MEASURE-PRODUCT.

           MOVE WS-PD-BEGIN(WS-PD-POS)
                                   TO WS-MS-BEGIN.
           MOVE WS-PD-END(WS-PD-POS)
                                   TO WS-MS-END.
           MOVE WS-PD-FLOW(WS-PD-POS)
                                   TO WS-MS-FLOW.
           MOVE WS-PD-WEIGHTED(WS-PD-POS)
                                   TO WS-MS-WEIGHTED.
           MOVE WS-PD-YTD(WS-PD-POS)
                                   TO WS-MS-YTD.
           MOVE WS-PD-ITD(WS-PD-POS)
                                   TO WS-MS-ITD.
           MOVE WS-PD-BMK-YTD(WS-PD-POS)
                                   TO WS-MS-BMK-YTD.
           MOVE WS-PD-BMK-ITD(WS-PD-POS)
                                   TO WS-MS-BMK-ITD.

           IF  WS-PD-IN-HIST(WS-PD-POS) NOT EQUAL 'Y' OR
               WS-HIST-YEAR        EQUAL WS-AS-YEAR
               MOVE 'Y'            TO WS-MS-SAME-YEAR
           ELSE
               MOVE 'N'            TO WS-MS-SAME-YEAR
           END-IF.

           PERFORM 0207-00-MEASURE.

           MOVE WS-MS-RETURN       TO WS-PD-RETURN(WS-PD-POS).
           MOVE WS-MS-YTD          TO WS-PD-YTD(WS-PD-POS).
           MOVE WS-MS-ITD          TO WS-PD-ITD(WS-PD-POS).
           MOVE WS-MS-BMK-YTD      TO WS-PD-BMK-YTD(WS-PD-POS).
           MOVE WS-MS-BMK-ITD      TO WS-PD-BMK-ITD(WS-PD-POS).

       0206-00-EXIT.
           EXIT.

       0207-00-MEASURE.

      *    MODIFIED DIETZ RETURN OF THE MONTH, CHAINED ON THE YEAR
      *    AND INCEPTION INDEXES (THE YEAR ONE RESTARTS IN A NEW
      *    YEAR).  NOTHING INVESTED DURING THE MONTH GIVES ZERO.

           COMPUTE WS-DENOMINATOR  = WS-MS-BEGIN + WS-MS-WEIGHTED.

           IF  WS-DENOMINATOR      GREATER ZEROS
               COMPUTE WS-MS-RETURN ROUNDED =
                   (WS-MS-END - WS-MS-BEGIN - WS-MS-FLOW)
                   / WS-DENOMINATOR
           ELSE
               MOVE ZEROS          TO WS-MS-RETURN
           END-IF.

           IF  WS-MS-RETURN        LESS -1
               MOVE -1             TO WS-MS-RETURN
           END-IF.

           IF  WS-MS-SAME-YEAR     NOT EQUAL 'Y'
               MOVE 1              TO WS-MS-YTD
                                      WS-MS-BMK-YTD
           END-IF.

           COMPUTE WS-GROWTH       = 1 + WS-MS-RETURN.

           COMPUTE WS-MS-YTD ROUNDED = WS-MS-YTD * WS-GROWTH.
           COMPUTE WS-MS-ITD ROUNDED = WS-MS-ITD * WS-GROWTH.

           COMPUTE WS-GROWTH       = 1 + WS-BENCH-RATE / 100.

           COMPUTE WS-MS-BMK-YTD ROUNDED =
               WS-MS-BMK-YTD * WS-GROWTH.
           COMPUTE WS-MS-BMK-ITD ROUNDED =
               WS-MS-BMK-ITD * WS-GROWTH.

       0207-00-EXIT.
           EXIT.

       0208-00-PRINT-CLIENT.

      *    EACH CLIENT ON ITS OWN PAGE: ITS POSITIONS, THEN ITS TOTAL.

           MOVE WS-CL-CLIENT(WS-CL-POS)
                                   TO WS-CURRENT-CLIENT
                                      WS-RC-CLIENT.

           WRITE REG-PERFRPT       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-PERFRPT       FROM WS-RPT-CLIENT
                                   AFTER 2 LINES.
           WRITE REG-PERFRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.
           WRITE REG-PERFRPT       FROM WS-RPT-HEADER-3.

           PERFORM VARYING WS-PT-POS FROM 1 BY 1
             UNTIL WS-PT-POS       GREATER WS-PT-COUNT
               IF  WS-PT-CLIENT(WS-PT-POS)
                                   EQUAL WS-CURRENT-CLIENT
                   PERFORM 0209-00-PRINT-POSITION
               END-IF
           END-PERFORM.

           MOVE 'TOTAL'            TO WS-RD-NAME.
           MOVE WS-CL-INCEPTION(WS-CL-POS)
                                   TO WS-RD-SINCE.
           MOVE WS-CL-BEGIN(WS-CL-POS)
                                   TO WS-RD-BEGIN.
           MOVE WS-CL-FLOW(WS-CL-POS)
                                   TO WS-RD-FLOW.
           MOVE WS-CL-END(WS-CL-POS)
                                   TO WS-RD-END.
           MOVE WS-CL-RETURN(WS-CL-POS)
                                   TO WS-MS-RETURN.
           MOVE WS-CL-YTD(WS-CL-POS)
                                   TO WS-MS-YTD.
           MOVE WS-CL-ITD(WS-CL-POS)
                                   TO WS-MS-ITD.
           MOVE WS-CL-BMK-YTD(WS-CL-POS)
                                   TO WS-MS-BMK-YTD.
           MOVE WS-CL-BMK-ITD(WS-CL-POS)
                                   TO WS-MS-BMK-ITD.
           MOVE SPACES             TO WS-RD-FLAG.

           PERFORM 0211-00-FORMAT-RETURNS.

           WRITE REG-PERFRPT       FROM WS-RPT-DETAIL
                                   AFTER 2 LINES.

       0208-00-EXIT.
           EXIT.

       0209-00-PRINT-POSITION.

           MOVE WS-PT-PRODUCT(WS-PT-POS)
                                   TO WS-RD-NAME.
           MOVE WS-PT-INCEPTION(WS-PT-POS)
                                   TO WS-RD-SINCE.
           MOVE WS-PT-BEGIN(WS-PT-POS)
                                   TO WS-RD-BEGIN.
           MOVE WS-PT-FLOW(WS-PT-POS)
                                   TO WS-RD-FLOW.
           MOVE WS-PT-END(WS-PT-POS)
                                   TO WS-RD-END.
           MOVE WS-PT-RETURN(WS-PT-POS)
                                   TO WS-MS-RETURN.
           MOVE WS-PT-YTD(WS-PT-POS)
                                   TO WS-MS-YTD.
           MOVE WS-PT-ITD(WS-PT-POS)
                                   TO WS-MS-ITD.
           MOVE WS-PT-BMK-YTD(WS-PT-POS)
                                   TO WS-MS-BMK-YTD.
           MOVE WS-PT-BMK-ITD(WS-PT-POS)
                                   TO WS-MS-BMK-ITD.
           MOVE WS-PT-FLAG(WS-PT-POS)
                                   TO WS-RD-FLAG.

           PERFORM 0211-00-FORMAT-RETURNS.

           WRITE REG-PERFRPT       FROM WS-RPT-DETAIL.

       0209-00-EXIT.
           EXIT.

       0210-00-PRINT-PRODUCTS.

           WRITE REG-PERFRPT       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           MOVE 'PERFORMANCE PER PRODUCT'
                                   TO WS-RS-TITLE.
           WRITE REG-PERFRPT       FROM WS-RPT-SECTION
                                   AFTER 2 LINES.
           WRITE REG-PERFRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.
           WRITE REG-PERFRPT       FROM WS-RPT-HEADER-3.

           PERFORM VARYING WS-PD-POS FROM 1 BY 1
             UNTIL WS-PD-POS       GREATER WS-PD-COUNT
               MOVE WS-PD-PRODUCT(WS-PD-POS)
                                   TO WS-RD-NAME
               MOVE WS-PD-INCEPTION(WS-PD-POS)
                                   TO WS-RD-SINCE
               MOVE WS-PD-BEGIN(WS-PD-POS)
                                   TO WS-RD-BEGIN
               MOVE WS-PD-FLOW(WS-PD-POS)
                                   TO WS-RD-FLOW
               MOVE WS-PD-END(WS-PD-POS)
                                   TO WS-RD-END
               MOVE WS-PD-RETURN(WS-PD-POS)
                                   TO WS-MS-RETURN
               MOVE WS-PD-YTD(WS-PD-POS)
                                   TO WS-MS-YTD
               MOVE WS-PD-ITD(WS-PD-POS)
                                   TO WS-MS-ITD
               MOVE WS-PD-BMK-YTD(WS-PD-POS)
                                   TO WS-MS-BMK-YTD
               MOVE WS-PD-BMK-ITD(WS-PD-POS)
                                   TO WS-MS-BMK-ITD
               MOVE SPACES         TO WS-RD-FLAG
               PERFORM 0211-00-FORMAT-RETURNS
               WRITE REG-PERFRPT   FROM WS-RPT-DETAIL
           END-PERFORM.

           WRITE REG-PERFRPT       FROM WS-RPT-NOTE
                                   AFTER 2 LINES.
           WRITE REG-PERFRPT       FROM WS-RPT-NOTE-2.

       0210-00-EXIT.
           EXIT.

       0211-00-FORMAT-RETURNS.

      *    RETURNS AS PERCENTAGES: (INDEX - 1) * 100.

           COMPUTE WS-PERCENT ROUNDED = WS-MS-RETURN * 100.
           MOVE WS-PERCENT         TO WS-RD-RETURN.

           COMPUTE WS-PERCENT ROUNDED = (WS-MS-YTD - 1) * 100.
           MOVE WS-PERCENT         TO WS-RD-YTD.

           COMPUTE WS-PERCENT ROUNDED = (WS-MS-ITD - 1) * 100.
           MOVE WS-PERCENT         TO WS-RD-ITD.

           MOVE WS-BENCH-RATE      TO WS-RD-BMK-MONTH.

           COMPUTE WS-PERCENT ROUNDED = (WS-MS-BMK-YTD - 1) * 100.
           MOVE WS-PERCENT         TO WS-RD-BMK-YTD.

           COMPUTE WS-PERCENT ROUNDED = (WS-MS-BMK-ITD - 1) * 100.
           MOVE WS-PERCENT         TO WS-RD-BMK-ITD.

           COMPUTE WS-PERCENT ROUNDED =
               (WS-MS-ITD - WS-MS-BMK-ITD) * 100.
           MOVE WS-PERCENT         TO WS-RD-EXCESS.

       0211-00-EXIT.
           EXIT.

       0212-00-WRITE-HISTORY.

      *    ONLY WHAT STILL HOLDS A VALUE GOES FORWARD: A CLOSED
      *    POSITION, OR A CLIENT OR PRODUCT LEFT WITH NOTHING, STARTS
      *    A NEW INCEPTION IF IT COMES BACK.

           OPEN OUTPUT PERFHSTN.

           IF  WS-FS-PERFHSTN      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0212-00-WRITE-HISTORY'
                                    ' FILE STATUS: ' WS-FS-PERFHSTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES             TO REG-PERFHSTN.
           MOVE 'H'                TO FD-HN-TYPE.
           MOVE WS-ASOF            TO FD-HN-ASOF.
           MOVE ZEROS              TO FD-HN-INCEPTION
                                      FD-HN-TERM
                                      FD-HN-VALUE
                                      FD-HN-YTD-INDEX
                                      FD-HN-ITD-INDEX
                                      FD-HN-BMK-YTD-INDEX
                                      FD-HN-BMK-ITD-INDEX.
           MOVE WS-CURRENT-MONTH   TO FD-HN-START-MONTH.
           PERFORM 0213-00-WRITE-PERFHSTN.

           PERFORM VARYING WS-PT-POS FROM 1 BY 1
             UNTIL WS-PT-POS       GREATER WS-PT-COUNT
               IF  WS-PT-ON-FILE(WS-PT-POS) EQUAL 'Y' AND
                   WS-PT-END(WS-PT-POS)     GREATER ZEROS
                   MOVE 'P'        TO FD-HN-TYPE
                   MOVE WS-PT-CLIENT(WS-PT-POS)
                                   TO FD-HN-CLIENT
                   MOVE WS-PT-PRODUCT(WS-PT-POS)
                                   TO FD-HN-PRODUCT
                   MOVE WS-PT-INCEPTION(WS-PT-POS)
                                   TO FD-HN-INCEPTION
                   MOVE WS-PT-START(WS-PT-POS)
                                   TO FD-HN-START-MONTH
                   MOVE WS-PT-TERM(WS-PT-POS)
                                   TO FD-HN-TERM
                   MOVE WS-PT-END(WS-PT-POS)
                                   TO FD-HN-VALUE
                   MOVE WS-PT-YTD(WS-PT-POS)
                                   TO FD-HN-YTD-INDEX
                   MOVE WS-PT-ITD(WS-PT-POS)
                                   TO FD-HN-ITD-INDEX
                   MOVE WS-PT-BMK-YTD(WS-PT-POS)
                                   TO FD-HN-BMK-YTD-INDEX
                   MOVE WS-PT-BMK-ITD(WS-PT-POS)
                                   TO FD-HN-BMK-ITD-INDEX
                   PERFORM 0213-00-WRITE-PERFHSTN
               END-IF
           END-PERFORM.

           MOVE SPACES             TO FD-HN-PRODUCT.
           MOVE ZEROS              TO FD-HN-START-MONTH
                                      FD-HN-TERM.

           PERFORM VARYING WS-CL-POS FROM 1 BY 1
             UNTIL WS-CL-POS       GREATER WS-CL-COUNT
               IF  WS-CL-END(WS-CL-POS) GREATER ZEROS
                   MOVE 'C'        TO FD-HN-TYPE
                   MOVE WS-CL-CLIENT(WS-CL-POS)
                                   TO FD-HN-CLIENT
                   MOVE WS-CL-INCEPTION(WS-CL-POS)
                                   TO FD-HN-INCEPTION
                   MOVE WS-CL-END(WS-CL-POS)
                                   TO FD-HN-VALUE
                   MOVE WS-CL-YTD(WS-CL-POS)
                                   TO FD-HN-YTD-INDEX
                   MOVE WS-CL-ITD(WS-CL-POS)
                                   TO FD-HN-ITD-INDEX
                   MOVE WS-CL-BMK-YTD(WS-CL-POS)
                                   TO FD-HN-BMK-YTD-INDEX
                   MOVE WS-CL-BMK-ITD(WS-CL-POS)
                                   TO FD-HN-BMK-ITD-INDEX
                   PERFORM 0213-00-WRITE-PERFHSTN
               END-IF
           END-PERFORM.

           MOVE SPACES             TO FD-HN-CLIENT.

           PERFORM VARYING WS-PD-POS FROM 1 BY 1
             UNTIL WS-PD-POS       GREATER WS-PD-COUNT
               IF  WS-PD-END(WS-PD-POS) GREATER ZEROS
                   MOVE 'R'        TO FD-HN-TYPE
                   MOVE WS-PD-PRODUCT(WS-PD-POS)
                                   TO FD-HN-PRODUCT
                   MOVE WS-PD-INCEPTION(WS-PD-POS)
                                   TO FD-HN-INCEPTION
                   MOVE WS-PD-END(WS-PD-POS)
                                   TO FD-HN-VALUE
                   MOVE WS-PD-YTD(WS-PD-POS)
                                   TO FD-HN-YTD-INDEX
                   MOVE WS-PD-ITD(WS-PD-POS)
                                   TO FD-HN-ITD-INDEX
                   MOVE WS-PD-BMK-YTD(WS-PD-POS)
                                   TO FD-HN-BMK-YTD-INDEX
                   MOVE WS-PD-BMK-ITD(WS-PD-POS)
                                   TO FD-HN-BMK-ITD-INDEX
                   PERFORM 0213-00-WRITE-PERFHSTN
               END-IF
           END-PERFORM.

           CLOSE PERFHSTN.

       0212-00-EXIT.
           EXIT.

       0213-00-WRITE-PERFHSTN.

           WRITE REG-PERFHSTN.

           EVALUATE WS-FS-PERFHSTN
             WHEN '00'
               ADD 1               TO WS-WRITE-PERFHSTN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0213-00-WRITE-PERFHSTN'
                                    ' FILE STATUS: ' WS-FS-PERFHSTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0213-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-INVESTS.

           READ INVESTS.

           EVALUATE WS-FS-INVESTS
             WHEN '00'
               ADD 1               TO WS-READ-INVESTS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-INVESTS'
                                    ' FILE STATUS: ' WS-FS-INVESTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-PERFHSTO.

           READ PERFHSTO.

           EVALUATE WS-FS-PERFHSTO
             WHEN '00'
               CONTINUE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-PERFHSTO'
                                    ' FILE STATUS: ' WS-FS-PERFHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-AUDITTRL.

           READ AUDITTRL.

           EVALUATE WS-FS-AUDITTRL
             WHEN '00'
               CONTINUE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-AUDITTRL'
                                    ' FILE STATUS: ' WS-FS-AUDITTRL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM VARYING WS-CL-POS FROM 1 BY 1
             UNTIL WS-CL-POS       GREATER WS-CL-COUNT
               PERFORM 0208-00-PRINT-CLIENT
           END-PERFORM.

           PERFORM 0210-00-PRINT-PRODUCTS.

           PERFORM 0212-00-WRITE-HISTORY.

           CLOSE PERFRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-INVESTS    TO WS-FMT-AMOUNT
           DISPLAY '*  READ INVESTS..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-FLOWS     TO WS-FMT-AMOUNT
           DISPLAY '*  CASH FLOWS....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NEW       TO WS-FMT-AMOUNT
           DISPLAY '*  FIRST MEASURED: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-CLOSED    TO WS-FMT-AMOUNT
           DISPLAY '*  CLOSED........: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-UNKNOWN   TO WS-FMT-AMOUNT
           DISPLAY '*  UNKNOWN FLOWS.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-PERFHSTN  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE HISTORY.: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-UNKNOWN    GREATER ZEROS OR
               WS-SKIPPED          EQUAL 'Y'
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.
