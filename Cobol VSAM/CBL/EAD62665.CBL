      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62665.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62665                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : YEAR-END EMPLOYEE INCOME STATEMENTS AND THE  *
      *                   EMPLOYER'S ANNUAL WITHHOLDING RETURN         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUN ONCE AFTER THE LAST PAYROLL OF THE YEAR.  SYSIN: THE     *
      *   CALENDAR YEAR, THE COMPANY'S TAX REGISTRATION AND ITS NAME.  *
      *                                                                *
      *   INPUTS:                                                      *
      *     - YTDIN: THE CLOSING YEAR-TO-DATE GENERATION OF EAD62560   *
      *       (GROSS, SOCIAL SECURITY, INCOME TAX AND NET PER          *
      *       EMPLOYEE; THE PRE-TAX DEDUCTIONS ARE WHAT IS LEFT);      *
      *     - INCANUAL: THE THIRTEENTH-SALARY (EAD62599, SOURCE B)     *
      *       AND TERMINATION (EAD62601, SOURCE T) PAYMENTS OF THE     *
      *       YEAR;                                                    *
      *     - PAYHIST: THE LAST PAY HISTORY OF THE YEAR (PAYHSTN OF    *
      *       EAD62560), ONE ROW PER EMPLOYEE AND MONTH PAID;          *
      *     - VS001: NAME, DEPARTMENT, HIRE DATE AND STATUS.           *
      *                                                                *
      *   OUTPUTS:                                                     *
      *     - STATEMNT: ONE PAGE PER EMPLOYEE PAID IN THE YEAR,        *
      *       TERMINATED ONES INCLUDED, WITH THE COMPANY AND THE       *
      *       EMPLOYEE IDENTIFICATION, THE INCOME BY SOURCE, THE       *
      *       DEDUCTIONS, THE CONTRIBUTIONS AND THE TAX WITHHELD;      *
      *     - RETURNEX: THE WITHHOLDING RETURN EXTRACT, ONE RECORD     *
      *       PER STATEMENT BETWEEN HDR*/TRL* CONTROLS;                *
      *     - CONTROL: THE RECONCILIATION.  THE PAY HISTORY IS         *
      *       SUMMED BY MONTH (ONE LINE PER MONTHLY REGISTER) AND      *
      *       MUST EQUAL THE YEAR-TO-DATE FILE IN TOTAL AND FOR EACH   *
      *       EMPLOYEE; THE THIRTEENTH AND TERMINATION RUNS ARE        *
      *       SHOWN APART AND THE THREE ADD UP TO THE RETURN TOTAL.    *
      *                                                                *
      *   RC 8: SOMETHING DOES NOT RECONCILE, OR AN EMPLOYEE PAID IS   *
      *   NO LONGER ON VS001 (THE STATEMENT IS STILL PRODUCED).        *
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

           SELECT VS001            ASSIGN TO VS001
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-VS001-KEY
               ALTERNATE RECORD KEY IS FD-DEPT
                                   WITH DUPLICATES
               FILE STATUS         IS WS-FS-VS001.

           SELECT YTDIN            ASSIGN TO DA-S-YTDIN
               FILE STATUS         IS WS-FS-YTDIN.

           SELECT INCANUAL         ASSIGN TO DA-S-INCANUAL
               FILE STATUS         IS WS-FS-INCANUAL.

           SELECT PAYHIST          ASSIGN TO DA-S-PAYHIST
               FILE STATUS         IS WS-FS-PAYHIST.

           SELECT STATEMNT         ASSIGN TO DA-S-STATEMNT.

           SELECT RETURNEX         ASSIGN TO DA-S-RETURNEX
               FILE STATUS         IS WS-FS-RETURNEX.

           SELECT CONTROL-RPT      ASSIGN TO DA-S-CONTROL.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  VS001.

           COPY REGVS001.

       FD  YTDIN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-YTDIN.
           03  FD-YI-EMPLOYEE      PIC X(3).
           03  FD-YI-GROSS         PIC 9(9)V9(2).
           03  FD-YI-SOCIAL        PIC 9(9)V9(2).
           03  FD-YI-TAX           PIC 9(9)V9(2).
           03  FD-YI-NET           PIC 9(9)V9(2).

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

       FD  PAYHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYHIST.
           03  FD-PH-EMPLOYEE      PIC X(3).
           03  FD-PH-PAY-DATE      PIC 9(8).
           03  FILLER                  REDEFINES FD-PH-PAY-DATE.
               05  FD-PH-YEAR      PIC 9(4).
               05  FD-PH-MONTH     PIC 9(2).
               05  FD-PH-DAY       PIC 9(2).
           03  FD-PH-SALARY        PIC 9(7)V9(2).
           03  FD-PH-PAID-DAYS     PIC 9(2).
           03  FD-PH-OT50-HOURS    PIC 9(3).
           03  FD-PH-OT100-HOURS   PIC 9(3).
           03  FD-PH-GROSS         PIC 9(7)V9(2).
           03  FD-PH-DEDUCTIONS    PIC 9(7)V9(2).
           03  FD-PH-SOCIAL        PIC 9(7)V9(2).
           03  FD-PH-EMPLOYER-SS   PIC 9(7)V9(2).
           03  FD-PH-TAX           PIC 9(7)V9(2).
           03  FD-PH-NET           PIC 9(7)V9(2).
           03  FD-PH-RETRO-DATE    PIC 9(8).
           03  FILLER              PIC X(10).

       FD  STATEMNT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-STATEMNT            PIC X(80).

       FD  RETURNEX
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RETURNEX.
           03  FD-RX-EMPLOYEE      PIC X(3).
           03  FD-RX-NAME          PIC X(20).
           03  FD-RX-STATUS        PIC X(1).
           03  FD-RX-GROSS         PIC 9(9)V9(2).
           03  FD-RX-THIRTEENTH    PIC 9(9)V9(2).
           03  FD-RX-DEDUCTIONS    PIC 9(9)V9(2).
           03  FD-RX-SOCIAL        PIC 9(9)V9(2).
           03  FD-RX-TAX           PIC 9(9)V9(2).
           03  FD-RX-NET           PIC 9(9)V9(2).
           03  FILLER              PIC X(10).

       01  REG-RETURNEX-CONTROL.
           03  FD-RC-CTL-ID        PIC X(4).
           03  FD-RC-CTL-DATA      PIC X(96).
           03  FILLER                  REDEFINES FD-RC-CTL-DATA.
               05  FD-RC-HDR-YEAR  PIC 9(4).
               05  FD-RC-HDR-REGISTRATION
                                   PIC X(18).
               05  FD-RC-HDR-COMPANY
                                   PIC X(40).
               05  FD-RC-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(26).
           03  FILLER                  REDEFINES FD-RC-CTL-DATA.
               05  FD-RC-TRL-COUNT PIC 9(9).
               05  FD-RC-TRL-GROSS PIC 9(13)V9(2).
               05  FD-RC-TRL-SOCIAL
                                   PIC 9(13)V9(2).
               05  FD-RC-TRL-TAX   PIC 9(13)V9(2).
               05  FD-RC-TRL-NET   PIC 9(13)V9(2).
               05  FILLER          PIC X(27).

       FD  CONTROL-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CONTROL             PIC X(132).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62665'.

       77  WS-FS-VS001             PIC X(2)            VALUE SPACES.
       77  WS-FS-YTDIN             PIC X(2)            VALUE ZEROS.
       77  WS-FS-INCANUAL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYHIST           PIC X(2)            VALUE ZEROS.
       77  WS-FS-RETURNEX          PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       77  WS-REF-YEAR             PIC 9(4)            VALUE ZEROS.
       77  WS-REGISTRATION         PIC X(18)           VALUE SPACES.
       77  WS-COMPANY              PIC X(40)           VALUE SPACES.

       77  WS-HISTORY-IND          PIC X(1)            VALUE 'N'.
           88  WS-HISTORY-LOADED                       VALUE 'Y'.

       77  WS-COUNT-STATEMENTS     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-TERMINATED     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-EXCEPTIONS     PIC 9(5)            VALUE ZEROS.
       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *    ONE ENTRY PER EMPLOYEE FOUND ON ANY OF THE THREE INPUTS:
      *    THE YEAR-TO-DATE (YT), THE PAY HISTORY SUMMED (PH), THE
      *    THIRTEENTH RUNS (BN) AND THE TERMINATION SETTLEMENT (TM).
       77  WS-AN-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-AN-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-AN-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-AN-KEY               PIC X(3)            VALUE SPACES.

       01  WS-ANNUAL-TABLE.
           03  WS-AN-ENTRY         OCCURS 200 TIMES.
               05  WS-AN-EMPLOYEE  PIC X(3).
               05  WS-AN-MATCHED   PIC X(1).
               05  WS-AN-YT-GROSS  PIC 9(9)V9(2).
               05  WS-AN-YT-SOCIAL PIC 9(9)V9(2).
               05  WS-AN-YT-TAX    PIC 9(9)V9(2).
               05  WS-AN-YT-NET    PIC 9(9)V9(2).
               05  WS-AN-PH-GROSS  PIC 9(9)V9(2).
               05  WS-AN-PH-SOCIAL PIC 9(9)V9(2).
               05  WS-AN-PH-TAX    PIC 9(9)V9(2).
               05  WS-AN-PH-NET    PIC 9(9)V9(2).
               05  WS-AN-BN-GROSS  PIC 9(9)V9(2).
               05  WS-AN-BN-DEDUCTIONS
                                   PIC 9(9)V9(2).
               05  WS-AN-BN-SOCIAL PIC 9(9)V9(2).
               05  WS-AN-BN-TAX    PIC 9(9)V9(2).
               05  WS-AN-BN-NET    PIC 9(9)V9(2).
               05  WS-AN-TM-GROSS  PIC 9(9)V9(2).
               05  WS-AN-TM-THIRTEENTH
                                   PIC 9(9)V9(2).
               05  WS-AN-TM-DEDUCTIONS
                                   PIC 9(9)V9(2).
               05  WS-AN-TM-SOCIAL PIC 9(9)V9(2).
               05  WS-AN-TM-TAX    PIC 9(9)V9(2).
               05  WS-AN-TM-NET    PIC 9(9)V9(2).

      *    THE PAY HISTORY BY MONTH: EACH LINE IS ONE MONTHLY REGISTER
       01  WS-MONTH-TABLE.
           03  WS-MN-ENTRY         OCCURS 12 TIMES.
               05  WS-MN-COUNT     PIC 9(5).
               05  WS-MN-GROSS     PIC 9(11)V9(2).
               05  WS-MN-DEDUCTIONS
                                   PIC 9(11)V9(2).
               05  WS-MN-SOCIAL    PIC 9(11)V9(2).
               05  WS-MN-TAX       PIC 9(11)V9(2).
               05  WS-MN-NET       PIC 9(11)V9(2).

       77  WS-MONTH-POS            PIC 9(2) COMP-3     VALUE ZEROS.

      *    ONE SET OF TOTALS PER SOURCE: 1 = PAY HISTORY (MONTHLY
      *    REGISTERS), 2 = YEAR-TO-DATE FILE, 3 = THIRTEENTH RUNS,
      *    4 = TERMINATION SETTLEMENTS, 5 = THE RETURN (2 + 3 + 4).
       01  WS-TOTAL-TABLE.
           03  WS-TT-ENTRY         OCCURS 5 TIMES.
               05  WS-TT-COUNT     PIC 9(5).
               05  WS-TT-GROSS     PIC 9(11)V9(2).
               05  WS-TT-DEDUCTIONS
                                   PIC 9(11)V9(2).
               05  WS-TT-SOCIAL    PIC 9(11)V9(2).
               05  WS-TT-TAX       PIC 9(11)V9(2).
               05  WS-TT-NET       PIC 9(11)V9(2).

       77  WS-TOTAL-POS            PIC 9(1) COMP-3     VALUE ZEROS.

      *    THE STATEMENT OF THE EMPLOYEE IN HAND
       77  WS-EMP-ID               PIC X(3)            VALUE SPACES.
       77  WS-EMP-NAME             PIC X(20)           VALUE SPACES.
       77  WS-EMP-DEPT             PIC X(5)            VALUE SPACES.
       77  WS-EMP-HIRE-DATE        PIC 9(8)            VALUE ZEROS.
       77  WS-EMP-STATUS           PIC X(1)            VALUE SPACES.

       77  WS-ST-MONTHLY           PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ST-YT-DEDUCTIONS     PIC S9(9)V9(2)      VALUE ZEROS.
       77  WS-ST-THIRTEENTH        PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ST-TERMINATION       PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ST-GROSS             PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ST-DEDUCTIONS        PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ST-SOCIAL            PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ST-TAXABLE           PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ST-TAX               PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ST-NET               PIC 9(9)V9(2)       VALUE ZEROS.

       01  WS-ST-TITLE.
           03  FILLER              PIC X(37)           VALUE
           'ANNUAL INCOME STATEMENT - YEAR       '.
           03  WS-ST-YEAR          PIC 9(4)            VALUE ZEROS.

       01  WS-ST-COMPANY.
           03  FILLER              PIC X(15)           VALUE
           'PAYING SOURCE: '.
           03  WS-ST-COMPANY-NAME  PIC X(40)           VALUE SPACES.

       01  WS-ST-REGISTRATION.
           03  FILLER              PIC X(15)           VALUE
           'REGISTRATION:  '.
           03  WS-ST-REG-NUMBER    PIC X(18)           VALUE SPACES.

       01  WS-ST-EMPLOYEE.
           03  FILLER              PIC X(15)           VALUE
           'EMPLOYEE:      '.
           03  WS-SE-ID            PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-SE-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(8)            VALUE
           '  DEPT: '.
           03  WS-SE-DEPT          PIC X(5)            VALUE SPACES.

       01  WS-ST-EMPLOYMENT.
           03  FILLER              PIC X(15)           VALUE
           'HIRED:         '.
           03  WS-SE-HIRE-DATE     PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(10)           VALUE
           '  STATUS: '.
           03  WS-SE-STATUS        PIC X(20)           VALUE SPACES.

       01  WS-ST-LINE.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-SL-LABEL         PIC X(44)           VALUE SPACES.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-SL-VALUE         PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-ST-SIGNATURE.
           03  FILLER              PIC X(40)           VALUE
           'RESPONSIBLE: ______________________     '.
           03  FILLER              PIC X(22)           VALUE
           'DATE: ____/____/______'.

       01  WS-CT-HEADER-1.
           03  FILLER              PIC X(38)           VALUE
           'ANNUAL INCOME RECONCILIATION - YEAR   '.
           03  WS-CH-YEAR          PIC 9(4)            VALUE ZEROS.

       01  WS-CT-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'SOURCE                   EMPL          '.
           03  FILLER              PIC X(40)           VALUE
           ' GROSS      DEDUCTIONS         SOC.SEC  '.
           03  FILLER              PIC X(40)           VALUE
           '     INCOME TAX            NET          '.

       01  WS-CT-LINE.
           03  WS-CL-LABEL         PIC X(24)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-CL-COUNT         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-CL-GROSS         PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-CL-DEDUCTIONS    PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-CL-SOCIAL        PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-CL-TAX           PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-CL-NET           PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-CT-MONTH-LABEL.
           03  FILLER              PIC X(17)           VALUE
           'MONTHLY REGISTER '.
           03  WS-CM-MONTH         PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(5)            VALUE SPACES.

       01  WS-CT-MESSAGE.
           03  WS-CX-EMPLOYEE      PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-CX-TEXT          PIC X(60)           VALUE SPACES.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-VS001     EQUAL WS-EOF.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: CALENDAR YEAR, COMPANY TAX REGISTRATION, COMPANY
      *    NAME.

           ACCEPT WS-REF-YEAR      FROM SYSIN.
           ACCEPT WS-REGISTRATION  FROM SYSIN.
           ACCEPT WS-COMPANY       FROM SYSIN.

           IF  WS-REF-YEAR         NOT NUMERIC OR
               WS-REF-YEAR         EQUAL ZEROS OR
               WS-REGISTRATION     EQUAL SPACES OR
               WS-COMPANY          EQUAL SPACES
               DISPLAY ' YEAR-END PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-MONTH-TABLE
                      WS-TOTAL-TABLE.

           PERFORM 0102-00-LOAD-YTD.
           PERFORM 0103-00-LOAD-INCANUAL.
           PERFORM 0104-00-LOAD-PAYHIST.

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

           OPEN OUTPUT STATEMNT
                       RETURNEX
                       CONTROL-RPT.

           IF  WS-FS-RETURNEX      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-RETURNEX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'HDR*'             TO FD-RC-CTL-ID.
           MOVE SPACES             TO FD-RC-CTL-DATA.
           MOVE WS-REF-YEAR        TO FD-RC-HDR-YEAR.
           MOVE WS-REGISTRATION    TO FD-RC-HDR-REGISTRATION.
           MOVE WS-COMPANY         TO FD-RC-HDR-COMPANY.
           MOVE WS-PROGRAM         TO FD-RC-HDR-SOURCE.
           WRITE REG-RETURNEX-CONTROL.

           MOVE WS-REF-YEAR        TO WS-CH-YEAR.
           WRITE REG-CONTROL       FROM WS-CT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-CONTROL       FROM WS-CT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-VS001.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-YTD.

           OPEN INPUT YTDIN.

           EVALUATE WS-FS-YTDIN
             WHEN '00'
               PERFORM UNTIL WS-FS-YTDIN EQUAL '10'
                   READ YTDIN
                   EVALUATE WS-FS-YTDIN
                     WHEN '00'
                       MOVE FD-YI-EMPLOYEE
                                   TO WS-AN-KEY
                       PERFORM 0105-00-FIND-EMPLOYEE
                       ADD FD-YI-GROSS
                               TO WS-AN-YT-GROSS(WS-AN-FOUND)
                       ADD FD-YI-SOCIAL
                               TO WS-AN-YT-SOCIAL(WS-AN-FOUND)
                       ADD FD-YI-TAX
                               TO WS-AN-YT-TAX(WS-AN-FOUND)
                       ADD FD-YI-NET
                               TO WS-AN-YT-NET(WS-AN-FOUND)
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-YTD'
                                    ' FILE STATUS: ' WS-FS-YTDIN
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE YTDIN
             WHEN '35'
               DISPLAY ' YEAR-TO-DATE FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-YTD'
                                    ' FILE STATUS: ' WS-FS-YTDIN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-INCANUAL.

      *    THE EXTRACT KEEPS GROWING ACROSS YEARS: ONLY PAYMENTS
      *    DATED IN THE YEAR OF THE STATEMENTS ARE TAKEN.

           OPEN INPUT INCANUAL.

           EVALUATE WS-FS-INCANUAL
             WHEN '00'
               PERFORM UNTIL WS-FS-INCANUAL EQUAL '10'
                   READ INCANUAL
                   EVALUATE WS-FS-INCANUAL
                     WHEN '00'
                       IF  FD-IA-PAY-DATE(1:4)
                                   EQUAL WS-REF-YEAR
                           PERFORM 0106-00-TAKE-PAYMENT
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-INCANUAL'
                                    ' FILE STATUS: ' WS-FS-INCANUAL
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE INCANUAL
             WHEN '35'
      *        NO THIRTEENTH OR TERMINATION PAID YET
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-INCANUAL'
                                    ' FILE STATUS: ' WS-FS-INCANUAL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-PAYHIST.

           OPEN INPUT PAYHIST.

           EVALUATE WS-FS-PAYHIST
             WHEN '00'
               MOVE 'Y'            TO WS-HISTORY-IND
               PERFORM UNTIL WS-FS-PAYHIST EQUAL '10'
                   READ PAYHIST
                   EVALUATE WS-FS-PAYHIST
                     WHEN '00'
                       IF  FD-PH-YEAR
                                   EQUAL WS-REF-YEAR
                           PERFORM 0107-00-TAKE-MONTH
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-PAYHIST'
                                    ' FILE STATUS: ' WS-FS-PAYHIST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PAYHIST
             WHEN '35'
      *        THE STATEMENTS ARE STILL PRODUCED; THE RECONCILIATION
      *        SAYS THE MONTHS COULD NOT BE CHECKED.
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-PAYHIST'
                                    ' FILE STATUS: ' WS-FS-PAYHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-FIND-EMPLOYEE.

           MOVE ZEROS              TO WS-AN-FOUND.

           PERFORM VARYING WS-AN-POS FROM 1 BY 1
             UNTIL WS-AN-POS       GREATER WS-AN-COUNT
                OR WS-AN-FOUND     GREATER ZEROS
               IF  WS-AN-EMPLOYEE(WS-AN-POS)
                                   EQUAL WS-AN-KEY
                   MOVE WS-AN-POS  TO WS-AN-FOUND
               END-IF
           END-PERFORM.

           IF  WS-AN-FOUND         EQUAL ZEROS
               IF  WS-AN-COUNT     LESS 200
                   ADD 1           TO WS-AN-COUNT
                   MOVE WS-AN-COUNT
                                   TO WS-AN-FOUND
                   INITIALIZE WS-AN-ENTRY(WS-AN-FOUND)
                   MOVE WS-AN-KEY  TO WS-AN-EMPLOYEE(WS-AN-FOUND)
                   MOVE 'N'        TO WS-AN-MATCHED(WS-AN-FOUND)
               ELSE
                   DISPLAY ' ANNUAL TABLE FULL'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0105-00-EXIT.
           EXIT.

       0106-00-TAKE-PAYMENT.

           MOVE FD-IA-EMPLOYEE     TO WS-AN-KEY.
           PERFORM 0105-00-FIND-EMPLOYEE.

           EVALUATE TRUE
             WHEN FD-IA-THIRTEENTH-RUN
               ADD FD-IA-GROSS     TO WS-AN-BN-GROSS(WS-AN-FOUND)
               ADD FD-IA-DEDUCTIONS
                                   TO WS-AN-BN-DEDUCTIONS(WS-AN-FOUND)
               ADD FD-IA-SOCIAL    TO WS-AN-BN-SOCIAL(WS-AN-FOUND)
               ADD FD-IA-TAX       TO WS-AN-BN-TAX(WS-AN-FOUND)
               ADD FD-IA-NET       TO WS-AN-BN-NET(WS-AN-FOUND)
               MOVE 3              TO WS-TOTAL-POS
             WHEN FD-IA-TERMINATION
               ADD FD-IA-GROSS     TO WS-AN-TM-GROSS(WS-AN-FOUND)
               ADD FD-IA-THIRTEENTH
                                   TO WS-AN-TM-THIRTEENTH(WS-AN-FOUND)
               ADD FD-IA-DEDUCTIONS
                                   TO WS-AN-TM-DEDUCTIONS(WS-AN-FOUND)
               ADD FD-IA-SOCIAL    TO WS-AN-TM-SOCIAL(WS-AN-FOUND)
               ADD FD-IA-TAX       TO WS-AN-TM-TAX(WS-AN-FOUND)
               ADD FD-IA-NET       TO WS-AN-TM-NET(WS-AN-FOUND)
               MOVE 4              TO WS-TOTAL-POS
             WHEN OTHER
               DISPLAY ' INVALID SOURCE ON ANNUAL INCOME EXTRACT FOR'
                       ' EMPLOYEE ' FD-IA-EMPLOYEE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           ADD 1                   TO WS-TT-COUNT(WS-TOTAL-POS).
           ADD FD-IA-GROSS         TO WS-TT-GROSS(WS-TOTAL-POS).
           ADD FD-IA-DEDUCTIONS    TO WS-TT-DEDUCTIONS(WS-TOTAL-POS).
           ADD FD-IA-SOCIAL        TO WS-TT-SOCIAL(WS-TOTAL-POS).
           ADD FD-IA-TAX           TO WS-TT-TAX(WS-TOTAL-POS).
           ADD FD-IA-NET           TO WS-TT-NET(WS-TOTAL-POS).

       0106-00-EXIT.
           EXIT.

       0107-00-TAKE-MONTH.

           MOVE FD-PH-EMPLOYEE     TO WS-AN-KEY.
           PERFORM 0105-00-FIND-EMPLOYEE.

           ADD FD-PH-GROSS         TO WS-AN-PH-GROSS(WS-AN-FOUND).
           ADD FD-PH-SOCIAL        TO WS-AN-PH-SOCIAL(WS-AN-FOUND).
           ADD FD-PH-TAX           TO WS-AN-PH-TAX(WS-AN-FOUND).
           ADD FD-PH-NET           TO WS-AN-PH-NET(WS-AN-FOUND).

           IF  FD-PH-MONTH         LESS 1 OR
               FD-PH-MONTH         GREATER 12
               DISPLAY ' INVALID PAY DATE ON PAY HISTORY FOR'
                       ' EMPLOYEE ' FD-PH-EMPLOYEE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FD-PH-MONTH        TO WS-MONTH-POS.

           ADD 1                   TO WS-MN-COUNT(WS-MONTH-POS).
           ADD FD-PH-GROSS         TO WS-MN-GROSS(WS-MONTH-POS).
           ADD FD-PH-DEDUCTIONS    TO WS-MN-DEDUCTIONS(WS-MONTH-POS).
           ADD FD-PH-SOCIAL        TO WS-MN-SOCIAL(WS-MONTH-POS).
           ADD FD-PH-TAX           TO WS-MN-TAX(WS-MONTH-POS).
           ADD FD-PH-NET           TO WS-MN-NET(WS-MONTH-POS).

       0107-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    EVERY EMPLOYEE ON VS001 PAID IN THE YEAR GETS A STATEMENT,
      *    WHATEVER THE STATUS: A TERMINATED ONE STAYS ON THE FILE.

           MOVE FD-ID-EMPLOYEE     TO WS-AN-KEY.
           MOVE ZEROS              TO WS-AN-FOUND.

           PERFORM VARYING WS-AN-POS FROM 1 BY 1
             UNTIL WS-AN-POS       GREATER WS-AN-COUNT
                OR WS-AN-FOUND     GREATER ZEROS
               IF  WS-AN-EMPLOYEE(WS-AN-POS)
                                   EQUAL WS-AN-KEY
                   MOVE WS-AN-POS  TO WS-AN-FOUND
               END-IF
           END-PERFORM.

           IF  WS-AN-FOUND         GREATER ZEROS
               MOVE 'Y'            TO WS-AN-MATCHED(WS-AN-FOUND)
               MOVE FD-ID-EMPLOYEE TO WS-EMP-ID
               MOVE FD-NAME        TO WS-EMP-NAME
               MOVE FD-DEPT        TO WS-EMP-DEPT
               MOVE FD-HIRE-DATE   TO WS-EMP-HIRE-DATE
               MOVE FD-STATUS      TO WS-EMP-STATUS
               PERFORM 0202-00-EMPLOYEE-YEAR
           END-IF.

           PERFORM 0301-00-READ-VS001.

       0201-00-EXIT.
           EXIT.

       0202-00-EMPLOYEE-YEAR.

      *    THE MONTHLY PAYROLL'S PRE-TAX DEDUCTIONS ARE NOT KEPT ON
      *    THE YEAR-TO-DATE FILE: THEY ARE WHAT SEPARATES THE GROSS
      *    FROM THE NET ONCE CONTRIBUTION AND TAX ARE TAKEN OUT.

           COMPUTE WS-ST-YT-DEDUCTIONS =
               WS-AN-YT-GROSS(WS-AN-FOUND)
               - WS-AN-YT-SOCIAL(WS-AN-FOUND)
               - WS-AN-YT-TAX(WS-AN-FOUND)
               - WS-AN-YT-NET(WS-AN-FOUND).

           IF  WS-ST-YT-DEDUCTIONS LESS ZEROS
               MOVE WS-AN-EMPLOYEE(WS-AN-FOUND)
                                   TO WS-CX-EMPLOYEE
               MOVE 'YEAR-TO-DATE NET EXCEEDS GROSS LESS WITHHOLDINGS'
                                   TO WS-CX-TEXT
               PERFORM 0206-00-WRITE-EXCEPTION
               MOVE ZEROS          TO WS-ST-YT-DEDUCTIONS
           END-IF.

           MOVE WS-AN-YT-GROSS(WS-AN-FOUND)
                                   TO WS-ST-MONTHLY.

           COMPUTE WS-ST-THIRTEENTH =
               WS-AN-BN-GROSS(WS-AN-FOUND)
               + WS-AN-TM-THIRTEENTH(WS-AN-FOUND).

           COMPUTE WS-ST-TERMINATION =
               WS-AN-TM-GROSS(WS-AN-FOUND)
               - WS-AN-TM-THIRTEENTH(WS-AN-FOUND).

           COMPUTE WS-ST-GROSS =
               WS-ST-MONTHLY + WS-ST-THIRTEENTH + WS-ST-TERMINATION.

           COMPUTE WS-ST-DEDUCTIONS =
               WS-ST-YT-DEDUCTIONS
               + WS-AN-BN-DEDUCTIONS(WS-AN-FOUND)
               + WS-AN-TM-DEDUCTIONS(WS-AN-FOUND).

           COMPUTE WS-ST-SOCIAL =
               WS-AN-YT-SOCIAL(WS-AN-FOUND)
               + WS-AN-BN-SOCIAL(WS-AN-FOUND)
               + WS-AN-TM-SOCIAL(WS-AN-FOUND).

           COMPUTE WS-ST-TAX =
               WS-AN-YT-TAX(WS-AN-FOUND)
               + WS-AN-BN-TAX(WS-AN-FOUND)
               + WS-AN-TM-TAX(WS-AN-FOUND).

           COMPUTE WS-ST-NET =
               WS-AN-YT-NET(WS-AN-FOUND)
               + WS-AN-BN-NET(WS-AN-FOUND)
               + WS-AN-TM-NET(WS-AN-FOUND).

           COMPUTE WS-ST-TAXABLE =
               WS-ST-GROSS - WS-ST-DEDUCTIONS - WS-ST-SOCIAL.

      *    AN ENTRY WITH NOTHING PAID (A YEAR-TO-DATE ROW LEFT AT
      *    ZERO) GETS NO STATEMENT.

           IF  WS-ST-GROSS         GREATER ZEROS
               PERFORM 0203-00-PRINT-STATEMENT
               PERFORM 0204-00-WRITE-RETURN
               PERFORM 0205-00-CHECK-EMPLOYEE

               ADD 1               TO WS-COUNT-STATEMENTS
               IF  WS-EMP-STATUS   NOT EQUAL 'A'
                   ADD 1           TO WS-COUNT-TERMINATED
               END-IF

               IF  WS-AN-YT-GROSS(WS-AN-FOUND)
                                   GREATER ZEROS
                   ADD 1           TO WS-TT-COUNT(2)
               END-IF
               ADD WS-AN-YT-GROSS(WS-AN-FOUND)
                                   TO WS-TT-GROSS(2)
               ADD WS-ST-YT-DEDUCTIONS
                                   TO WS-TT-DEDUCTIONS(2)
               ADD WS-AN-YT-SOCIAL(WS-AN-FOUND)
                                   TO WS-TT-SOCIAL(2)
               ADD WS-AN-YT-TAX(WS-AN-FOUND)
                                   TO WS-TT-TAX(2)
               ADD WS-AN-YT-NET(WS-AN-FOUND)
                                   TO WS-TT-NET(2)

               ADD 1               TO WS-TT-COUNT(5)
               ADD WS-ST-GROSS     TO WS-TT-GROSS(5)
               ADD WS-ST-DEDUCTIONS
                                   TO WS-TT-DEDUCTIONS(5)
               ADD WS-ST-SOCIAL    TO WS-TT-SOCIAL(5)
               ADD WS-ST-TAX       TO WS-TT-TAX(5)
               ADD WS-ST-NET       TO WS-TT-NET(5)
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-PRINT-STATEMENT.

           MOVE WS-REF-YEAR        TO WS-ST-YEAR.
           WRITE REG-STATEMNT      FROM WS-ST-TITLE
                                   AFTER PAGE.

           MOVE WS-COMPANY         TO WS-ST-COMPANY-NAME.
           WRITE REG-STATEMNT      FROM WS-ST-COMPANY
                                   AFTER 2 LINES.
           MOVE WS-REGISTRATION    TO WS-ST-REG-NUMBER.
           WRITE REG-STATEMNT      FROM WS-ST-REGISTRATION.

           MOVE WS-EMP-ID          TO WS-SE-ID.
           MOVE WS-EMP-NAME        TO WS-SE-NAME.
           MOVE WS-EMP-DEPT        TO WS-SE-DEPT.
           WRITE REG-STATEMNT      FROM WS-ST-EMPLOYEE
                                   AFTER 2 LINES.

           MOVE WS-EMP-HIRE-DATE   TO WS-SE-HIRE-DATE.
           EVALUATE WS-EMP-STATUS
             WHEN 'A'
               MOVE 'ACTIVE'       TO WS-SE-STATUS
             WHEN SPACES
               MOVE 'NOT ON FILE'  TO WS-SE-STATUS
             WHEN OTHER
               MOVE 'TERMINATED'   TO WS-SE-STATUS
           END-EVALUATE.
           WRITE REG-STATEMNT      FROM WS-ST-EMPLOYMENT.

           MOVE '1. SALARIES (MONTHLY PAYROLL)'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-MONTHLY      TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE
                                   AFTER 2 LINES.

           MOVE '2. THIRTEENTH SALARY'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-THIRTEENTH   TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE.

           MOVE '3. TERMINATION PAY (EXCEPT THIRTEENTH)'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-TERMINATION  TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE.

           MOVE '4. TOTAL GROSS INCOME (1 + 2 + 3)'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-GROSS        TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE
                                   AFTER 2 LINES.

           MOVE '5. PRE-TAX DEDUCTIONS'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-DEDUCTIONS   TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE.

           MOVE '6. SOCIAL SECURITY CONTRIBUTIONS'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-SOCIAL       TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE.

           MOVE '7. TAXABLE INCOME (4 - 5 - 6)'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-TAXABLE      TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE.

           MOVE '8. INCOME TAX WITHHELD'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-TAX          TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE
                                   AFTER 2 LINES.

           MOVE '9. NET AMOUNT PAID'
                                   TO WS-SL-LABEL.
           MOVE WS-ST-NET          TO WS-SL-VALUE.
           WRITE REG-STATEMNT      FROM WS-ST-LINE.

           WRITE REG-STATEMNT      FROM WS-ST-SIGNATURE
                                   AFTER 3 LINES.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-RETURN.

           MOVE SPACES             TO REG-RETURNEX.
           MOVE WS-EMP-ID          TO FD-RX-EMPLOYEE.
           MOVE WS-EMP-NAME        TO FD-RX-NAME.
           MOVE WS-EMP-STATUS      TO FD-RX-STATUS.
           MOVE WS-ST-GROSS        TO FD-RX-GROSS.
           MOVE WS-ST-THIRTEENTH   TO FD-RX-THIRTEENTH.
           MOVE WS-ST-DEDUCTIONS   TO FD-RX-DEDUCTIONS.
           MOVE WS-ST-SOCIAL       TO FD-RX-SOCIAL.
           MOVE WS-ST-TAX          TO FD-RX-TAX.
           MOVE WS-ST-NET          TO FD-RX-NET.

           WRITE REG-RETURNEX.

           IF  WS-FS-RETURNEX      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0204-00-WRITE-RETURN'
                                    ' FILE STATUS: ' WS-FS-RETURNEX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-CHECK-EMPLOYEE.

      *    THE EMPLOYEE'S MONTHS ON THE PAY HISTORY MUST ADD UP TO
      *    THE YEAR-TO-DATE FIGURES THE STATEMENT WAS BUILT FROM.

           IF  WS-HISTORY-LOADED
               IF  WS-AN-PH-GROSS(WS-AN-FOUND)
                           NOT EQUAL WS-AN-YT-GROSS(WS-AN-FOUND)  OR
                   WS-AN-PH-SOCIAL(WS-AN-FOUND)
                           NOT EQUAL WS-AN-YT-SOCIAL(WS-AN-FOUND) OR
                   WS-AN-PH-TAX(WS-AN-FOUND)
                           NOT EQUAL WS-AN-YT-TAX(WS-AN-FOUND)    OR
                   WS-AN-PH-NET(WS-AN-FOUND)
                           NOT EQUAL WS-AN-YT-NET(WS-AN-FOUND)
                   MOVE WS-EMP-ID  TO WS-CX-EMPLOYEE
                   MOVE 'PAY HISTORY DOES NOT MATCH YEAR-TO-DATE'
                                   TO WS-CX-TEXT
                   PERFORM 0206-00-WRITE-EXCEPTION
               END-IF
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-WRITE-EXCEPTION.

           IF  WS-COUNT-EXCEPTIONS EQUAL ZEROS
               MOVE SPACES         TO REG-CONTROL
               MOVE 'EXCEPTIONS'   TO REG-CONTROL
               WRITE REG-CONTROL   AFTER 2 LINES
           END-IF.

           WRITE REG-CONTROL       FROM WS-CT-MESSAGE.

           ADD 1                   TO WS-COUNT-EXCEPTIONS.
           MOVE 8                  TO RETURN-CODE.

       0206-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-VS001.

           READ VS001 NEXT RECORD.

           EVALUATE WS-FS-VS001
             WHEN '00'
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-VS001'
                                    ' FILE STATUS: ' WS-FS-VS001
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

      *    SOMEONE PAID IN THE YEAR BUT NO LONGER ON VS001 STILL GETS
      *    THE STATEMENT AND THE RETURN RECORD, AND IS REPORTED.

           PERFORM 0902-00-UNMATCHED-EMPLOYEE
             VARYING WS-AN-FOUND FROM 1 BY 1
             UNTIL WS-AN-FOUND     GREATER WS-AN-COUNT.

           MOVE 'TRL*'             TO FD-RC-CTL-ID.
           MOVE SPACES             TO FD-RC-CTL-DATA.
           MOVE WS-COUNT-STATEMENTS
                                   TO FD-RC-TRL-COUNT.
           MOVE WS-TT-GROSS(5)     TO FD-RC-TRL-GROSS.
           MOVE WS-TT-SOCIAL(5)    TO FD-RC-TRL-SOCIAL.
           MOVE WS-TT-TAX(5)       TO FD-RC-TRL-TAX.
           MOVE WS-TT-NET(5)       TO FD-RC-TRL-NET.
           WRITE REG-RETURNEX-CONTROL.

           PERFORM 0903-00-PRINT-RECONCILIATION.

           CLOSE VS001
                 STATEMNT
                 RETURNEX
                 CONTROL-RPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-STATEMENTS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  STATEMENTS....: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-TERMINATED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  TERMINATED....: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-EXCEPTIONS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  EXCEPTIONS....: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-UNMATCHED-EMPLOYEE.

           IF  WS-AN-MATCHED(WS-AN-FOUND)
                                   EQUAL 'N'
               MOVE WS-AN-EMPLOYEE(WS-AN-FOUND)
                                   TO WS-EMP-ID
               MOVE SPACES         TO WS-EMP-NAME
                                      WS-EMP-DEPT
                                      WS-EMP-STATUS
               MOVE ZEROS          TO WS-EMP-HIRE-DATE
               PERFORM 0202-00-EMPLOYEE-YEAR

               MOVE WS-EMP-ID      TO WS-CX-EMPLOYEE
               MOVE 'PAID IN THE YEAR BUT NOT ON VS001'
                                   TO WS-CX-TEXT
               PERFORM 0206-00-WRITE-EXCEPTION
           END-IF.

       0902-00-EXIT.
           EXIT.

       0903-00-PRINT-RECONCILIATION.

      *    ONE LINE PER MONTHLY REGISTER, THEIR SUM AGAINST THE
      *    YEAR-TO-DATE FILE, THEN THE OTHER TWO SOURCES AND THE
      *    RETURN TOTAL.  A MONTH CORRECTED BY RETRO PAY SHOWS THE
      *    CORRECTED AMOUNTS; THE YEAR'S SUM IS NOT AFFECTED.

           IF  WS-HISTORY-LOADED
               PERFORM 0904-00-PRINT-MONTH
                 VARYING WS-MONTH-POS FROM 1 BY 1
                 UNTIL WS-MONTH-POS GREATER 12

               MOVE 'MONTHLY REGISTERS TOTAL'
                                   TO WS-CL-LABEL
               MOVE 1              TO WS-TOTAL-POS
               PERFORM 0905-00-PRINT-TOTAL

               IF  WS-TT-GROSS(1)  NOT EQUAL WS-TT-GROSS(2) OR
                   WS-TT-SOCIAL(1) NOT EQUAL WS-TT-SOCIAL(2) OR
                   WS-TT-TAX(1)    NOT EQUAL WS-TT-TAX(2) OR
                   WS-TT-NET(1)    NOT EQUAL WS-TT-NET(2)
                   MOVE SPACES     TO WS-CX-EMPLOYEE
                   MOVE 'MONTHLY REGISTERS DO NOT MATCH YEAR-TO-DATE'
                                   TO WS-CX-TEXT
                   PERFORM 0906-00-WRITE-CONTROL-MESSAGE
               END-IF
           ELSE
               MOVE SPACES         TO WS-CX-EMPLOYEE
               MOVE 'PAY HISTORY NOT AVAILABLE - MONTHS NOT RECONCILED'
                                   TO WS-CX-TEXT
               PERFORM 0906-00-WRITE-CONTROL-MESSAGE
           END-IF.

           MOVE 'YEAR-TO-DATE FILE'
                                   TO WS-CL-LABEL.
           MOVE 2                  TO WS-TOTAL-POS.
           PERFORM 0905-00-PRINT-TOTAL.

           MOVE 'THIRTEENTH SALARY RUNS'
                                   TO WS-CL-LABEL.
           MOVE 3                  TO WS-TOTAL-POS.
           PERFORM 0905-00-PRINT-TOTAL.

           MOVE 'TERMINATION SETTLEMENTS'
                                   TO WS-CL-LABEL.
           MOVE 4                  TO WS-TOTAL-POS.
           PERFORM 0905-00-PRINT-TOTAL.

           MOVE 'WITHHOLDING RETURN'
                                   TO WS-CL-LABEL.
           MOVE 5                  TO WS-TOTAL-POS.
           PERFORM 0905-00-PRINT-TOTAL.

       0903-00-EXIT.
           EXIT.

       0904-00-PRINT-MONTH.

           MOVE WS-MONTH-POS       TO WS-CM-MONTH.
           MOVE WS-CT-MONTH-LABEL  TO WS-CL-LABEL.
           MOVE WS-MN-COUNT(WS-MONTH-POS)
                                   TO WS-CL-COUNT.
           MOVE WS-MN-GROSS(WS-MONTH-POS)
                                   TO WS-CL-GROSS.
           MOVE WS-MN-DEDUCTIONS(WS-MONTH-POS)
                                   TO WS-CL-DEDUCTIONS.
           MOVE WS-MN-SOCIAL(WS-MONTH-POS)
                                   TO WS-CL-SOCIAL.
           MOVE WS-MN-TAX(WS-MONTH-POS)
                                   TO WS-CL-TAX.
           MOVE WS-MN-NET(WS-MONTH-POS)
                                   TO WS-CL-NET.
           WRITE REG-CONTROL       FROM WS-CT-LINE.

           ADD WS-MN-COUNT(WS-MONTH-POS)
                                   TO WS-TT-COUNT(1).
           ADD WS-MN-GROSS(WS-MONTH-POS)
                                   TO WS-TT-GROSS(1).
           ADD WS-MN-DEDUCTIONS(WS-MONTH-POS)
                                   TO WS-TT-DEDUCTIONS(1).
           ADD WS-MN-SOCIAL(WS-MONTH-POS)
                                   TO WS-TT-SOCIAL(1).
           ADD WS-MN-TAX(WS-MONTH-POS)
                                   TO WS-TT-TAX(1).
           ADD WS-MN-NET(WS-MONTH-POS)
                                   TO WS-TT-NET(1).

       0904-00-EXIT.
           EXIT.

       0905-00-PRINT-TOTAL.

           MOVE WS-TT-COUNT(WS-TOTAL-POS)
                                   TO WS-CL-COUNT.
           MOVE WS-TT-GROSS(WS-TOTAL-POS)
                                   TO WS-CL-GROSS.
           MOVE WS-TT-DEDUCTIONS(WS-TOTAL-POS)
                                   TO WS-CL-DEDUCTIONS.
           MOVE WS-TT-SOCIAL(WS-TOTAL-POS)
                                   TO WS-CL-SOCIAL.
           MOVE WS-TT-TAX(WS-TOTAL-POS)
                                   TO WS-CL-TAX.
           MOVE WS-TT-NET(WS-TOTAL-POS)
                                   TO WS-CL-NET.
           WRITE REG-CONTROL       FROM WS-CT-LINE
                                   AFTER 2 LINES.

       0905-00-EXIT.
           EXIT.

       0906-00-WRITE-CONTROL-MESSAGE.

           WRITE REG-CONTROL       FROM WS-CT-MESSAGE
                                   AFTER 2 LINES.

           ADD 1                   TO WS-COUNT-EXCEPTIONS.
           MOVE 8                  TO RETURN-CODE.

       0906-00-EXIT.
           EXIT.
