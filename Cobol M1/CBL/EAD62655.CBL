      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62655.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62655                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END LOAN-LOSS PROVISION OVER THE       *
      *                   DELINQUENCY AGING OF EAD62594                *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EACH CONTRACT IS AGED BY THE MONTHS OVERDUE OF ITS ARREARS   *
      *   POSITION (EAD62594): NONE = CURRENT, 1 = 30 DAYS, 2 = 60     *
      *   DAYS, 3 OR MORE = 90+ DAYS.  ITS BALANCE IS THE REMAINING    *
      *   DEBT OF THE LAST INSTALLMENT DUE ON PORTSCHD (THE WHOLE      *
      *   PRINCIPAL BEFORE THE FIRST ONE) PLUS THE ARREARS.  THE       *
      *   APPRAISED VALUE OF THE FIRST-LIEN ITEMS ON THE COLLATERAL    *
      *   REGISTER (WHEN ONE EXISTS) IS DEDUCTED, AND THE PROVISION    *
      *   PERCENTAGE OF THE BUCKET (LLPPARM) APPLIED TO THE REST.      *
      *   A JUNIOR LIEN IS NOT DEDUCTED, THE PRIOR CLAIMS BEING        *
      *   UNKNOWN.                                                     *
      *                                                                *
      *   THE PROVISION OF THE PREVIOUS RUN IS READ PER CONTRACT       *
      *   FROM THE HISTORY (LLPHSTO) AND THE NEW ONE WRITTEN TO        *
      *   LLPHSTN: A HEADER ROW (CONTRACT 000000) WITH THE MONTH AND   *
      *   ITS TOTAL, THEN ONE ROW PER CONTRACT WITH A PROVISION.  A    *
      *   CONTRACT THAT LEFT THE PORTFOLIO RELEASES ITS PROVISION.     *
      *                                                                *
      *   GL POSTINGS (GLPOST LAYOUT OF EAD62571), ACCOUNTS FROM THE   *
      *   GLMAP ROW OF SOURCE TYPE L: DEBIT LOAN-LOSS EXPENSE, CREDIT  *
      *   ALLOWANCE FOR LOAN LOSSES (REVERSED WHEN THE ALLOWANCE IS    *
      *   RELEASED).  DATED THE LAST DAY OF THE AS-OF MONTH AND TAKEN  *
      *   BY THE NEXT NIGHTLY GL EXTRACT (EAD62571).                   *
      *                                                                *
      *   A CONTRACT RESTRUCTURED BY EAD62656 WHOSE PROBATION (ON THE  *
      *   CONTRACT HISTORY, CTRHIST) RUNS PAST THE AS-OF MONTH IS      *
      *   ALWAYS LISTED, MARKED R, AND SUBTOTALED APART.               *
      *                                                                *
      *   RC=04: A CONTRACT WITHOUT AN ARREARS POSITION (PROVIDED AS   *
      *   CURRENT, MARKED * ON THE REPORT).  RC=12: THE MONTH WAS      *
      *   ALREADY PROVISIONED, OR PARAMETERS/MAPPING INCOMPLETE.       *
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

           SELECT COLLAT           ASSIGN TO DA-S-COLLAT
               FILE STATUS         IS WS-FS-COLLAT.

           SELECT LLPPARM          ASSIGN TO DA-S-LLPPARM
               FILE STATUS         IS WS-FS-LLPPARM.

           SELECT GLMAP            ASSIGN TO DA-S-GLMAP
               FILE STATUS         IS WS-FS-GLMAP.

           SELECT LLPHSTO          ASSIGN TO DA-S-LLPHSTO
               FILE STATUS         IS WS-FS-LLPHSTO.

           SELECT LLPHSTN          ASSIGN TO DA-S-LLPHSTN
               FILE STATUS         IS WS-FS-LLPHSTN.

           SELECT GLFEED           ASSIGN TO DA-S-GLFEED
               FILE STATUS         IS WS-FS-GLFEED.

           SELECT CTRHIST          ASSIGN TO DA-S-CTRHIST
               FILE STATUS         IS WS-FS-CTRHIST.

           SELECT LLPRPT           ASSIGN TO DA-S-LLPRPT.

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
           03  FD-CT-START-DATE    PIC 9(8).
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

       FD  COLLAT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-COLLAT.
           03  FD-CL-CONTRACT      PIC 9(6).
           03  FD-CL-ITEM          PIC 9(2).
           03  FD-CL-TYPE          PIC X(2).
           03  FD-CL-DESCRIPTION   PIC X(30).
           03  FD-CL-APPRAISED     PIC 9(9)V9(2).
           03  FD-CL-APPRAISAL-DATE
                                   PIC 9(8).
           03  FD-CL-LIEN-RANK     PIC 9(1).
           03  FILLER              PIC X(20).

       FD  LLPPARM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LLPPARM.
           03  FD-PP-BUCKET        PIC 9(1).
           03  FD-PP-PERCENT       PIC 9(3)V9(2).
           03  FD-PP-DESCRIPTION   PIC X(12).
           03  FILLER              PIC X(62).

       FD  GLMAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLMAP.
           03  FD-GM-RELEASE-TYPE  PIC A(1).
           03  FD-GM-DEBIT-ACCT    PIC X(8).
           03  FD-GM-CREDIT-ACCT   PIC X(8).
           03  FD-GM-DESCRIPTION   PIC X(20).

       FD  LLPHSTO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LLPHSTO.
           03  FD-HO-CONTRACT      PIC 9(6).
           03  FD-HO-ASOF.
               05  FD-HO-YEAR      PIC 9(4).
               05  FD-HO-MONTH     PIC 9(2).
           03  FD-HO-BUCKET        PIC 9(1).
           03  FD-HO-EXPOSURE      PIC S9(11)V9(2).
           03  FD-HO-PROVISION     PIC S9(11)V9(2).
           03  FILLER              PIC X(41).

       FD  LLPHSTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LLPHSTN.
           03  FD-HN-CONTRACT      PIC 9(6).
           03  FD-HN-ASOF.
               05  FD-HN-YEAR      PIC 9(4).
               05  FD-HN-MONTH     PIC 9(2).
           03  FD-HN-BUCKET        PIC 9(1).
           03  FD-HN-EXPOSURE      PIC S9(11)V9(2).
           03  FD-HN-PROVISION     PIC S9(11)V9(2).
           03  FILLER              PIC X(41).

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

       FD  LLPRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LLPRPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62655'.

       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-ARREARS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-COLLAT            PIC X(2)            VALUE ZEROS.
       77  WS-FS-LLPPARM           PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLMAP             PIC X(2)            VALUE ZEROS.
       77  WS-FS-LLPHSTO           PIC X(2)            VALUE ZEROS.
       77  WS-FS-LLPHSTN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLFEED            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CTRHIST           PIC X(2)            VALUE ZEROS.

       77  WS-READ-CONTRACTS       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-PROVIDED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NOT-AGED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-RELEASED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-SECURED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-PROBATION      PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-GLFEED         PIC 9(5)            VALUE ZEROS.

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

       77  WS-BUCKET               PIC 9(1)            VALUE ZEROS.
       77  WS-BK-POS               PIC 9(1)            VALUE ZEROS.

       01  WS-BUCKET-TABLE.
           03  WS-BK-ENTRY         OCCURS 4 TIMES.
               05  WS-BK-DESCRIPTION
                                   PIC X(12).
               05  WS-BK-PERCENT   PIC 9(3)V9(2).
               05  WS-BK-LOADED    PIC X(1).
               05  WS-BK-EXPOSURE  PIC S9(11)V9(2).
               05  WS-BK-REQUIRED  PIC S9(11)V9(2).
               05  WS-BK-PRIOR     PIC S9(11)V9(2).

       77  WS-TOT-EXPOSURE         PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TOT-REQUIRED         PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TOT-PRIOR            PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-PROVISION            PIC S9(11)V9(2)     VALUE ZEROS.

      *    SUBTOTAL OF THE RESTRUCTURED CONTRACTS IN PROBATION.
       77  WS-PRB-EXPOSURE         PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-PRB-REQUIRED         PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-PRB-PRIOR            PIC S9(11)V9(2)     VALUE ZEROS.

      *    ONE ENTRY PER CONTRACT ON FILE, PLUS ONE PER CONTRACT OF
      *    THE HISTORY NO LONGER ON FILE (ON-FILE = N).
       77  WS-CT-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CT-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CT-FOUND             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CONTRACT-TABLE.
           03  WS-CT-ENTRY         OCCURS 1000 TIMES.
               05  WS-CT-CONTRACT  PIC 9(6).
               05  WS-CT-ON-FILE   PIC X(1).
               05  WS-CT-AGED      PIC X(1).
               05  WS-CT-DUE-COUNT PIC 9(3).
               05  WS-CT-MONTHS-OVER
                                   PIC 9(3).
               05  WS-CT-BALANCE   PIC 9(9)V9(2).
               05  WS-CT-ARREARS   PIC 9(9)V9(2).
               05  WS-CT-COLLATERAL
                                   PIC 9(11)V9(2).
               05  WS-CT-BUCKET    PIC 9(1).
               05  WS-CT-EXPOSURE  PIC S9(11)V9(2).
               05  WS-CT-REQUIRED  PIC S9(11)V9(2).
               05  WS-CT-PRIOR     PIC S9(11)V9(2).
               05  WS-CT-PROBATION PIC X(1).

       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.
       77  WS-DEDUCTED             PIC 9(11)V9(2)      VALUE ZEROS.

      *    GLMAP ROW OF THE LOAN-LOSS SOURCE TYPE.
       01  WS-MAP-PROVISION.
           03  WS-MP-FOUND         PIC X(1)            VALUE 'N'.
           03  WS-MP-DEBIT-ACCT    PIC X(8)            VALUE SPACES.
           03  WS-MP-CREDIT-ACCT   PIC X(8)            VALUE SPACES.
           03  WS-MP-DESCRIPTION   PIC X(20)           VALUE SPACES.

       77  WS-PAIR-DEBIT-ACCT      PIC X(8)            VALUE SPACES.
       77  WS-PAIR-CREDIT-ACCT     PIC X(8)            VALUE SPACES.
       77  WS-PAIR-AMOUNT          PIC 9(9)V9(2)       VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(30)           VALUE
           'LOAN-LOSS PROVISION - AS OF: '.
           03  WS-RH-ASOF          PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'CONTR. B        BALANCE     COLLATERAL  '.
           03  FILLER              PIC X(38)           VALUE
           '  PCT       REQUIRED       MOVEMENT   '.

       01  WS-RPT-CONTRACT.
           03  WS-RC-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-BUCKET        PIC 9(1)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-BALANCE       PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-COLLATERAL    PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-PERCENT       PIC ZZ9,99          VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-REQUIRED      PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  WS-RC-MOVEMENT      PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-FLAG          PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-RESTRUCTURED  PIC X(1)            VALUE SPACES.

       01  WS-RPT-NOTE.
           03  FILLER              PIC X(40)           VALUE
           '* = NO ARREARS POSITION, PROVIDED AS CUR'.
           03  FILLER              PIC X(38)           VALUE
           'RENT   C = NO LONGER ON THE PORTFOLIO '.

       01  WS-RPT-NOTE-2.
           03  FILLER              PIC X(40)           VALUE
           'R = RESTRUCTURED, IN PROBATION          '.

       01  WS-RPT-HEADER-3.
           03  FILLER              PIC X(12)           VALUE
           'BUCKET'.
           03  FILLER              PIC X(15)           VALUE
           '       EXPOSURE'.
           03  FILLER              PIC X(7)            VALUE
           '    PCT'.
           03  FILLER              PIC X(15)           VALUE
           '       REQUIRED'.
           03  FILLER              PIC X(15)           VALUE
           '     LAST MONTH'.
           03  FILLER              PIC X(15)           VALUE
           '       MOVEMENT'.

       01  WS-RPT-BUCKET.
           03  WS-RB-DESCRIPTION   PIC X(12)           VALUE SPACES.
           03  WS-RB-EXPOSURE      PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RB-PERCENT       PIC ZZ9,99          VALUE ZEROS.
           03  WS-RB-REQUIRED      PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.
           03  WS-RB-PRIOR         PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.
           03  WS-RB-MOVEMENT      PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.

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

           PERFORM 0102-00-LOAD-PARMS.
           PERFORM 0103-00-LOAD-GLMAP.
           PERFORM 0104-00-LOAD-CONTRACTS.
           PERFORM 0105-00-LOAD-ARREARS.
           PERFORM 0106-00-LOAD-SCHEDULE.
           PERFORM 0107-00-LOAD-COLLATERAL.
           PERFORM 0108-00-LOAD-HISTORY.
           PERFORM 0112-00-LOAD-RESTRUCTURES.

           OPEN OUTPUT GLFEED
                       LLPRPT.

           IF  WS-FS-GLFEED        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GLFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ASOF            TO WS-RH-ASOF.
           WRITE REG-LLPRPT        FROM WS-RPT-HEADER-1.
           WRITE REG-LLPRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-PARMS.

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               MOVE 'N'            TO WS-BK-LOADED(WS-BK-POS)
               MOVE ZEROS          TO WS-BK-EXPOSURE(WS-BK-POS)
               MOVE ZEROS          TO WS-BK-REQUIRED(WS-BK-POS)
               MOVE ZEROS          TO WS-BK-PRIOR(WS-BK-POS)
           END-PERFORM.

           OPEN INPUT LLPPARM.

           EVALUATE WS-FS-LLPPARM
             WHEN '00'
               PERFORM UNTIL WS-FS-LLPPARM EQUAL '10'
                   READ LLPPARM
                   EVALUATE WS-FS-LLPPARM
                     WHEN '00'
                       IF  FD-PP-BUCKET     NOT NUMERIC  OR
                           FD-PP-BUCKET     LESS 1       OR
                           FD-PP-BUCKET     GREATER 4    OR
                           FD-PP-PERCENT    NOT NUMERIC  OR
                           FD-PP-PERCENT    GREATER 100
                           DISPLAY ' INVALID PROVISION PARAMETER: '
                                   REG-LLPPARM
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE FD-PP-DESCRIPTION
                           TO WS-BK-DESCRIPTION(FD-PP-BUCKET)
                       MOVE FD-PP-PERCENT
                           TO WS-BK-PERCENT(FD-PP-BUCKET)
                       MOVE 'Y'
                           TO WS-BK-LOADED(FD-PP-BUCKET)
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PARMS'
                                    ' FILE STATUS: ' WS-FS-LLPPARM
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE LLPPARM
             WHEN '35'
               DISPLAY ' PROVISION PARAMETER FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PARMS'
                                    ' FILE STATUS: ' WS-FS-LLPPARM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               IF  WS-BK-LOADED(WS-BK-POS)
                                   NOT EQUAL 'Y'
                   DISPLAY ' NO PROVISION PERCENTAGE FOR BUCKET '
                           WS-BK-POS ' - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-GLMAP.

           OPEN INPUT GLMAP.

           EVALUATE WS-FS-GLMAP
             WHEN '00'
               PERFORM UNTIL WS-FS-GLMAP EQUAL '10'
                   READ GLMAP
                   EVALUATE WS-FS-GLMAP
                     WHEN '00'
                       IF  FD-GM-RELEASE-TYPE EQUAL 'L'
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
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-GLMAP'
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
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-GLMAP'
                                    ' FILE STATUS: ' WS-FS-GLMAP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-MP-FOUND         NOT EQUAL 'Y'
               DISPLAY ' NO GL MAPPING FOR SOURCE TYPE L'
                       ' - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-CONTRACTS.

      *    UNTIL THE ARREARS AND THE SCHEDULE SAY OTHERWISE A
      *    CONTRACT IS CURRENT AND OWES ITS WHOLE PRINCIPAL.

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
                       MOVE 'Y'    TO WS-CT-ON-FILE(WS-CT-COUNT)
                       MOVE FD-CT-PRINCIPAL
                                   TO WS-CT-BALANCE(WS-CT-COUNT)
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
                       PERFORM 0110-00-FIND-CONTRACT
                       IF  WS-CT-FOUND EQUAL ZEROS
                           DISPLAY ' ARREARS FOR UNKNOWN CONTRACT '
                                   FD-AR-CONTRACT
                       ELSE
                           MOVE 'Y'
                               TO WS-CT-AGED(WS-CT-FOUND)
                           MOVE FD-AR-DUE-COUNT
                               TO WS-CT-DUE-COUNT(WS-CT-FOUND)
                           MOVE FD-AR-ARREARS
                               TO WS-CT-ARREARS(WS-CT-FOUND)
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

      *    THE REMAINING DEBT OF THE LAST INSTALLMENT DUE AT THE
      *    AGING DATE IS THE SCHEDULED BALANCE.

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
                           PERFORM 0110-00-FIND-CONTRACT
                       END-IF
                       IF  WS-CT-FOUND GREATER ZEROS AND
                           WS-CT-DUE-COUNT(WS-CT-FOUND)
                                   GREATER ZEROS AND
                           FD-PS-MONTH EQUAL
                                   WS-CT-DUE-COUNT(WS-CT-FOUND)
                           MOVE FD-PS-DEBT
                               TO WS-CT-BALANCE(WS-CT-FOUND)
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

       0107-00-LOAD-COLLATERAL.

      *    ONLY VALID FIRST-LIEN ITEMS OF CONTRACTS ON FILE COUNT;
      *    THE OTHERS ARE LISTED BY THE LTV MONITORING (EAD62654).

           OPEN INPUT COLLAT.

           EVALUATE WS-FS-COLLAT
             WHEN '00'
               PERFORM UNTIL WS-FS-COLLAT EQUAL '10'
                   READ COLLAT
                   EVALUATE WS-FS-COLLAT
                     WHEN '00'
                       MOVE FD-CL-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0110-00-FIND-CONTRACT
                       IF  WS-CT-FOUND     GREATER ZEROS AND
                           FD-CL-APPRAISED NUMERIC AND
                           FD-CL-LIEN-RANK NUMERIC AND
                           FD-CL-LIEN-RANK EQUAL 1
                           ADD FD-CL-APPRAISED
                               TO WS-CT-COLLATERAL(WS-CT-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0107-00-LOAD-COLLATERAL'
                                    ' FILE STATUS: ' WS-FS-COLLAT
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE COLLAT
             WHEN '35'
      *        NO REGISTER: THE WHOLE BALANCE IS EXPOSED
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0107-00-LOAD-COLLATERAL'
                                    ' FILE STATUS: ' WS-FS-COLLAT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0107-00-EXIT.
           EXIT.

       0108-00-LOAD-HISTORY.

      *    AN EMPTY HISTORY (FIRST RUN) MEANS NO PROVISION BROUGHT
      *    FORWARD.  A MONTH NOT AFTER THE LAST ONE PROVISIONED WOULD
      *    POST THE PROVISION TO THE GL TWICE.

           OPEN INPUT LLPHSTO.

           EVALUATE WS-FS-LLPHSTO
             WHEN '00'
               PERFORM 0301-00-READ-LLPHSTO
               PERFORM UNTIL WS-FS-LLPHSTO EQUAL '10'
                   IF  FD-HO-CONTRACT EQUAL ZEROS
                       IF  WS-ASOF NOT GREATER FD-HO-ASOF
                           DISPLAY ' PROVISION ALREADY RUN FOR '
                                   FD-HO-ASOF ' - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   ELSE
                       PERFORM 0111-00-TAKE-PRIOR
                   END-IF
                   PERFORM 0301-00-READ-LLPHSTO
               END-PERFORM
               CLOSE LLPHSTO
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0108-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-LLPHSTO
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
           MOVE 'N'                TO WS-CT-ON-FILE(WS-CT-COUNT).
           MOVE 'N'                TO WS-CT-AGED(WS-CT-COUNT).
           MOVE ZEROS              TO WS-CT-DUE-COUNT(WS-CT-COUNT)
                                      WS-CT-MONTHS-OVER(WS-CT-COUNT)
                                      WS-CT-BALANCE(WS-CT-COUNT)
                                      WS-CT-ARREARS(WS-CT-COUNT)
                                      WS-CT-COLLATERAL(WS-CT-COUNT)
                                      WS-CT-EXPOSURE(WS-CT-COUNT)
                                      WS-CT-REQUIRED(WS-CT-COUNT)
                                      WS-CT-PRIOR(WS-CT-COUNT).
           MOVE 1                  TO WS-CT-BUCKET(WS-CT-COUNT).
           MOVE 'N'                TO WS-CT-PROBATION(WS-CT-COUNT).

       0109-00-EXIT.
           EXIT.

       0110-00-FIND-CONTRACT.

           MOVE ZEROS              TO WS-CT-FOUND.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
                OR WS-CT-FOUND     GREATER ZEROS
               IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL WS-CURRENT-CONTRACT
                   MOVE WS-CT-POS  TO WS-CT-FOUND
               END-IF
           END-PERFORM.

       0110-00-EXIT.
           EXIT.

       0111-00-TAKE-PRIOR.

      *    A CONTRACT OF THE HISTORY NO LONGER ON FILE IS ADDED SO
      *    ITS PROVISION IS SHOWN RELEASED.

           MOVE FD-HO-CONTRACT     TO WS-CURRENT-CONTRACT.
           PERFORM 0110-00-FIND-CONTRACT.

           IF  WS-CT-FOUND         EQUAL ZEROS
               PERFORM 0109-00-ADD-CONTRACT
               MOVE WS-CT-COUNT    TO WS-CT-FOUND
           END-IF.

           ADD FD-HO-PROVISION     TO WS-CT-PRIOR(WS-CT-FOUND).
           ADD FD-HO-PROVISION     TO WS-TOT-PRIOR.

           IF  FD-HO-BUCKET        NUMERIC AND
               FD-HO-BUCKET        GREATER ZEROS AND
               FD-HO-BUCKET        NOT GREATER 4
               ADD FD-HO-PROVISION TO WS-BK-PRIOR(FD-HO-BUCKET)
           END-IF.

       0111-00-EXIT.
           EXIT.

       0112-00-LOAD-RESTRUCTURES.

      *    THE LATEST RESTRUCTURING ON THE HISTORY GIVES THE END OF
      *    THE PROBATION; A LATER VERSION OVERRIDES AN EARLIER ONE.

           OPEN INPUT CTRHIST.

           EVALUATE WS-FS-CTRHIST
             WHEN '00'
               PERFORM UNTIL WS-FS-CTRHIST EQUAL '10'
                   READ CTRHIST
                   EVALUATE WS-FS-CTRHIST
                     WHEN '00'
                       IF  FD-CH-TYPE EQUAL 'R'
                           PERFORM 0113-00-TAKE-RESTRUCTURE
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0112-00-LOAD-'
                               'RESTRUCTURES FILE STATUS: '
                               WS-FS-CTRHIST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CTRHIST
             WHEN '35'
      *        NO CONTRACT RESTRUCTURED YET
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0112-00-LOAD-RESTRUCTURES'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0112-00-EXIT.
           EXIT.

       0113-00-TAKE-RESTRUCTURE.

           MOVE FD-CH-CONTRACT     TO WS-CURRENT-CONTRACT.
           PERFORM 0110-00-FIND-CONTRACT.

           IF  WS-CT-FOUND         GREATER ZEROS
               IF  FD-CH-PROBATION-END NOT LESS WS-GL-DATE
                   MOVE 'Y'        TO WS-CT-PROBATION(WS-CT-FOUND)
               ELSE
                   MOVE 'N'        TO WS-CT-PROBATION(WS-CT-FOUND)
               END-IF
           END-IF.

       0113-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
               IF  WS-CT-ON-FILE(WS-CT-POS) EQUAL 'Y'
                   PERFORM 0202-00-PROVIDE-CONTRACT
               ELSE
                   ADD 1           TO WS-COUNT-RELEASED
               END-IF
               IF  WS-CT-REQUIRED(WS-CT-POS) NOT EQUAL ZEROS OR
                   WS-CT-PRIOR(WS-CT-POS)    NOT EQUAL ZEROS OR
                   WS-CT-AGED(WS-CT-POS)     NOT EQUAL 'Y' OR
                   WS-CT-PROBATION(WS-CT-POS) EQUAL 'Y'
                   PERFORM 0203-00-WRITE-CONTRACT
               END-IF
           END-PERFORM.

       0201-00-EXIT.
           EXIT.

       0202-00-PROVIDE-CONTRACT.

           IF  WS-CT-AGED(WS-CT-POS) NOT EQUAL 'Y'
               ADD 1               TO WS-COUNT-NOT-AGED
           END-IF.

           EVALUATE TRUE
             WHEN WS-CT-MONTHS-OVER(WS-CT-POS) EQUAL ZEROS
               MOVE 1              TO WS-BUCKET
             WHEN WS-CT-MONTHS-OVER(WS-CT-POS) EQUAL 1
               MOVE 2              TO WS-BUCKET
             WHEN WS-CT-MONTHS-OVER(WS-CT-POS) EQUAL 2
               MOVE 3              TO WS-BUCKET
             WHEN OTHER
               MOVE 4              TO WS-BUCKET
           END-EVALUATE.

           MOVE WS-BUCKET          TO WS-CT-BUCKET(WS-CT-POS).

           ADD WS-CT-ARREARS(WS-CT-POS)
                                   TO WS-CT-BALANCE(WS-CT-POS).

      *    THE COLLATERAL COVERS AT MOST THE WHOLE BALANCE.

           IF  WS-CT-COLLATERAL(WS-CT-POS)
                                   GREATER WS-CT-BALANCE(WS-CT-POS)
               MOVE WS-CT-BALANCE(WS-CT-POS)
                                   TO WS-DEDUCTED
           ELSE
               MOVE WS-CT-COLLATERAL(WS-CT-POS)
                                   TO WS-DEDUCTED
           END-IF.

           IF  WS-DEDUCTED         GREATER ZEROS
               ADD 1               TO WS-COUNT-SECURED
           END-IF.

           COMPUTE WS-CT-EXPOSURE(WS-CT-POS) =
               WS-CT-BALANCE(WS-CT-POS) - WS-DEDUCTED.

           COMPUTE WS-CT-REQUIRED(WS-CT-POS) ROUNDED =
               WS-CT-EXPOSURE(WS-CT-POS)
               * WS-BK-PERCENT(WS-BUCKET) / 100.

           IF  WS-CT-REQUIRED(WS-CT-POS) GREATER ZEROS
               ADD 1               TO WS-COUNT-PROVIDED
           END-IF.

           ADD WS-CT-EXPOSURE(WS-CT-POS)
                                   TO WS-BK-EXPOSURE(WS-BUCKET)
                                      WS-TOT-EXPOSURE.
           ADD WS-CT-REQUIRED(WS-CT-POS)
                                   TO WS-BK-REQUIRED(WS-BUCKET)
                                      WS-TOT-REQUIRED.

           IF  WS-CT-PROBATION(WS-CT-POS) EQUAL 'Y'
               ADD 1               TO WS-COUNT-PROBATION
               ADD WS-CT-EXPOSURE(WS-CT-POS)
                                   TO WS-PRB-EXPOSURE
               ADD WS-CT-REQUIRED(WS-CT-POS)
                                   TO WS-PRB-REQUIRED
               ADD WS-CT-PRIOR(WS-CT-POS)
                                   TO WS-PRB-PRIOR
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-CONTRACT.

           MOVE WS-CT-CONTRACT(WS-CT-POS)
                                   TO WS-RC-CONTRACT.
           MOVE WS-CT-BUCKET(WS-CT-POS)
                                   TO WS-RC-BUCKET.
           MOVE WS-CT-BALANCE(WS-CT-POS)
                                   TO WS-RC-BALANCE.
           COMPUTE WS-RC-COLLATERAL =
               WS-CT-BALANCE(WS-CT-POS) - WS-CT-EXPOSURE(WS-CT-POS).
           MOVE WS-BK-PERCENT(WS-CT-BUCKET(WS-CT-POS))
                                   TO WS-RC-PERCENT.
           MOVE WS-CT-REQUIRED(WS-CT-POS)
                                   TO WS-RC-REQUIRED.
           COMPUTE WS-RC-MOVEMENT =
               WS-CT-REQUIRED(WS-CT-POS) - WS-CT-PRIOR(WS-CT-POS).

           EVALUATE TRUE
             WHEN WS-CT-ON-FILE(WS-CT-POS) NOT EQUAL 'Y'
               MOVE 'C'            TO WS-RC-FLAG
               MOVE ZEROS          TO WS-RC-BUCKET
                                      WS-RC-PERCENT
             WHEN WS-CT-AGED(WS-CT-POS)    NOT EQUAL 'Y'
               MOVE '*'            TO WS-RC-FLAG
             WHEN OTHER
               MOVE SPACES         TO WS-RC-FLAG
           END-EVALUATE.

           IF  WS-CT-PROBATION(WS-CT-POS) EQUAL 'Y'
               MOVE 'R'            TO WS-RC-RESTRUCTURED
           ELSE
               MOVE SPACES         TO WS-RC-RESTRUCTURED
           END-IF.

           WRITE REG-LLPRPT        FROM WS-RPT-CONTRACT.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-SUMMARY.

           COMPUTE WS-PROVISION    = WS-TOT-REQUIRED - WS-TOT-PRIOR.

           WRITE REG-LLPRPT        FROM WS-RPT-NOTE
                                   AFTER 2 LINES.
           WRITE REG-LLPRPT        FROM WS-RPT-NOTE-2.

           WRITE REG-LLPRPT        FROM WS-RPT-HEADER-3
                                   AFTER 2 LINES.

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               MOVE WS-BK-DESCRIPTION(WS-BK-POS)
                                   TO WS-RB-DESCRIPTION
               MOVE WS-BK-EXPOSURE(WS-BK-POS)
                                   TO WS-RB-EXPOSURE
               MOVE WS-BK-PERCENT(WS-BK-POS)
                                   TO WS-RB-PERCENT
               MOVE WS-BK-REQUIRED(WS-BK-POS)
                                   TO WS-RB-REQUIRED
               MOVE WS-BK-PRIOR(WS-BK-POS)
                                   TO WS-RB-PRIOR
               COMPUTE WS-RB-MOVEMENT =
                   WS-BK-REQUIRED(WS-BK-POS)
                   - WS-BK-PRIOR(WS-BK-POS)
               WRITE REG-LLPRPT    FROM WS-RPT-BUCKET
           END-PERFORM.

           MOVE 'TOTAL'            TO WS-RB-DESCRIPTION.
           MOVE WS-TOT-EXPOSURE    TO WS-RB-EXPOSURE.
           MOVE ZEROS              TO WS-RB-PERCENT.
           MOVE WS-TOT-REQUIRED    TO WS-RB-REQUIRED.
           MOVE WS-TOT-PRIOR       TO WS-RB-PRIOR.
           MOVE WS-PROVISION       TO WS-RB-MOVEMENT.
           WRITE REG-LLPRPT        FROM WS-RPT-BUCKET
                                   AFTER 2 LINES.

      *    OF WHICH RESTRUCTURED CONTRACTS IN PROBATION.

           MOVE 'RESTRUCTURED'     TO WS-RB-DESCRIPTION.
           MOVE WS-PRB-EXPOSURE    TO WS-RB-EXPOSURE.
           MOVE ZEROS              TO WS-RB-PERCENT.
           MOVE WS-PRB-REQUIRED    TO WS-RB-REQUIRED.
           MOVE WS-PRB-PRIOR       TO WS-RB-PRIOR.
           COMPUTE WS-RB-MOVEMENT  = WS-PRB-REQUIRED - WS-PRB-PRIOR.
           WRITE REG-LLPRPT        FROM WS-RPT-BUCKET.

           MOVE 'ALLOWANCE BROUGHT FORWARD..............: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOT-PRIOR       TO WS-RR-AMOUNT.
           WRITE REG-LLPRPT        FROM WS-RPT-RECONCILE
                                   AFTER 2 LINES.

           MOVE 'PROVISION CHARGED (RELEASED) THIS MONTH: '
                                   TO WS-RR-LABEL.
           MOVE WS-PROVISION       TO WS-RR-AMOUNT.
           WRITE REG-LLPRPT        FROM WS-RPT-RECONCILE.

           MOVE 'REQUIRED ALLOWANCE CARRIED FORWARD.....: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOT-REQUIRED    TO WS-RR-AMOUNT.
           WRITE REG-LLPRPT        FROM WS-RPT-RECONCILE.

       0204-00-EXIT.
           EXIT.

       0205-00-EMIT-POSTINGS.

      *    A RELEASE OF THE ALLOWANCE REVERSES THE PROVISION ROW.

           MOVE 'L'                TO FD-GL-SOURCE-TYPE.
           MOVE WS-MP-DESCRIPTION  TO FD-GL-DESCRIPTION.

           EVALUATE TRUE
             WHEN WS-PROVISION     GREATER ZEROS
               MOVE WS-MP-DEBIT-ACCT
                                   TO WS-PAIR-DEBIT-ACCT
               MOVE WS-MP-CREDIT-ACCT
                                   TO WS-PAIR-CREDIT-ACCT
               MOVE WS-PROVISION   TO WS-PAIR-AMOUNT
               PERFORM 0206-00-WRITE-PAIR
             WHEN WS-PROVISION     LESS ZEROS
               MOVE WS-MP-CREDIT-ACCT
                                   TO WS-PAIR-DEBIT-ACCT
               MOVE WS-MP-DEBIT-ACCT
                                   TO WS-PAIR-CREDIT-ACCT
               COMPUTE WS-PAIR-AMOUNT = WS-PROVISION * -1
               PERFORM 0206-00-WRITE-PAIR
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

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

           OPEN OUTPUT LLPHSTN.

           MOVE SPACES             TO REG-LLPHSTN.
           MOVE ZEROS              TO FD-HN-CONTRACT.
           MOVE WS-ASOF            TO FD-HN-ASOF.
           MOVE ZEROS              TO FD-HN-BUCKET.
           MOVE WS-TOT-EXPOSURE    TO FD-HN-EXPOSURE.
           MOVE WS-TOT-REQUIRED    TO FD-HN-PROVISION.
           PERFORM 0209-00-WRITE-LLPHSTN.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
               IF  WS-CT-REQUIRED(WS-CT-POS) NOT EQUAL ZEROS
                   MOVE WS-CT-CONTRACT(WS-CT-POS)
                                   TO FD-HN-CONTRACT
                   MOVE WS-CT-BUCKET(WS-CT-POS)
                                   TO FD-HN-BUCKET
                   MOVE WS-CT-EXPOSURE(WS-CT-POS)
                                   TO FD-HN-EXPOSURE
                   MOVE WS-CT-REQUIRED(WS-CT-POS)
                                   TO FD-HN-PROVISION
                   PERFORM 0209-00-WRITE-LLPHSTN
               END-IF
           END-PERFORM.

           CLOSE LLPHSTN.

       0208-00-EXIT.
           EXIT.

       0209-00-WRITE-LLPHSTN.

           WRITE REG-LLPHSTN.

           IF  WS-FS-LLPHSTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0209-00-WRITE-LLPHSTN'
                                    ' FILE STATUS: ' WS-FS-LLPHSTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0209-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-LLPHSTO.

           READ LLPHSTO.

           EVALUATE WS-FS-LLPHSTO
             WHEN '00'
               CONTINUE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-LLPHSTO'
                                    ' FILE STATUS: ' WS-FS-LLPHSTO
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
                 LLPRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CONTRACTS  TO WS-FMT-AMOUNT
           DISPLAY '*  READ CONTRACTS: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-PROVIDED  TO WS-FMT-AMOUNT
           DISPLAY '*  PROVIDED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-SECURED   TO WS-FMT-AMOUNT
           DISPLAY '*  SECURED.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NOT-AGED  TO WS-FMT-AMOUNT
           DISPLAY '*  NOT AGED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-PROBATION TO WS-FMT-AMOUNT
           DISPLAY '*  IN PROBATION..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-RELEASED  TO WS-FMT-AMOUNT
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
