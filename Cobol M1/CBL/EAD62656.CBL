      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62656.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62656                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : RESTRUCTURE DELINQUENT LOAN CONTRACTS AND    *
      *                   KEEP THE CONTRACT HISTORY                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EACH APPROVED RESTRUCTURING (RESTRUCT) NAMES THE CONTRACT,   *
      *   THE ARREARS TO CAPITALIZE, THE NEW RATE AND THE NEW TERM.    *
      *   THE NEW PRINCIPAL IS THE SCHEDULED BALANCE AT THE RUN DATE   *
      *   (REMAINING DEBT OF THE LAST INSTALLMENT DUE ON PORTSCHD, AS  *
      *   EAD62617) PLUS THE ARREARS CAPITALIZED; THE RUN DATE IS THE  *
      *   NEW START DATE.  THE CONTRACT RECORD IS REWRITTEN - FIXED    *
      *   RATE, NO INDEX - AND THE EAD62550 RUN THAT FOLLOWS CLOSES    *
      *   THE OLD SCHEDULE AND GENERATES THE NEW ONE FROM IT, AS FOR   *
      *   A REPRICING (EAD62597).                                      *
      *                                                                *
      *   THE CONTRACT HISTORY (CTRHIST, APPENDED) KEEPS THE ORIGINAL  *
      *   VERSION (00, TYPE O), WRITTEN AT THE FIRST RESTRUCTURING,    *
      *   AND EVERY RESTRUCTURED VERSION (TYPE R) WITH THE BALANCE     *
      *   TAKEN OVER, THE ARREARS CAPITALIZED AND THE END OF THE       *
      *   PROBATION PERIOD, DURING WHICH THE AGING (EAD62594) AND THE  *
      *   LOAN-LOSS PROVISION (EAD62655) REPORT THE CONTRACT APART.    *
      *                                                                *
      *   ARREARS NOT CAPITALIZED ARE SHOWN ON THE REPORT TO BE        *
      *   SETTLED BY THE CREDIT DEPARTMENT: THE NEW SCHEDULE STARTS    *
      *   WITH NO ARREARS.                                             *
      *                                                                *
      *   SYSIN: RUN DATE (YYYYMMDD), PROBATION PERIOD IN MONTHS.      *
      *   RC=04: A RESTRUCTURING WAS REJECTED (LISTED WITH REASON).    *
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

           SELECT RESTRUCT         ASSIGN TO DA-S-RESTRUCT
               FILE STATUS         IS WS-FS-RESTRUCT.

           SELECT ARREARS          ASSIGN TO DA-S-ARREARS
               FILE STATUS         IS WS-FS-ARREARS.

           SELECT PORTSCHD         ASSIGN TO DA-S-PORTSCHD
               FILE STATUS         IS WS-FS-PORTSCHD.

           SELECT CTRHIST          ASSIGN TO DA-S-CTRHIST
               FILE STATUS         IS WS-FS-CTRHIST.

           SELECT CONTRNEW         ASSIGN TO DA-S-CONTRNEW
               FILE STATUS         IS WS-FS-CONTRNEW.

           SELECT RESTRPT          ASSIGN TO DA-S-RESTRPT.

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

       FD  RESTRUCT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RESTRUCT.
           03  FD-RS-CONTRACT      PIC 9(6).
           03  FD-RS-CAPITALIZE    PIC 9(7)V9(2).
           03  FD-RS-NEW-RATE      PIC 9(2)V9(2).
           03  FD-RS-NEW-TERM      PIC 9(3).
           03  FD-RS-APPROVED-BY   PIC X(8).
           03  FILLER              PIC X(50).

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

       FD  CONTRNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CONTRNEW.
           03  FD-CN-CONTRACT      PIC 9(6).
           03  FD-CN-CLIENT        PIC X(20).
           03  FD-CN-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-CN-RATE          PIC 9(2)V9(2).
           03  FD-CN-TERM          PIC 9(3).
           03  FD-CN-START-DATE    PIC 9(8).
           03  FD-CN-INDEX         PIC X(4).
           03  FD-CN-SPREAD        PIC 9(2)V9(2).

       FD  RESTRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RESTRPT             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62656'.

       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-RESTRUCT          PIC X(2)            VALUE ZEROS.
       77  WS-FS-ARREARS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CTRHIST           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CONTRNEW          PIC X(2)            VALUE ZEROS.

       77  WS-READ-CONTRACTS       PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-CONTRNEW       PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-CTRHIST        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-RESTRUCTURED   PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(5)            VALUE ZEROS.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR         PIC 9(4).
           03  WS-RUN-MONTH        PIC 9(2).
           03  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-DATE-N           REDEFINES WS-RUN-DATE
                                   PIC 9(8).

       77  WS-PROBATION-MONTHS     PIC 9(3)            VALUE ZEROS.

      *    END OF THE PROBATION: SAME DAY, PROBATION MONTHS LATER.
       77  WS-END-MONTHS           PIC 9(6)            VALUE ZEROS.
       01  WS-PROBATION-END.
           03  WS-PE-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-PE-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-PE-DAY           PIC 9(2)            VALUE ZEROS.
       01  WS-PROBATION-END-N      REDEFINES WS-PROBATION-END
                                   PIC 9(8).

      *    ONE ENTRY PER RESTRUCTURING; STATUS BLANK UNTIL THE
      *    CONTRACT IS MET, THEN A (APPLIED) OR X (REJECTED).
       77  WS-RS-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-RS-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-RS-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-RESTRUCT-TABLE.
           03  WS-RS-ENTRY         OCCURS 200 TIMES.
               05  WS-RS-CONTRACT  PIC 9(6).
               05  WS-RS-CAPITALIZE
                                   PIC 9(7)V9(2).
               05  WS-RS-NEW-RATE  PIC 9(2)V9(2).
               05  WS-RS-NEW-TERM  PIC 9(3).
               05  WS-RS-APPROVED-BY
                                   PIC X(8).
               05  WS-RS-STATUS    PIC X(1).
               05  WS-RS-REASON    PIC X(30).
               05  WS-RS-ARREARS   PIC 9(9)V9(2).
               05  WS-RS-AGED      PIC X(1).
               05  WS-RS-DUE-COUNT PIC 9(3).
               05  WS-RS-BALANCE   PIC 9(7)V9(2).
               05  WS-RS-LAST-VERSION
                                   PIC 9(2).

       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.
       77  WS-ELAPSED-MONTHS       PIC S9(5)           VALUE ZEROS.
       77  WS-START-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-START-MONTH          PIC 9(2)            VALUE ZEROS.

       77  WS-NEW-PRINCIPAL        PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-NOT-CAPITALIZED      PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-OLD-PAYMENT          PIC 9(5)V9(2)       VALUE ZEROS.
       77  WS-NEW-PAYMENT          PIC 9(5)V9(2)       VALUE ZEROS.

       77  WS-CALC-PRINCIPAL       PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-CALC-RATE            PIC 9(2)V9(2)       VALUE ZEROS.
       77  WS-CALC-TERM            PIC 9(3)            VALUE ZEROS.
       77  WS-RATE-FRACTION        PIC 9(1)V9(6)       VALUE ZEROS.
       77  WS-FACTOR               PIC 9(5)V9(9)       VALUE ZEROS.
       77  WS-POWER-IND            PIC 9(3)            VALUE ZEROS.
       77  WS-ANNUITY-NUMER        PIC 9(9)V9(6)       VALUE ZEROS.
       77  WS-ANNUITY-DENOM        PIC 9(5)V9(9)       VALUE ZEROS.
       77  WS-PAYMENT              PIC 9(5)V9(2)       VALUE ZEROS.
       77  WS-PAYMENT-OK-IND       PIC X(1)            VALUE 'Y'.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(36)           VALUE
           'LOAN RESTRUCTURING - RUN DATE:     '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(13)           VALUE
           '  PROBATION: '.
           03  WS-RH-PROBATION     PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(7)            VALUE
           ' MONTHS'.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'CONTR.      BALANCE  CAPITALIZED NEW PRI'.
           03  FILLER              PIC X(40)           VALUE
           'NCIP.  RATE TERM OLD PAY   NEW PAY VER  '.

       01  WS-RPT-DETAIL.
           03  WS-RD-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BALANCE       PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CAPITALIZED   PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-PRINCIPAL     PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-RATE          PIC Z9,99           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-TERM          PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OLD-PAY       PIC ZZ.ZZ9,99       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NEW-PAY       PIC ZZ.ZZ9,99       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-VERSION       PIC 99              VALUE ZEROS.

       01  WS-RPT-NOT-CAPITALIZED.
           03  FILLER              PIC X(7)            VALUE SPACES.
           03  FILLER              PIC X(30)           VALUE
           'ARREARS NOT CAPITALIZED......:'.
           03  WS-RN-AMOUNT        PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-RPT-REJECT-TITLE.
           03  FILLER              PIC X(40)           VALUE
           'RESTRUCTURINGS REJECTED                 '.

       01  WS-RPT-REJECT.
           03  WS-RJ-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RJ-APPROVED-BY   PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RJ-REASON        PIC X(30)           VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-CONTRACTS EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: RUN DATE (YYYYMMDD), PROBATION PERIOD IN MONTHS.

           ACCEPT WS-RUN-DATE      FROM SYSIN.
           ACCEPT WS-PROBATION-MONTHS
                                   FROM SYSIN.

           IF  WS-RUN-DATE-N       NOT NUMERIC OR
               WS-RUN-MONTH        LESS 01 OR
               WS-RUN-MONTH        GREATER 12 OR
               WS-PROBATION-MONTHS NOT NUMERIC
               DISPLAY ' RUN DATE / PROBATION PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-END-MONTHS =
               WS-RUN-YEAR * 12 + WS-RUN-MONTH - 1
               + WS-PROBATION-MONTHS.

           DIVIDE WS-END-MONTHS    BY 12
                                   GIVING WS-PE-YEAR
                                   REMAINDER WS-PE-MONTH.
           ADD 1                   TO WS-PE-MONTH.
           MOVE WS-RUN-DAY         TO WS-PE-DAY.

           PERFORM 0102-00-LOAD-RESTRUCT.
           PERFORM 0103-00-LOAD-ARREARS.
           PERFORM 0104-00-LOAD-TERMS.
           PERFORM 0105-00-LOAD-SCHEDULE.
           PERFORM 0106-00-LOAD-HISTORY.

           OPEN INPUT CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CONTRNEW
                       RESTRPT.

           OPEN EXTEND CTRHIST.

           IF  WS-FS-CTRHIST       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE-N      TO WS-RH-DATE.
           MOVE WS-PROBATION-MONTHS
                                   TO WS-RH-PROBATION.
           WRITE REG-RESTRPT       FROM WS-RPT-HEADER-1.
           WRITE REG-RESTRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-CONTRACTS.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-RESTRUCT.

           OPEN INPUT RESTRUCT.

           EVALUATE WS-FS-RESTRUCT
             WHEN '00'
               PERFORM UNTIL WS-FS-RESTRUCT EQUAL '10'
                   READ RESTRUCT
                   EVALUATE WS-FS-RESTRUCT
                     WHEN '00'
                       PERFORM 0107-00-ADD-RESTRUCT
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-RESTRUCT'
                                    ' FILE STATUS: ' WS-FS-RESTRUCT
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE RESTRUCT
             WHEN '35'
      *        NOTHING APPROVED: THE CONTRACTS PASS THROUGH UNCHANGED
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-RESTRUCT'
                                    ' FILE STATUS: ' WS-FS-RESTRUCT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-ARREARS.

           OPEN INPUT ARREARS.

           EVALUATE WS-FS-ARREARS
             WHEN '00'
               PERFORM UNTIL WS-FS-ARREARS EQUAL '10'
                   READ ARREARS
                   EVALUATE WS-FS-ARREARS
                     WHEN '00'
                       MOVE FD-AR-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0108-00-FIND-RESTRUCT
                       IF  WS-RS-FOUND GREATER ZEROS
                           MOVE FD-AR-ARREARS
                               TO WS-RS-ARREARS(WS-RS-FOUND)
                           MOVE 'Y'
                               TO WS-RS-AGED(WS-RS-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-ARREARS'
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
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-ARREARS'
                                    ' FILE STATUS: ' WS-FS-ARREARS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-TERMS.

      *    A FIRST PASS OVER THE CONTRACTS GIVES THE INSTALLMENTS DUE
      *    AT THE RUN DATE OF THE CONTRACTS TO RESTRUCTURE: WHOLE
      *    MONTHS FROM THE START, CAPPED AT THE TERM (AS EAD62617).
      *    BEFORE THE FIRST ONE THE BALANCE IS THE PRINCIPAL.

           OPEN INPUT CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               PERFORM UNTIL WS-FS-CONTRACTS EQUAL '10'
                   READ CONTRACTS
                   EVALUATE WS-FS-CONTRACTS
                     WHEN '00'
                       MOVE FD-CT-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0108-00-FIND-RESTRUCT
                       IF  WS-RS-FOUND GREATER ZEROS
                           MOVE FD-CT-PRINCIPAL
                               TO WS-RS-BALANCE(WS-RS-FOUND)
                           PERFORM 0109-00-COUNT-DUE
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-TERMS'
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
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-TERMS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    THE MAIN PASS READS THE CONTRACTS AGAIN FROM THE TOP.
           MOVE ZEROS              TO WS-FS-CONTRACTS.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-SCHEDULE.

      *    THE REMAINING DEBT OF THE LAST INSTALLMENT DUE IS THE
      *    BALANCE TAKEN OVER BY THE NEW SCHEDULE.

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
                           PERFORM 0108-00-FIND-RESTRUCT
                       END-IF
                       IF  WS-RS-FOUND GREATER ZEROS AND
                           WS-RS-DUE-COUNT(WS-RS-FOUND)
                                   GREATER ZEROS AND
                           FD-PS-MONTH EQUAL
                                   WS-RS-DUE-COUNT(WS-RS-FOUND)
                           MOVE FD-PS-DEBT
                               TO WS-RS-BALANCE(WS-RS-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-SCHEDULE'
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
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-SCHEDULE'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-LOAD-HISTORY.

      *    THE LAST VERSION ON THE HISTORY OF EACH CONTRACT TO
      *    RESTRUCTURE; NONE YET MEANS ITS ORIGINAL IS STILL TO BE
      *    KEPT.

           OPEN INPUT CTRHIST.

           EVALUATE WS-FS-CTRHIST
             WHEN '00'
               PERFORM UNTIL WS-FS-CTRHIST EQUAL '10'
                   READ CTRHIST
                   EVALUATE WS-FS-CTRHIST
                     WHEN '00'
                       MOVE FD-CH-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0108-00-FIND-RESTRUCT
                       IF  WS-RS-FOUND GREATER ZEROS AND
                           FD-CH-TYPE  EQUAL 'R' AND
                           FD-CH-VERSION GREATER
                               WS-RS-LAST-VERSION(WS-RS-FOUND)
                           MOVE FD-CH-VERSION
                               TO WS-RS-LAST-VERSION(WS-RS-FOUND)
                       END-IF
      *                A RERUN MUST NOT RESTRUCTURE THE CONTRACT TWICE
                       IF  WS-RS-FOUND GREATER ZEROS AND
                           FD-CH-TYPE  EQUAL 'R' AND
                           FD-CH-RESTRUCT-DATE EQUAL WS-RUN-DATE-N
                           MOVE 'X'
                               TO WS-RS-STATUS(WS-RS-FOUND)
                           MOVE 'ALREADY RESTRUCTURED ON DATE'
                               TO WS-RS-REASON(WS-RS-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CTRHIST
             WHEN '35'
      *        FIRST RESTRUCTURING EVER: THE HISTORY STARTS HERE
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-ADD-RESTRUCT.

           IF  WS-RS-COUNT         NOT LESS 200
               DISPLAY ' RESTRUCTURING TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A SECOND RESTRUCTURING OF THE SAME CONTRACT IN ONE RUN IS
      *    REJECTED; THE FIRST ONE STANDS.

           MOVE FD-RS-CONTRACT     TO WS-CURRENT-CONTRACT.
           PERFORM 0108-00-FIND-RESTRUCT.

           ADD 1                   TO WS-RS-COUNT.

           MOVE FD-RS-CONTRACT     TO WS-RS-CONTRACT(WS-RS-COUNT).
           MOVE FD-RS-CAPITALIZE   TO WS-RS-CAPITALIZE(WS-RS-COUNT).
           MOVE FD-RS-NEW-RATE     TO WS-RS-NEW-RATE(WS-RS-COUNT).
           MOVE FD-RS-NEW-TERM     TO WS-RS-NEW-TERM(WS-RS-COUNT).
           MOVE FD-RS-APPROVED-BY  TO WS-RS-APPROVED-BY(WS-RS-COUNT).
           MOVE SPACES             TO WS-RS-STATUS(WS-RS-COUNT)
                                      WS-RS-REASON(WS-RS-COUNT).
           MOVE 'N'                TO WS-RS-AGED(WS-RS-COUNT).
           MOVE ZEROS              TO WS-RS-ARREARS(WS-RS-COUNT)
                                      WS-RS-DUE-COUNT(WS-RS-COUNT)
                                      WS-RS-BALANCE(WS-RS-COUNT)
                                      WS-RS-LAST-VERSION(WS-RS-COUNT).

           IF  WS-RS-FOUND         GREATER ZEROS
               MOVE 'X'            TO WS-RS-STATUS(WS-RS-COUNT)
               MOVE 'DUPLICATE IN THIS RUN'
                                   TO WS-RS-REASON(WS-RS-COUNT)
           END-IF.

       0107-00-EXIT.
           EXIT.

       0108-00-FIND-RESTRUCT.

           MOVE ZEROS              TO WS-RS-FOUND.

           PERFORM VARYING WS-RS-POS FROM 1 BY 1
             UNTIL WS-RS-POS       GREATER WS-RS-COUNT
                OR WS-RS-FOUND     GREATER ZEROS
               IF  WS-RS-CONTRACT(WS-RS-POS)
                                   EQUAL WS-CURRENT-CONTRACT AND
                   WS-RS-STATUS(WS-RS-POS)
                                   NOT EQUAL 'X'
                   MOVE WS-RS-POS  TO WS-RS-FOUND
               END-IF
           END-PERFORM.

       0108-00-EXIT.
           EXIT.

       0109-00-COUNT-DUE.

           MOVE FD-CT-START-DATE(1:4)
                                   TO WS-START-YEAR.
           MOVE FD-CT-START-DATE(5:2)
                                   TO WS-START-MONTH.

           COMPUTE WS-ELAPSED-MONTHS =
               ((WS-RUN-YEAR - WS-START-YEAR) * 12)
               + WS-RUN-MONTH - WS-START-MONTH.

           EVALUATE TRUE
             WHEN WS-ELAPSED-MONTHS LESS ZEROS
               MOVE ZEROS          TO WS-RS-DUE-COUNT(WS-RS-FOUND)
             WHEN WS-ELAPSED-MONTHS GREATER FD-CT-TERM
               MOVE FD-CT-TERM     TO WS-RS-DUE-COUNT(WS-RS-FOUND)
             WHEN OTHER
               MOVE WS-ELAPSED-MONTHS
                                   TO WS-RS-DUE-COUNT(WS-RS-FOUND)
           END-EVALUATE.

       0109-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE FD-CT-CONTRACT     TO WS-CURRENT-CONTRACT.
           PERFORM 0108-00-FIND-RESTRUCT.

           MOVE REG-CONTRACTS      TO REG-CONTRNEW.

           IF  WS-RS-FOUND         GREATER ZEROS
               PERFORM 0202-00-CHECK-RESTRUCT
               IF  WS-RS-STATUS(WS-RS-FOUND) EQUAL SPACES
                   PERFORM 0203-00-RESTRUCTURE
               END-IF
           END-IF.

           PERFORM 0206-00-WRITE-CONTRNEW.

           PERFORM 0301-00-READ-CONTRACTS.

       0201-00-EXIT.
           EXIT.

       0202-00-CHECK-RESTRUCT.

           MOVE 'X'                TO WS-RS-STATUS(WS-RS-FOUND).

           EVALUATE TRUE
             WHEN WS-RS-NEW-RATE(WS-RS-FOUND)   NOT NUMERIC OR
                  WS-RS-NEW-TERM(WS-RS-FOUND)   NOT NUMERIC OR
                  WS-RS-NEW-TERM(WS-RS-FOUND)   EQUAL ZEROS OR
                  WS-RS-NEW-TERM(WS-RS-FOUND)   GREATER 360
               MOVE 'NEW RATE OR TERM INVALID'
                                   TO WS-RS-REASON(WS-RS-FOUND)

             WHEN WS-RS-CAPITALIZE(WS-RS-FOUND) NOT NUMERIC
               MOVE 'CAPITALIZED AMOUNT INVALID'
                                   TO WS-RS-REASON(WS-RS-FOUND)

             WHEN WS-RS-AGED(WS-RS-FOUND)       NOT EQUAL 'Y'
               MOVE 'NO ARREARS POSITION'
                                   TO WS-RS-REASON(WS-RS-FOUND)

             WHEN WS-RS-CAPITALIZE(WS-RS-FOUND)
                                   GREATER WS-RS-ARREARS(WS-RS-FOUND)
               MOVE 'CAPITALIZED OVER THE ARREARS'
                                   TO WS-RS-REASON(WS-RS-FOUND)

             WHEN OTHER
               ADD WS-RS-BALANCE(WS-RS-FOUND)
                   WS-RS-CAPITALIZE(WS-RS-FOUND)
                   GIVING WS-NEW-PRINCIPAL
                   ON SIZE ERROR
                       MOVE 'NEW PRINCIPAL TOO LARGE'
                                   TO WS-RS-REASON(WS-RS-FOUND)
               END-ADD
               IF  WS-RS-REASON(WS-RS-FOUND) EQUAL SPACES AND
                   WS-NEW-PRINCIPAL          EQUAL ZEROS
                   MOVE 'NOTHING LEFT TO RESTRUCTURE'
                                   TO WS-RS-REASON(WS-RS-FOUND)
               END-IF
           END-EVALUATE.

           IF  WS-RS-REASON(WS-RS-FOUND) EQUAL SPACES
               MOVE WS-NEW-PRINCIPAL
                                   TO WS-CALC-PRINCIPAL
               MOVE WS-RS-NEW-RATE(WS-RS-FOUND)
                                   TO WS-CALC-RATE
               MOVE WS-RS-NEW-TERM(WS-RS-FOUND)
                                   TO WS-CALC-TERM
               PERFORM 0205-00-DERIVE-PAYMENT
               IF  WS-PAYMENT-OK-IND EQUAL 'Y'
                   MOVE WS-PAYMENT TO WS-NEW-PAYMENT
                   MOVE SPACES     TO WS-RS-STATUS(WS-RS-FOUND)
               ELSE
                   MOVE 'NEW INSTALLMENT TOO LARGE'
                                   TO WS-RS-REASON(WS-RS-FOUND)
               END-IF
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-RESTRUCTURE.

           MOVE 'A'                TO WS-RS-STATUS(WS-RS-FOUND).
           ADD 1                   TO WS-COUNT-RESTRUCTURED.

           MOVE FD-CT-PRINCIPAL    TO WS-CALC-PRINCIPAL.
           MOVE FD-CT-RATE         TO WS-CALC-RATE.
           MOVE FD-CT-TERM         TO WS-CALC-TERM.
           PERFORM 0205-00-DERIVE-PAYMENT.
           MOVE WS-PAYMENT         TO WS-OLD-PAYMENT.

      *    THE FIRST RESTRUCTURING KEEPS THE ORIGINAL AS VERSION 00.

           IF  WS-RS-LAST-VERSION(WS-RS-FOUND) EQUAL ZEROS
               MOVE SPACES         TO REG-CTRHIST
               MOVE FD-CT-CONTRACT TO FD-CH-CONTRACT
               MOVE ZEROS          TO FD-CH-VERSION
               MOVE 'O'            TO FD-CH-TYPE
               MOVE FD-CT-CLIENT   TO FD-CH-CLIENT
               MOVE FD-CT-PRINCIPAL
                                   TO FD-CH-PRINCIPAL
               MOVE FD-CT-RATE     TO FD-CH-RATE
               MOVE FD-CT-TERM     TO FD-CH-TERM
               MOVE FD-CT-START-DATE
                                   TO FD-CH-START-DATE
               MOVE FD-CT-INDEX    TO FD-CH-INDEX
               MOVE FD-CT-SPREAD   TO FD-CH-SPREAD
               MOVE ZEROS          TO FD-CH-RESTRUCT-DATE
                                      FD-CH-PRIOR-BALANCE
                                      FD-CH-CAPITALIZED
                                      FD-CH-PROBATION-END
               PERFORM 0204-00-WRITE-CTRHIST
           END-IF.

           MOVE WS-NEW-PRINCIPAL   TO FD-CN-PRINCIPAL.
           MOVE WS-RS-NEW-RATE(WS-RS-FOUND)
                                   TO FD-CN-RATE.
           MOVE WS-RS-NEW-TERM(WS-RS-FOUND)
                                   TO FD-CN-TERM.
           MOVE WS-RUN-DATE-N      TO FD-CN-START-DATE.
           MOVE SPACES             TO FD-CN-INDEX.
           MOVE ZEROS              TO FD-CN-SPREAD.

           MOVE SPACES             TO REG-CTRHIST.
           MOVE FD-CN-CONTRACT     TO FD-CH-CONTRACT.
           COMPUTE FD-CH-VERSION   = WS-RS-LAST-VERSION(WS-RS-FOUND)
                                     + 1.
           MOVE 'R'                TO FD-CH-TYPE.
           MOVE FD-CN-CLIENT       TO FD-CH-CLIENT.
           MOVE FD-CN-PRINCIPAL    TO FD-CH-PRINCIPAL.
           MOVE FD-CN-RATE         TO FD-CH-RATE.
           MOVE FD-CN-TERM         TO FD-CH-TERM.
           MOVE FD-CN-START-DATE   TO FD-CH-START-DATE.
           MOVE FD-CN-INDEX        TO FD-CH-INDEX.
           MOVE FD-CN-SPREAD       TO FD-CH-SPREAD.
           MOVE WS-RUN-DATE-N      TO FD-CH-RESTRUCT-DATE.
           MOVE WS-RS-BALANCE(WS-RS-FOUND)
                                   TO FD-CH-PRIOR-BALANCE.
           MOVE WS-RS-CAPITALIZE(WS-RS-FOUND)
                                   TO FD-CH-CAPITALIZED.
           MOVE WS-PROBATION-END-N TO FD-CH-PROBATION-END.
           MOVE WS-RS-APPROVED-BY(WS-RS-FOUND)
                                   TO FD-CH-APPROVED-BY.
           PERFORM 0204-00-WRITE-CTRHIST.

           MOVE FD-CN-CONTRACT     TO WS-RD-CONTRACT.
           MOVE WS-RS-BALANCE(WS-RS-FOUND)
                                   TO WS-RD-BALANCE.
           MOVE WS-RS-CAPITALIZE(WS-RS-FOUND)
                                   TO WS-RD-CAPITALIZED.
           MOVE FD-CN-PRINCIPAL    TO WS-RD-PRINCIPAL.
           MOVE FD-CN-RATE         TO WS-RD-RATE.
           MOVE FD-CN-TERM         TO WS-RD-TERM.
           MOVE WS-OLD-PAYMENT     TO WS-RD-OLD-PAY.
           MOVE WS-NEW-PAYMENT     TO WS-RD-NEW-PAY.
           MOVE FD-CH-VERSION      TO WS-RD-VERSION.
           WRITE REG-RESTRPT       FROM WS-RPT-DETAIL.

           COMPUTE WS-NOT-CAPITALIZED =
               WS-RS-ARREARS(WS-RS-FOUND)
               - WS-RS-CAPITALIZE(WS-RS-FOUND).

           IF  WS-NOT-CAPITALIZED  GREATER ZEROS
               MOVE WS-NOT-CAPITALIZED
                                   TO WS-RN-AMOUNT
               WRITE REG-RESTRPT   FROM WS-RPT-NOT-CAPITALIZED
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-CTRHIST.

           WRITE REG-CTRHIST.

           EVALUATE WS-FS-CTRHIST
             WHEN '00'
               ADD 1               TO WS-WRITE-CTRHIST
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-WRITE-CTRHIST'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

       0205-00-DERIVE-PAYMENT.

      *    SAME ANNUITY FORMULA AS EAD62550, OVER WS-CALC-PRINCIPAL,
      *    WS-CALC-RATE AND WS-CALC-TERM.

           MOVE 'Y'                TO WS-PAYMENT-OK-IND.

           COMPUTE WS-RATE-FRACTION =
               WS-CALC-RATE / 100.

           MOVE 1                  TO WS-FACTOR.

           PERFORM VARYING WS-POWER-IND FROM 1 BY 1
             UNTIL WS-POWER-IND    GREATER WS-CALC-TERM
               COMPUTE WS-FACTOR ROUNDED =
                   WS-FACTOR * (1 + WS-RATE-FRACTION)
           END-PERFORM.

           IF  WS-RATE-FRACTION    EQUAL ZEROS
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-CALC-PRINCIPAL / WS-CALC-TERM
                   ON SIZE ERROR
                       MOVE 'N'    TO WS-PAYMENT-OK-IND
               END-COMPUTE
           ELSE
               COMPUTE WS-ANNUITY-NUMER ROUNDED =
                   WS-CALC-PRINCIPAL * WS-RATE-FRACTION * WS-FACTOR
               COMPUTE WS-ANNUITY-DENOM =
                   WS-FACTOR - 1
               COMPUTE WS-PAYMENT ROUNDED =
                   WS-ANNUITY-NUMER / WS-ANNUITY-DENOM
                   ON SIZE ERROR
                       MOVE 'N'    TO WS-PAYMENT-OK-IND
               END-COMPUTE
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-WRITE-CONTRNEW.

           WRITE REG-CONTRNEW.

           EVALUATE WS-FS-CONTRNEW
             WHEN '00'
               ADD 1               TO WS-WRITE-CONTRNEW
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0206-00-WRITE-CONTRNEW'
                                    ' FILE STATUS: ' WS-FS-CONTRNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

       0207-00-LIST-REJECTED.

      *    A RESTRUCTURING WHOSE CONTRACT NEVER CAME UP IS NOT ON
      *    THE PORTFOLIO.

           WRITE REG-RESTRPT       FROM WS-RPT-REJECT-TITLE
                                   AFTER 2 LINES.

           PERFORM VARYING WS-RS-POS FROM 1 BY 1
             UNTIL WS-RS-POS       GREATER WS-RS-COUNT
               IF  WS-RS-STATUS(WS-RS-POS) EQUAL SPACES
                   MOVE 'X'        TO WS-RS-STATUS(WS-RS-POS)
                   MOVE 'CONTRACT NOT ON THE PORTFOLIO'
                                   TO WS-RS-REASON(WS-RS-POS)
               END-IF
               IF  WS-RS-STATUS(WS-RS-POS) EQUAL 'X'
                   ADD 1           TO WS-COUNT-REJECTED
                   MOVE WS-RS-CONTRACT(WS-RS-POS)
                                   TO WS-RJ-CONTRACT
                   MOVE WS-RS-APPROVED-BY(WS-RS-POS)
                                   TO WS-RJ-APPROVED-BY
                   MOVE WS-RS-REASON(WS-RS-POS)
                                   TO WS-RJ-REASON
                   WRITE REG-RESTRPT
                                   FROM WS-RPT-REJECT
               END-IF
           END-PERFORM.

       0207-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CONTRACTS.

           READ CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               ADD 1               TO WS-READ-CONTRACTS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0207-00-LIST-REJECTED.

           CLOSE CONTRACTS
                 CONTRNEW
                 CTRHIST
                 RESTRPT.

      *    THE REWRITTEN FILE MUST HOLD EVERY CONTRACT BEFORE IT
      *    REPLACES THE OLD ONE.

           IF  WS-WRITE-CONTRNEW   NOT EQUAL WS-READ-CONTRACTS
               DISPLAY ' CONTRACT COUNT MISMATCH - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CONTRACTS  TO WS-FMT-AMOUNT
           DISPLAY '*  READ CONTRACTS: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-RESTRUCTURED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  RESTRUCTURED..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-CTRHIST   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE HISTORY.: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-REJECTED   GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.
