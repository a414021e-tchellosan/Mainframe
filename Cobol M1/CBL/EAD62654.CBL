      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62654.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62654                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTHLY LOAN-TO-VALUE MONITORING OVER THE    *
      *                   COLLATERAL REGISTER                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE COLLATERAL REGISTER HOLDS ONE RECORD PER ITEM (SEVERAL   *
      *   PER CONTRACT ALLOWED): TYPE, DESCRIPTION, APPRAISED VALUE,   *
      *   APPRAISAL DATE AND LIEN RANK.  THE REPORT HAS TWO PARTS:     *
      *     - THE ITEMS DUE FOR RE-APPRAISAL (APPRAISAL DATE PLUS      *
      *       THE INTERVAL NOT AFTER THE AS-OF DATE), ITEMS WITHOUT    *
      *       A VALID APPRAISAL AND ITEMS FOR CONTRACTS NOT ON THE     *
      *       PORTFOLIO;                                               *
      *     - PER SECURED CONTRACT, THE OUTSTANDING BALANCE (THE       *
      *       REMAINING DEBT OF THE LAST INSTALLMENT DUE ON PORTSCHD,  *
      *       AS EAD62617) AGAINST THE APPRAISED VALUE OF ALL ITS      *
      *       ITEMS, WITH THE CONTRACTS ABOVE THE POLICY LTV FLAGGED.  *
      *       A CONTRACT HOLDING A JUNIOR LIEN (RANK ABOVE 1) IS       *
      *       MARKED, SINCE THE PRIOR CLAIMS ARE NOT NETTED.           *
      *   RC=04 = A CONTRACT ABOVE POLICY OR AN ITEM ON THE FIRST      *
      *   PART.                                                        *
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

           SELECT PORTSCHD         ASSIGN TO DA-S-PORTSCHD
               FILE STATUS         IS WS-FS-PORTSCHD.

           SELECT COLLAT           ASSIGN TO DA-S-COLLAT
               FILE STATUS         IS WS-FS-COLLAT.

           SELECT LTVRPT           ASSIGN TO DA-S-LTVRPT.

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
           03  FILLER              REDEFINES FD-CL-APPRAISAL-DATE.
               05  FD-CL-APPR-YEAR PIC 9(4).
               05  FD-CL-APPR-MONTH
                                   PIC 9(2).
               05  FD-CL-APPR-DAY  PIC 9(2).
           03  FD-CL-LIEN-RANK     PIC 9(1).
           03  FILLER              PIC X(20).

       FD  LTVRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LTVRPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62654'.

       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-COLLAT            PIC X(2)            VALUE ZEROS.

       01  WS-AS-OF-DATE.
           03  WS-AO-YEAR          PIC 9(4).
           03  WS-AO-MONTH         PIC 9(2).
           03  WS-AO-DAY           PIC 9(2).
       01  WS-AS-OF-DATE-N         REDEFINES WS-AS-OF-DATE
                                   PIC 9(8).

       77  WS-POLICY-LTV           PIC 9(3)            VALUE ZEROS.
       77  WS-REAPPRAISAL-MONTHS   PIC 9(3)            VALUE ZEROS.

       77  WS-READ-SCHEDULE        PIC 9(7)            VALUE ZEROS.
       77  WS-READ-COLLAT          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-SECURED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-OVER-POLICY    PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REAPPRAISE     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-INVALID        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NO-CONTRACT    PIC 9(5)            VALUE ZEROS.

       77  WS-CT-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-CT-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-CT-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-CONTRACT-TABLE.
           03  WS-CT-ENTRY         OCCURS 500 TIMES.
               05  WS-CT-CONTRACT  PIC 9(6).
               05  WS-CT-CLIENT    PIC X(20).
               05  WS-CT-TERM      PIC 9(3).
               05  WS-CT-DUE-COUNT PIC 9(3).
               05  WS-CT-OUTSTANDING
                                   PIC 9(7)V9(2).
               05  WS-CT-COLLATERAL
                                   PIC 9(11)V9(2).
               05  WS-CT-ITEMS     PIC 9(3).
               05  WS-CT-JUNIOR-IND
                                   PIC X(1).

      *    SCHEDULE PASS
       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.
       77  WS-ELAPSED-MONTHS       PIC S9(5)           VALUE ZEROS.
       77  WS-START-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-START-MONTH          PIC 9(2)            VALUE ZEROS.

      *    RE-APPRAISAL DUE DATE OF THE ITEM BEING READ
       77  WS-DUE-MONTHS           PIC 9(6)            VALUE ZEROS.
       01  WS-DUE-DATE.
           03  WS-DD-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-DD-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-DD-DAY           PIC 9(2)            VALUE ZEROS.
       01  WS-DUE-DATE-N           REDEFINES WS-DUE-DATE
                                   PIC 9(8).

       77  WS-ITEM-REASON          PIC X(11)           VALUE SPACES.
       77  WS-LTV                  PIC 9(4)V9(1)       VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(38)           VALUE
           'LOAN-TO-VALUE MONITORING - AS OF:     '.
           03  WS-RH-DAY           PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-RH-MONTH         PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-RH-YEAR          PIC 9(4)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(13)           VALUE
           'POLICY LTV:  '.
           03  WS-RH-POLICY        PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(25)           VALUE
           ' PCT    RE-APPRAISAL:    '.
           03  WS-RH-INTERVAL      PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(7)            VALUE
           ' MONTHS'.

       01  WS-RPT-ITEM-TITLE.
           03  FILLER              PIC X(40)           VALUE
           'COLLATERAL NEEDING ATTENTION            '.

       01  WS-RPT-ITEM-HEADER.
           03  FILLER              PIC X(40)           VALUE
           'CONTR.  IT TP DESCRIPTION               '.
           03  FILLER              PIC X(39)           VALUE
           '     APPRAISED REASON                  '.

       01  WS-RPT-ITEM-LINE.
           03  WS-RI-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RI-ITEM          PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RI-TYPE          PIC X(2)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RI-DESCRIPTION   PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RI-DATE          PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RI-REASON        PIC X(11)           VALUE SPACES.

       01  WS-RPT-LTV-TITLE.
           03  FILLER              PIC X(40)           VALUE
           'SECURED CONTRACTS                       '.

       01  WS-RPT-LTV-HEADER.
           03  FILLER              PIC X(40)           VALUE
           'CONTR.  CLIENT                OUTSTANDIN'.
           03  FILLER              PIC X(39)           VALUE
           'G     COLLATERAL    LTV  J             '.

       01  WS-RPT-LTV-LINE.
           03  WS-RL-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RL-CLIENT        PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RL-OUTSTANDING   PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RL-COLLATERAL    PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RL-LTV           PIC ZZZ9,9          VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RL-JUNIOR        PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RL-FLAG          PIC X(11)           VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CHECK-ITEM
             UNTIL WS-FS-COLLAT    EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: AS-OF DATE (YYYYMMDD), POLICY LTV PERCENT (999)
      *    AND RE-APPRAISAL INTERVAL IN MONTHS (999).

           ACCEPT WS-AS-OF-DATE    FROM SYSIN.
           ACCEPT WS-POLICY-LTV    FROM SYSIN.
           ACCEPT WS-REAPPRAISAL-MONTHS
                                   FROM SYSIN.

           IF  WS-AS-OF-DATE-N     NOT NUMERIC OR
               WS-AO-MONTH         LESS 01 OR
               WS-AO-MONTH         GREATER 12 OR
               WS-POLICY-LTV       NOT NUMERIC OR
               WS-POLICY-LTV       EQUAL ZEROS OR
               WS-REAPPRAISAL-MONTHS NOT NUMERIC OR
               WS-REAPPRAISAL-MONTHS EQUAL ZEROS
               DISPLAY ' LTV POLICY PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-CONTRACTS.
           PERFORM 0103-00-LOAD-SCHEDULE.

           OPEN INPUT COLLAT.

           EVALUATE WS-FS-COLLAT
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' COLLATERAL REGISTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-COLLAT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT LTVRPT.

           MOVE WS-AO-DAY          TO WS-RH-DAY.
           MOVE WS-AO-MONTH        TO WS-RH-MONTH.
           MOVE WS-AO-YEAR         TO WS-RH-YEAR.
           MOVE WS-POLICY-LTV      TO WS-RH-POLICY.
           MOVE WS-REAPPRAISAL-MONTHS
                                   TO WS-RH-INTERVAL.

           WRITE REG-LTVRPT        FROM WS-RPT-HEADER-1.
           WRITE REG-LTVRPT        FROM WS-RPT-HEADER-2.
           WRITE REG-LTVRPT        FROM WS-RPT-ITEM-TITLE
                                   AFTER 2 LINES.
           WRITE REG-LTVRPT        FROM WS-RPT-ITEM-HEADER.

           PERFORM 0301-00-READ-COLLAT.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CONTRACTS.

      *    UNTIL THE SCHEDULE PASS SAYS OTHERWISE A CONTRACT OWES ITS
      *    WHOLE PRINCIPAL.

           OPEN INPUT CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               PERFORM UNTIL WS-FS-CONTRACTS EQUAL '10'
                   READ CONTRACTS
                   EVALUATE WS-FS-CONTRACTS
                     WHEN '00'
                       IF  WS-CT-COUNT LESS 500
                           ADD 1   TO WS-CT-COUNT
                           MOVE FD-CT-CONTRACT
                               TO WS-CT-CONTRACT(WS-CT-COUNT)
                           MOVE FD-CT-CLIENT
                               TO WS-CT-CLIENT(WS-CT-COUNT)
                           MOVE FD-CT-TERM
                               TO WS-CT-TERM(WS-CT-COUNT)
                           MOVE FD-CT-PRINCIPAL
                               TO WS-CT-OUTSTANDING(WS-CT-COUNT)
                           MOVE ZEROS
                               TO WS-CT-COLLATERAL(WS-CT-COUNT)
                           MOVE ZEROS
                               TO WS-CT-ITEMS(WS-CT-COUNT)
                           MOVE 'N'
                               TO WS-CT-JUNIOR-IND(WS-CT-COUNT)
                           PERFORM 0104-00-COUNT-DUE
                       ELSE
                           DISPLAY ' CONTRACT TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CONTRACTS'
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
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-SCHEDULE.

      *    THE REMAINING DEBT OF THE LAST INSTALLMENT DUE IS THE
      *    OUTSTANDING BALANCE.

           OPEN INPUT PORTSCHD.

           EVALUATE WS-FS-PORTSCHD
             WHEN '00'
               PERFORM UNTIL WS-FS-PORTSCHD EQUAL '10'
                   READ PORTSCHD
                   EVALUATE WS-FS-PORTSCHD
                     WHEN '00'
                       ADD 1       TO WS-READ-SCHEDULE
                       IF  FD-PS-CONTRACT
                                   NOT EQUAL WS-CURRENT-CONTRACT
                           MOVE FD-PS-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                           PERFORM 0105-00-FIND-CONTRACT
                       END-IF
                       IF  WS-CT-FOUND GREATER ZEROS AND
                           FD-PS-MONTH EQUAL
                                   WS-CT-DUE-COUNT(WS-CT-FOUND)
                           MOVE FD-PS-DEBT
                               TO WS-CT-OUTSTANDING(WS-CT-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-SCHEDULE'
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
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-SCHEDULE'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-COUNT-DUE.

      *    INSTALLMENTS DUE = WHOLE MONTHS FROM THE CONTRACT START
      *    TO THE AS-OF DATE, CAPPED AT THE TERM (AS EAD62617).

           MOVE FD-CT-START-DATE(1:4)
                                   TO WS-START-YEAR.
           MOVE FD-CT-START-DATE(5:2)
                                   TO WS-START-MONTH.

           COMPUTE WS-ELAPSED-MONTHS =
               ((WS-AO-YEAR - WS-START-YEAR) * 12)
               + WS-AO-MONTH - WS-START-MONTH.

           EVALUATE TRUE
             WHEN WS-ELAPSED-MONTHS LESS ZEROS
               MOVE ZEROS          TO WS-CT-DUE-COUNT(WS-CT-COUNT)
             WHEN WS-ELAPSED-MONTHS GREATER FD-CT-TERM
               MOVE FD-CT-TERM     TO WS-CT-DUE-COUNT(WS-CT-COUNT)
             WHEN OTHER
               MOVE WS-ELAPSED-MONTHS
                                   TO WS-CT-DUE-COUNT(WS-CT-COUNT)
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-FIND-CONTRACT.

           MOVE ZEROS              TO WS-CT-FOUND.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
                OR WS-CT-FOUND     GREATER ZEROS
               IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL WS-CURRENT-CONTRACT
                   MOVE WS-CT-POS  TO WS-CT-FOUND
               END-IF
           END-PERFORM.

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CHECK-ITEM.

           MOVE FD-CL-CONTRACT     TO WS-CURRENT-CONTRACT.
           PERFORM 0105-00-FIND-CONTRACT.

           MOVE SPACES             TO WS-ITEM-REASON.

           EVALUATE TRUE
             WHEN WS-CT-FOUND      EQUAL ZEROS
               MOVE 'NO CONTRACT'  TO WS-ITEM-REASON
               ADD 1               TO WS-COUNT-NO-CONTRACT

             WHEN FD-CL-APPRAISED  NOT NUMERIC OR
                  FD-CL-APPRAISED  EQUAL ZEROS OR
                  FD-CL-APPRAISAL-DATE NOT NUMERIC OR
                  FD-CL-APPR-MONTH LESS 01 OR
                  FD-CL-APPR-MONTH GREATER 12 OR
                  FD-CL-LIEN-RANK  NOT NUMERIC OR
                  FD-CL-LIEN-RANK  EQUAL ZEROS
               MOVE 'INVALID'      TO WS-ITEM-REASON
               ADD 1               TO WS-COUNT-INVALID

             WHEN OTHER
               PERFORM 0202-00-TAKE-ITEM
           END-EVALUATE.

           IF  WS-ITEM-REASON      NOT EQUAL SPACES
               PERFORM 0203-00-WRITE-ITEM-LINE
           END-IF.

           PERFORM 0301-00-READ-COLLAT.

       0201-00-EXIT.
           EXIT.

       0202-00-TAKE-ITEM.

           ADD FD-CL-APPRAISED     TO WS-CT-COLLATERAL(WS-CT-FOUND).
           ADD 1                   TO WS-CT-ITEMS(WS-CT-FOUND).

           IF  FD-CL-LIEN-RANK     GREATER 1
               MOVE 'Y'            TO WS-CT-JUNIOR-IND(WS-CT-FOUND)
           END-IF.

      *    DUE FOR RE-APPRAISAL ON THE SAME DAY, INTERVAL MONTHS
      *    AFTER THE LAST APPRAISAL.

           COMPUTE WS-DUE-MONTHS =
               FD-CL-APPR-YEAR * 12 + FD-CL-APPR-MONTH - 1
               + WS-REAPPRAISAL-MONTHS.

           DIVIDE WS-DUE-MONTHS    BY 12
                                   GIVING WS-DD-YEAR
                                   REMAINDER WS-DD-MONTH.
           ADD 1                   TO WS-DD-MONTH.
           MOVE FD-CL-APPR-DAY     TO WS-DD-DAY.

           IF  WS-DUE-DATE-N       NOT GREATER WS-AS-OF-DATE-N
               MOVE 'RE-APPRAISE'  TO WS-ITEM-REASON
               ADD 1               TO WS-COUNT-REAPPRAISE
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-ITEM-LINE.

           MOVE FD-CL-CONTRACT     TO WS-RI-CONTRACT.
           MOVE FD-CL-ITEM         TO WS-RI-ITEM.
           MOVE FD-CL-TYPE         TO WS-RI-TYPE.
           MOVE FD-CL-DESCRIPTION  TO WS-RI-DESCRIPTION.
           MOVE FD-CL-APPRAISAL-DATE
                                   TO WS-RI-DATE.
           MOVE WS-ITEM-REASON     TO WS-RI-REASON.

           WRITE REG-LTVRPT        FROM WS-RPT-ITEM-LINE.

       0203-00-EXIT.
           EXIT.

       0204-00-PRINT-LTV.

           WRITE REG-LTVRPT        FROM WS-RPT-LTV-TITLE
                                   AFTER 2 LINES.
           WRITE REG-LTVRPT        FROM WS-RPT-LTV-HEADER.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
               IF  WS-CT-ITEMS(WS-CT-POS) GREATER ZEROS
                   PERFORM 0205-00-PRINT-CONTRACT
               END-IF
           END-PERFORM.

       0204-00-EXIT.
           EXIT.

       0205-00-PRINT-CONTRACT.

           ADD 1                   TO WS-COUNT-SECURED.

           IF  WS-CT-COLLATERAL(WS-CT-POS) GREATER ZEROS
               COMPUTE WS-LTV ROUNDED =
                   WS-CT-OUTSTANDING(WS-CT-POS) * 100
                   / WS-CT-COLLATERAL(WS-CT-POS)
                   ON SIZE ERROR
                       MOVE 9999,9 TO WS-LTV
               END-COMPUTE
           ELSE
               MOVE 9999,9         TO WS-LTV
           END-IF.

           MOVE WS-CT-CONTRACT(WS-CT-POS)
                                   TO WS-RL-CONTRACT.
           MOVE WS-CT-CLIENT(WS-CT-POS)
                                   TO WS-RL-CLIENT.
           MOVE WS-CT-OUTSTANDING(WS-CT-POS)
                                   TO WS-RL-OUTSTANDING.
           MOVE WS-CT-COLLATERAL(WS-CT-POS)
                                   TO WS-RL-COLLATERAL.
           MOVE WS-LTV             TO WS-RL-LTV.

           IF  WS-CT-JUNIOR-IND(WS-CT-POS) EQUAL 'Y'
               MOVE 'J'            TO WS-RL-JUNIOR
           ELSE
               MOVE SPACES         TO WS-RL-JUNIOR
           END-IF.

           IF  WS-LTV              GREATER WS-POLICY-LTV
               MOVE 'OVER POLICY'  TO WS-RL-FLAG
               ADD 1               TO WS-COUNT-OVER-POLICY
           ELSE
               MOVE SPACES         TO WS-RL-FLAG
           END-IF.

           WRITE REG-LTVRPT        FROM WS-RPT-LTV-LINE.

       0205-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-COLLAT.

           READ COLLAT.

           EVALUATE WS-FS-COLLAT
             WHEN '00'
               ADD 1               TO WS-READ-COLLAT
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-COLLAT'
                                    ' FILE STATUS: ' WS-FS-COLLAT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0204-00-PRINT-LTV.

           CLOSE COLLAT
                 LTVRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-COLLAT     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  ITEMS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-SECURED   TO WS-FMT-AMOUNT
           DISPLAY '*  SECURED LOANS.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-OVER-POLICY
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  OVER POLICY...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REAPPRAISE
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  RE-APPRAISE...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-INVALID   TO WS-FMT-AMOUNT
           DISPLAY '*  INVALID ITEMS.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NO-CONTRACT
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NO CONTRACT...: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-OVER-POLICY GREATER ZEROS OR
               WS-COUNT-REAPPRAISE  GREATER ZEROS OR
               WS-COUNT-INVALID     GREATER ZEROS OR
               WS-COUNT-NO-CONTRACT GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.
