      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62660.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62660                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : GENERATE THE DISBURSEMENT CREDITS OF THE     *
      *                   NEWLY ORIGINATED LOAN CONTRACTS              *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY CONTRACT ACCEPTED BY THE ORIGINATION (EAD62595) IS ON  *
      *   THE DISBURSEMENT QUEUE (DISBQ) WITH THE BORROWER'S ACCOUNT,  *
      *   THE PRINCIPAL AND THE ORIGINATION FEE.  THE FIRST CYCLE      *
      *   AFTER THE ORIGINATION CREDITS THE PRINCIPAL LESS THE FEE TO  *
      *   THAT ACCOUNT: AN OVER-THE-COUNTER TYPE C RELEASE IN THE      *
      *   EAD62510 50-BYTE LAYOUT FOR THE STEP018 MERGE OF EAD625JB.   *
      *                                                                *
      *   THE DISBURSEMENT REGISTRY (DISBREG) IS AN APPEND-ONLY LOG,   *
      *   ONE ROW PER EVENT; THE LAST ROW OF A CONTRACT GIVES ITS      *
      *   STATUS:                                                      *
      *     P  CREDIT GENERATED, POSTING NOT YET CONFIRMED             *
      *     F  FUNDED (CONFIRMED BY EAD62661 AFTER THE BALANCE LINE)   *
      *     X  CREDIT REJECTED BY THE BALANCE LINE: NOTHING WAS PAID,  *
      *        SO THE NEXT CYCLE GENERATES IT AGAIN                    *
      *     M  NOT DISBURSABLE BY THE CYCLE (NOTHING LEFT AFTER THE    *
      *        FEE, OR OVER THE RELEASE AMOUNT LIMIT): LEFT TO THE     *
      *        CREDIT DEPARTMENT                                       *
      *   A CONTRACT WHOSE LAST STATUS IS P, F OR M IS NEVER CREDITED  *
      *   AGAIN, SO A RERUN OR A RESENT QUEUE CANNOT PAY IT TWICE.     *
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

           SELECT DISBQ            ASSIGN TO DA-S-DISBQ
               FILE STATUS         IS WS-FS-DISBQ.

           SELECT DISBREG          ASSIGN TO DA-S-DISBREG
               FILE STATUS         IS WS-FS-DISBREG.

           SELECT DISBREL          ASSIGN TO DA-S-DISBREL
               FILE STATUS         IS WS-FS-DISBREL.

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  DISBQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DISBQ.
           03  FD-DQ-CONTRACT      PIC 9(6).
           03  FD-DQ-KEY.
               05  FD-DQ-BRANCH    PIC X(4).
               05  FD-DQ-ACCOUNT   PIC 9(5).
           03  FD-DQ-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-DQ-FEE           PIC 9(7)V9(2).
           03  FD-DQ-EFFECTIVE-DATE
                                   PIC 9(8).
           03  FD-DQ-PRODUCT       PIC X(4).
           03  FILLER              PIC X(5).

       FD  DISBREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DISBREG.
           03  FD-DR-CONTRACT      PIC 9(6).
           03  FD-DR-DATE          PIC 9(8).
           03  FD-DR-STATUS        PIC X(1).
           03  FD-DR-KEY           PIC X(9).
           03  FD-DR-DOC-NUMBER    PIC 9(4).
           03  FD-DR-FEE           PIC 9(7)V9(2).
           03  FD-DR-NET           PIC 9(7)V9(2).
           03  FD-DR-REASON-CODE   PIC 9(2).
           03  FD-DR-REASON-DESC   PIC X(30).
           03  FILLER              PIC X(2).

       FD  DISBREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DISBREL.
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

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62660'.

       77  WS-FS-DISBQ             PIC X(2)            VALUE ZEROS.
       77  WS-FS-DISBREG           PIC X(2)            VALUE ZEROS.
       77  WS-FS-DISBREL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.

       77  WS-READ-DISBQ           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ALREADY        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-RETRIED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-MANUAL         PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-RELEASES       PIC 9(5)            VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

       77  WS-DISBQ-IND            PIC X(1)            VALUE 'N'.
           88  WS-DISBQ-OPEN                           VALUE 'Y'.

      *    DISBURSEMENT DOCUMENT NUMBERS START AT 6501, THE UPPER HALF
      *    OF THE LOAN RANGE (THE INSTALLMENT DEBITS OF EAD62618 TAKE
      *    6001-6500).
       77  WS-DOC-NUMBER           PIC 9(4)            VALUE 6500.

      *    LARGEST AMOUNT THE 9(6)V9(2) RELEASE INTERFACE FIELD CAN
      *    CARRY.
       77  WS-MAX-RELEASE-VALUE    PIC 9(7)V9(2)       VALUE 999999,99.

       77  WS-NET                  PIC S9(7)V9(2)      VALUE ZEROS.

      *    LAST STATUS OF EVERY CONTRACT ON THE REGISTRY.
       77  WS-RG-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-RG-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-RG-FOUND             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-REGISTRY-TABLE.
           03  WS-RG-ENTRY         OCCURS 3000 TIMES.
               05  WS-RG-CONTRACT  PIC 9(6).
               05  WS-RG-STATUS    PIC X(1).
                   88  WS-RG-RETRY                     VALUE 'X'.

       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.

       77  WS-TOTAL-NET            PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-FEE            PIC 9(9)V9(2)       VALUE ZEROS.

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

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-DISBQ     EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-READ-CYCLECTL.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0103-00-LOAD-REGISTRY.

           OPEN OUTPUT DISBREL.

           IF  WS-FS-DISBREL       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-DISBREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND DISBREG.

           IF  WS-FS-DISBREG       EQUAL '35'
               OPEN OUTPUT DISBREG
           END-IF.

           EVALUATE WS-FS-DISBREG
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-DISBREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    NO QUEUE YET (NO ORIGINATION RUN): NOTHING TO DISBURSE.

           OPEN INPUT DISBQ.

           EVALUATE WS-FS-DISBQ
             WHEN '00'
               MOVE 'Y'            TO WS-DISBQ-IND
               PERFORM 0301-00-READ-DISBQ
             WHEN '35'
               MOVE '10'           TO WS-FS-DISBQ
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-DISBQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

      *    THE BUSINESS DATE COMES FROM THE CYCLE-CONTROL DATASET,
      *    LIKE EVERY PIPELINE STEP.

           OPEN INPUT CYCLECTL.

           EVALUATE WS-FS-CYCLECTL
             WHEN '00'
               READ CYCLECTL
               EVALUATE WS-FS-CYCLECTL
                 WHEN '00'
                   IF  NOT FD-CY-OPEN
                       DISPLAY ' CYCLE IS NOT OPEN - RUN EAD62582'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FD-CY-BUSINESS-DATE
                                   TO WS-RUN-DATE
                 WHEN OTHER
                   DISPLAY ' CYCLE CONTROL RECORD MISSING'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
               CLOSE CYCLECTL
             WHEN OTHER
               DISPLAY ' CYCLE CONTROL DATASET NOT AVAILABLE'
                                    ' FILE STATUS: ' WS-FS-CYCLECTL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-REGISTRY.

           OPEN INPUT DISBREG.

           EVALUATE WS-FS-DISBREG
             WHEN '00'
               PERFORM UNTIL WS-FS-DISBREG EQUAL '10'
                   READ DISBREG
                   EVALUATE WS-FS-DISBREG
                     WHEN '00'
                       MOVE FD-DR-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                       PERFORM 0104-00-FIND-REGISTRY
                       IF  WS-RG-FOUND EQUAL ZEROS
                           PERFORM 0105-00-ADD-REGISTRY
                       END-IF
                       MOVE FD-DR-STATUS
                                   TO WS-RG-STATUS(WS-RG-FOUND)
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-REGISTRY'
                                    ' FILE STATUS: ' WS-FS-DISBREG
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE DISBREG
             WHEN '35'
      *        FIRST DISBURSEMENT RUN: NOTHING REGISTERED YET
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-REGISTRY'
                                    ' FILE STATUS: ' WS-FS-DISBREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-FIND-REGISTRY.

           MOVE ZEROS              TO WS-RG-FOUND.

           PERFORM VARYING WS-RG-POS FROM 1 BY 1
             UNTIL WS-RG-POS       GREATER WS-RG-COUNT
                OR WS-RG-FOUND     GREATER ZEROS
               IF  WS-RG-CONTRACT(WS-RG-POS)
                                   EQUAL WS-CURRENT-CONTRACT
                   MOVE WS-RG-POS  TO WS-RG-FOUND
               END-IF
           END-PERFORM.

       0104-00-EXIT.
           EXIT.

       0105-00-ADD-REGISTRY.

           IF  WS-RG-COUNT         NOT LESS 3000
               DISPLAY ' REGISTRY TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-RG-COUNT.
           MOVE WS-RG-COUNT        TO WS-RG-FOUND.
           MOVE WS-CURRENT-CONTRACT
                                   TO WS-RG-CONTRACT(WS-RG-FOUND).
           MOVE SPACES             TO WS-RG-STATUS(WS-RG-FOUND).

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE FD-DQ-CONTRACT     TO WS-CURRENT-CONTRACT.
           PERFORM 0104-00-FIND-REGISTRY.

           EVALUATE TRUE
             WHEN WS-RG-FOUND      EQUAL ZEROS
               PERFORM 0105-00-ADD-REGISTRY
               PERFORM 0202-00-DISBURSE-CONTRACT
             WHEN WS-RG-RETRY(WS-RG-FOUND)
               ADD 1               TO WS-COUNT-RETRIED
               PERFORM 0202-00-DISBURSE-CONTRACT
             WHEN OTHER
               ADD 1               TO WS-COUNT-ALREADY
           END-EVALUATE.

           PERFORM 0301-00-READ-DISBQ.

       0201-00-EXIT.
           EXIT.

       0202-00-DISBURSE-CONTRACT.

           COMPUTE WS-NET = FD-DQ-PRINCIPAL - FD-DQ-FEE.

           MOVE SPACES             TO REG-DISBREG.
           MOVE FD-DQ-CONTRACT     TO FD-DR-CONTRACT.
           MOVE WS-RUN-DATE        TO FD-DR-DATE.
           MOVE FD-DQ-KEY          TO FD-DR-KEY.
           MOVE FD-DQ-FEE          TO FD-DR-FEE.
           MOVE ZEROS              TO FD-DR-REASON-CODE.

           EVALUATE TRUE
             WHEN WS-NET           NOT GREATER ZEROS
               MOVE ZEROS          TO FD-DR-NET
                                      FD-DR-DOC-NUMBER
               MOVE 'M'            TO FD-DR-STATUS
               MOVE 'FEE ABSORBS THE PRINCIPAL'
                                   TO FD-DR-REASON-DESC
               ADD 1               TO WS-COUNT-MANUAL
             WHEN WS-NET           GREATER WS-MAX-RELEASE-VALUE
               MOVE WS-NET         TO FD-DR-NET
               MOVE ZEROS          TO FD-DR-DOC-NUMBER
               MOVE 'M'            TO FD-DR-STATUS
               MOVE 'OVER THE RELEASE AMOUNT LIMIT'
                                   TO FD-DR-REASON-DESC
               ADD 1               TO WS-COUNT-MANUAL
             WHEN OTHER
               IF  WS-DOC-NUMBER   NOT LESS 6999
                   DISPLAY ' DISBURSEMENT DOCUMENT RANGE EXHAUSTED'
                           ' - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1               TO WS-DOC-NUMBER
               MOVE WS-NET         TO FD-DR-NET
               MOVE WS-DOC-NUMBER  TO FD-DR-DOC-NUMBER
               MOVE 'P'            TO FD-DR-STATUS
               PERFORM 0203-00-WRITE-RELEASE
           END-EVALUATE.

           MOVE FD-DR-STATUS       TO WS-RG-STATUS(WS-RG-FOUND).

           WRITE REG-DISBREG.

           EVALUATE WS-FS-DISBREG
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-DISBURSE-CONTRACT'
                                    ' FILE STATUS: ' WS-FS-DISBREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-RELEASE.

           MOVE FD-DQ-KEY          TO FD-RELEASE-KEY.
           MOVE WS-DOC-NUMBER      TO FD-DOC-NUMBER.
           MOVE 'C'                TO FD-RELEASE-TYPE.
           MOVE WS-NET             TO FD-RELEASE-VALUE.
           MOVE SPACES             TO FD-COUNTERPARTY.
           MOVE WS-RUN-DATE        TO FD-POSTING-DATE
                                      FD-VALUE-DATE.
           MOVE SPACES             TO FD-CURRENCY.

           WRITE REG-DISBREL.

           EVALUATE WS-FS-DISBREL
             WHEN '00'
               ADD 1               TO WS-WRITE-RELEASES
               ADD WS-NET          TO WS-TOTAL-NET
               ADD FD-DQ-FEE       TO WS-TOTAL-FEE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0203-00-WRITE-RELEASE'
                                    ' FILE STATUS: ' WS-FS-DISBREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-DISBQ.

           READ DISBQ.

           EVALUATE WS-FS-DISBQ
             WHEN '00'
               ADD 1               TO WS-READ-DISBQ
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-DISBQ'
                                    ' FILE STATUS: ' WS-FS-DISBQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  WS-DISBQ-OPEN
               CLOSE DISBQ
           END-IF.

           CLOSE DISBREG
                 DISBREL.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-DISBQ      TO WS-FMT-AMOUNT
           DISPLAY '*  READ QUEUE....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-ALREADY   TO WS-FMT-AMOUNT
           DISPLAY '*  ALREADY DONE..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-RETRIED   TO WS-FMT-AMOUNT
           DISPLAY '*  RETRIED.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-MANUAL    TO WS-FMT-AMOUNT
           DISPLAY '*  LEFT TO CREDIT: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-RELEASES  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE RELEASES: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-NET       TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL CREDITED: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-FEE       TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL FEES....: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
