      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62652.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62652                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : SALES-TAX PAYMENT-STATUS REPORT BY STATE     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY PAYMENT OF THE TAX YEAR (SYSIN) FILED ON THE           *
      *   REMITTANCE REGISTER BY EAD62549 IS FOLLOWED THROUGH THE      *
      *   BANK:                                                        *
      *     - DATE PAID: THE POSTING DATE OF THE TRANSFER ON THE       *
      *       POSTED-DOCUMENT REGISTRY (TAX ACCOUNT + DOCUMENT, ON     *
      *       OR AFTER THE REMITTANCE RUN DATE);                       *
      *     - SETTLEMENT STATUS: THE LAST CLEARING-HOUSE RETURN FOR    *
      *       THE SAME ACCOUNT, DOCUMENT AND VALUE ON THE RETURN       *
      *       HISTORY, FILED AFTER THE PAYMENT POSTED.                 *
      *   STATUS: NOT POSTED, AWAITING (POSTED, NO RETURN YET),        *
      *   SETTLED, BOUNCED (WITH THE CLEARING-HOUSE REASON).  A        *
      *   BOUNCED PAYMENT ENDS THE RUN WITH RC=04.                     *
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

           SELECT TAXREG           ASSIGN TO DA-S-TAXREG
               FILE STATUS         IS WS-FS-TAXREG.

           SELECT REGISTRY         ASSIGN TO REGISTRY
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS FD-RG-KEY
               FILE STATUS         IS WS-FS-REGISTRY.

           SELECT RETHIST          ASSIGN TO DA-S-RETHIST
               FILE STATUS         IS WS-FS-RETHIST.

           SELECT PAYRPT           ASSIGN TO DA-S-PAYRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  TAXREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TAXREG.
           03  FD-TG-STATE         PIC X(2).
           03  FD-TG-YEAR          PIC 9(4).
           03  FD-TG-MONTH         PIC 9(2).
           03  FD-TG-TAX-DUE       PIC 9(9)V9(2).
           03  FD-TG-DUE-DATE      PIC 9(8).
           03  FD-TG-PAY-DATE      PIC 9(8).
           03  FD-TG-TAX-KEY.
               05  FD-TG-TAX-BRANCH
                                   PIC X(4).
               05  FD-TG-TAX-ACCOUNT
                                   PIC 9(5).
           03  FD-TG-DOC-NUMBER    PIC 9(4).
           03  FD-TG-PAYEE-KEY.
               05  FD-TG-PAYEE-BRANCH
                                   PIC X(4).
               05  FD-TG-PAYEE-ACCOUNT
                                   PIC 9(5).
           03  FD-TG-RUN-DATE      PIC 9(8).
           03  FILLER              PIC X(15).

       FD  REGISTRY.

       01  REG-REGISTRY.
           03  FD-RG-KEY.
               05  FD-RG-DOC-KEY.
                   07  FD-RG-BRANCH
                                   PIC X(4).
                   07  FD-RG-ACCOUNT
                                   PIC 9(5).
                   07  FD-RG-DOC-NUMBER
                                   PIC 9(4).
               05  FD-RG-POST-DATE PIC 9(8).
           03  FD-RG-RELEASE-TYPE  PIC A(1).
           03  FD-RG-RELEASE-VALUE PIC 9(6)V9(2).
           03  FD-RG-REVERSED      PIC X(1).

       FD  RETHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RETHIST.
           03  FD-RT-ORIGIN-KEY.
               05  FD-RT-BRANCH    PIC X(4).
               05  FD-RT-ACCOUNT   PIC 9(5).
           03  FD-RT-DOC-NUMBER    PIC 9(4).
           03  FD-RT-VALUE         PIC 9(6)V9(2).
           03  FD-RT-STATUS        PIC X(1).
               88  FD-RT-SETTLED                       VALUE 'A'.
               88  FD-RT-BOUNCED                       VALUE 'R'.
           03  FD-RT-REASON        PIC X(20).
           03  FILLER              PIC X(8).

       01  REG-RETHIST-CONTROL.
           03  FD-RC-CTL-ID        PIC X(4).
               88  FD-RC-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-RC-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-RC-CTL-DATA      PIC X(46).
           03  FILLER                  REDEFINES FD-RC-CTL-DATA.
               05  FD-RC-HDR-DATE  PIC 9(8).
               05  FD-RC-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(30).

       FD  PAYRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYRPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62652'.

       77  WS-FS-TAXREG            PIC X(2)            VALUE ZEROS.
       77  WS-FS-REGISTRY          PIC X(2)            VALUE ZEROS.
       77  WS-FS-RETHIST           PIC X(2)            VALUE ZEROS.

       77  WS-READ-TAXREG          PIC 9(5)            VALUE ZEROS.
       77  WS-READ-RETHIST         PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-NOT-POSTED     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-AWAITING       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-SETTLED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-BOUNCED        PIC 9(5)            VALUE ZEROS.

       77  WS-TAX-YEAR             PIC 9(4)            VALUE ZEROS.

      *    BUSINESS DATE OF THE RETURN FILE BEING READ (ITS HEADER)

       77  WS-RETURN-DATE          PIC 9(8)            VALUE ZEROS.

       77  WS-PAY-COUNT            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PAY-POS              PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-PAY-TABLE.
           03  WS-PY-ENTRY         OCCURS 360 TIMES.
               05  WS-PY-STATE     PIC X(2).
               05  WS-PY-YEAR      PIC 9(4).
               05  WS-PY-MONTH     PIC 9(2).
               05  WS-PY-TAX-DUE   PIC 9(9)V9(2).
               05  WS-PY-PAY-DATE  PIC 9(8).
               05  WS-PY-DOC-KEY.
                   07  WS-PY-TAX-KEY
                                   PIC X(9).
                   07  WS-PY-DOC-NUMBER
                                   PIC 9(4).
               05  WS-PY-RUN-DATE  PIC 9(8).
               05  WS-PY-PAID-DATE PIC 9(8).
               05  WS-PY-STATUS    PIC X(1).
               05  WS-PY-REASON    PIC X(20).

       77  WS-SCAN-DONE-IND        PIC X(1)            VALUE 'N'.
           88  WS-SCAN-DONE                            VALUE 'Y'.

       77  WS-TOTAL-DUE            PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-SETTLED        PIC 9(11)V9(2)      VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(30)           VALUE
           'SALES-TAX PAYMENT STATUS FOR  '.
           03  WS-RH-YEAR          PIC 9(4)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(13)           VALUE
           'ST PERIOD    '.
           03  FILLER              PIC X(16)           VALUE
           '    AMOUNT DUE  '.
           03  FILLER              PIC X(20)           VALUE
           'VALUE DATE DATE PAID'.
           03  FILLER              PIC X(8)            VALUE
           'STATUS  '.

       01  WS-RPT-DETAIL.
           03  WS-RD-STATE         PIC X(2)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-YEAR          PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-RD-MONTH         PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RD-TAX-DUE       PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-PAY-DATE      PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RD-PAID-DATE     PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-STATUS        PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-REASON        PIC X(20)           VALUE SPACES.

       01  WS-RPT-TOTAL-DUE.
           03  FILLER              PIC X(27)           VALUE
           'TOTAL DUE.............:    '.
           03  WS-RT-DUE           PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

       01  WS-RPT-TOTAL-SETTLED.
           03  FILLER              PIC X(27)           VALUE
           'TOTAL SETTLED.........:    '.
           03  WS-RT-SETTLED       PIC ZZ.ZZZ.ZZZ.ZZ9,99
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

           PERFORM 0201-00-CENTRAL-PROCESSING
             VARYING WS-PAY-POS FROM 1 BY 1
             UNTIL WS-PAY-POS      GREATER WS-PAY-COUNT.

           PERFORM 0202-00-APPLY-RETURNS
             UNTIL WS-FS-RETHIST   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: TAX YEAR (THE YEAR OF THE MONTHS PAID).

           ACCEPT WS-TAX-YEAR      FROM SYSIN.

           IF  WS-TAX-YEAR         NOT NUMERIC OR
               WS-TAX-YEAR         EQUAL ZEROS
               DISPLAY ' TAX YEAR PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-TAXREG.
           PERFORM 0103-00-OPEN-REGISTRY.
           PERFORM 0104-00-OPEN-RETHIST.

           OPEN OUTPUT PAYRPT.

           MOVE WS-TAX-YEAR        TO WS-RH-YEAR.
           WRITE REG-PAYRPT        FROM WS-RPT-HEADER-1.
           WRITE REG-PAYRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-TAXREG.

           OPEN INPUT TAXREG.

           EVALUATE WS-FS-TAXREG
             WHEN '00'
               PERFORM UNTIL WS-FS-TAXREG EQUAL '10'
                   READ TAXREG
                   EVALUATE WS-FS-TAXREG
                     WHEN '00'
                       ADD 1       TO WS-READ-TAXREG
                       IF  FD-TG-YEAR
                                   EQUAL WS-TAX-YEAR
                           PERFORM 0105-00-STORE-PAYMENT
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-TAXREG'
                                    ' FILE STATUS: ' WS-FS-TAXREG
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE TAXREG
             WHEN '35'
               DISPLAY ' REMITTANCE REGISTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-TAXREG'
                                    ' FILE STATUS: ' WS-FS-TAXREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-OPEN-REGISTRY.

           OPEN INPUT REGISTRY.

           EVALUATE WS-FS-REGISTRY
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' REGISTRY KSDS NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-OPEN-REGISTRY'
                                    ' FILE STATUS: ' WS-FS-REGISTRY
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-OPEN-RETHIST.

           OPEN INPUT RETHIST.

           EVALUATE WS-FS-RETHIST
             WHEN '00'
               PERFORM 0301-00-READ-RETHIST
             WHEN '35'
               DISPLAY ' RETURN HISTORY NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-OPEN-RETHIST'
                                    ' FILE STATUS: ' WS-FS-RETHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-STORE-PAYMENT.

           IF  WS-PAY-COUNT        LESS 360
               ADD 1               TO WS-PAY-COUNT
               MOVE FD-TG-STATE    TO WS-PY-STATE(WS-PAY-COUNT)
               MOVE FD-TG-YEAR     TO WS-PY-YEAR(WS-PAY-COUNT)
               MOVE FD-TG-MONTH    TO WS-PY-MONTH(WS-PAY-COUNT)
               MOVE FD-TG-TAX-DUE  TO WS-PY-TAX-DUE(WS-PAY-COUNT)
               MOVE FD-TG-PAY-DATE TO WS-PY-PAY-DATE(WS-PAY-COUNT)
               MOVE FD-TG-TAX-KEY  TO WS-PY-TAX-KEY(WS-PAY-COUNT)
               MOVE FD-TG-DOC-NUMBER
                                   TO WS-PY-DOC-NUMBER(WS-PAY-COUNT)
               MOVE FD-TG-RUN-DATE TO WS-PY-RUN-DATE(WS-PAY-COUNT)
               MOVE ZEROS          TO WS-PY-PAID-DATE(WS-PAY-COUNT)
               MOVE SPACES         TO WS-PY-STATUS(WS-PAY-COUNT)
                                      WS-PY-REASON(WS-PAY-COUNT)
           ELSE
               DISPLAY ' PAYMENT TABLE FULL'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    THE TRANSFER POSTS ON OR AFTER THE REMITTANCE RUN, SO THE
      *    BROWSE STARTS THERE AND SKIPS THE SAME DOCUMENT NUMBER OF
      *    EARLIER YEARS.

           MOVE WS-PY-DOC-KEY(WS-PAY-POS)
                                   TO FD-RG-DOC-KEY.
           MOVE WS-PY-RUN-DATE(WS-PAY-POS)
                                   TO FD-RG-POST-DATE.

           MOVE 'N'                TO WS-SCAN-DONE-IND.

           START REGISTRY KEY NOT LESS FD-RG-KEY.

           IF  WS-FS-REGISTRY      EQUAL '00'
               PERFORM 0203-00-SCAN-REGISTRY
                 UNTIL WS-SCAN-DONE
           END-IF.

       0201-00-EXIT.
           EXIT.

       0202-00-APPLY-RETURNS.

      *    THE HISTORY IS IN FILING ORDER, SO THE LAST RETURN
      *    MATCHED FOR A PAYMENT IS ITS CURRENT STATUS.

           EVALUATE TRUE
             WHEN FD-RC-CTL-HEADER
               MOVE FD-RC-HDR-DATE TO WS-RETURN-DATE
             WHEN FD-RC-CTL-TRAILER
               CONTINUE
             WHEN OTHER
               PERFORM 0204-00-MATCH-RETURN
                 VARYING WS-PAY-POS FROM 1 BY 1
                 UNTIL WS-PAY-POS  GREATER WS-PAY-COUNT
           END-EVALUATE.

           PERFORM 0301-00-READ-RETHIST.

       0202-00-EXIT.
           EXIT.

       0203-00-SCAN-REGISTRY.

           READ REGISTRY NEXT.

           EVALUATE WS-FS-REGISTRY
             WHEN '00'
               IF  FD-RG-DOC-KEY   NOT EQUAL WS-PY-DOC-KEY(WS-PAY-POS)
                   MOVE 'Y'        TO WS-SCAN-DONE-IND
               ELSE
                   IF  FD-RG-RELEASE-TYPE
                                   EQUAL 'T'
                       MOVE FD-RG-POST-DATE
                                   TO WS-PY-PAID-DATE(WS-PAY-POS)
                       MOVE 'Y'    TO WS-SCAN-DONE-IND
                   END-IF
               END-IF
             WHEN OTHER
               MOVE 'Y'            TO WS-SCAN-DONE-IND
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-MATCH-RETURN.

           IF  WS-PY-PAID-DATE(WS-PAY-POS)
                                   GREATER ZEROS               AND
               WS-RETURN-DATE      NOT LESS
                                   WS-PY-PAID-DATE(WS-PAY-POS) AND
               FD-RT-ORIGIN-KEY    EQUAL WS-PY-TAX-KEY(WS-PAY-POS)
                                                               AND
               FD-RT-DOC-NUMBER    EQUAL
                                   WS-PY-DOC-NUMBER(WS-PAY-POS) AND
               FD-RT-VALUE         EQUAL WS-PY-TAX-DUE(WS-PAY-POS)
               MOVE FD-RT-STATUS   TO WS-PY-STATUS(WS-PAY-POS)
               MOVE FD-RT-REASON   TO WS-PY-REASON(WS-PAY-POS)
           END-IF.

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-RETHIST.

           READ RETHIST.

           EVALUATE WS-FS-RETHIST
             WHEN '00'
               ADD 1               TO WS-READ-RETHIST
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-RETHIST'
                                    ' FILE STATUS: ' WS-FS-RETHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-PRINT-PAYMENT
             VARYING WS-PAY-POS FROM 1 BY 1
             UNTIL WS-PAY-POS      GREATER WS-PAY-COUNT.

           MOVE WS-TOTAL-DUE       TO WS-RT-DUE.
           WRITE REG-PAYRPT        FROM WS-RPT-TOTAL-DUE
                                   AFTER 2 LINES.
           MOVE WS-TOTAL-SETTLED   TO WS-RT-SETTLED.
           WRITE REG-PAYRPT        FROM WS-RPT-TOTAL-SETTLED.

           CLOSE REGISTRY
                 RETHIST
                 PAYRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-PAY-COUNT       TO WS-FMT-AMOUNT
           DISPLAY '*  PAYMENTS......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NOT-POSTED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NOT POSTED....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-AWAITING  TO WS-FMT-AMOUNT
           DISPLAY '*  AWAITING......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-SETTLED   TO WS-FMT-AMOUNT
           DISPLAY '*  SETTLED.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-BOUNCED   TO WS-FMT-AMOUNT
           DISPLAY '*  BOUNCED.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-BOUNCED    GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.

       0902-00-PRINT-PAYMENT.

           MOVE WS-PY-STATE(WS-PAY-POS)
                                   TO WS-RD-STATE.
           MOVE WS-PY-YEAR(WS-PAY-POS)
                                   TO WS-RD-YEAR.
           MOVE WS-PY-MONTH(WS-PAY-POS)
                                   TO WS-RD-MONTH.
           MOVE WS-PY-TAX-DUE(WS-PAY-POS)
                                   TO WS-RD-TAX-DUE.
           MOVE WS-PY-PAY-DATE(WS-PAY-POS)
                                   TO WS-RD-PAY-DATE.
           MOVE SPACES             TO WS-RD-REASON.

           ADD WS-PY-TAX-DUE(WS-PAY-POS)
                                   TO WS-TOTAL-DUE.

           IF  WS-PY-PAID-DATE(WS-PAY-POS)
                                   EQUAL ZEROS
               MOVE SPACES         TO WS-RD-PAID-DATE
           ELSE
               MOVE WS-PY-PAID-DATE(WS-PAY-POS)
                                   TO WS-RD-PAID-DATE
           END-IF.

           EVALUATE TRUE
             WHEN WS-PY-PAID-DATE(WS-PAY-POS)
                                   EQUAL ZEROS
               MOVE 'NOT POSTED'   TO WS-RD-STATUS
               ADD 1               TO WS-COUNT-NOT-POSTED
             WHEN WS-PY-STATUS(WS-PAY-POS)
                                   EQUAL 'A'
               MOVE 'SETTLED'      TO WS-RD-STATUS
               ADD 1               TO WS-COUNT-SETTLED
               ADD WS-PY-TAX-DUE(WS-PAY-POS)
                                   TO WS-TOTAL-SETTLED
             WHEN WS-PY-STATUS(WS-PAY-POS)
                                   EQUAL 'R'
               MOVE 'BOUNCED'      TO WS-RD-STATUS
               MOVE WS-PY-REASON(WS-PAY-POS)
                                   TO WS-RD-REASON
               ADD 1               TO WS-COUNT-BOUNCED
             WHEN OTHER
               MOVE 'AWAITING'     TO WS-RD-STATUS
               ADD 1               TO WS-COUNT-AWAITING
           END-EVALUATE.

           WRITE REG-PAYRPT        FROM WS-RPT-DETAIL.

       0902-00-EXIT.
           EXIT.
