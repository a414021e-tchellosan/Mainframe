      *   TAXRATE: STATE, RATE, EFFECTIVE DATE.  THE MOST RECENT       *
      *   RATE EFFECTIVE ON OR BEFORE THE RUN DATE (SYSIN) APPLIES.    *
      *                                                                *
      *   THE TAX DUE FOR THE MONTH BEFORE THE RUN DATE IS PAID TO     *
      *   EACH STATE BY A TRANSFER (T) FROM THE COMPANY TAX ACCOUNT    *
      *   (SYSIN) TO THE PAYEE ACCOUNT ON THE TAX-AUTHORITY MASTER     *
      *   (TAXAUTH).  THE VALUE DATE IS THE STATE'S FILING DUE DAY     *
      *   OF THE RUN MONTH, BROUGHT BACK TO THE PREVIOUS BUSINESS      *
      *   DAY BY EAD62544 WHEN IT FALLS ON A WEEKEND OR HOLIDAY.       *
      *   THE RELEASES (TAXREL) ENTER THE NEXT BANKING NIGHT AHEAD     *
      *   OF EAD62572, WHICH SENDS THEM TO THE CLEARING HOUSE; EACH    *
      *   PAYMENT IS ALSO FILED ON THE REMITTANCE REGISTER (TAXREG)    *
      *   FOR THE EAD62652 PAYMENT-STATUS REPORT.  A STATE WITH NO     *
      *   AUTHORITY ON FILE, OR A TAX ABOVE THE RELEASE LIMIT, IS      *
      *   LEFT FOR THE TREASURY ON THE REPORT AND ENDS WITH RC=04.     *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*

           SELECT REPORTX          ASSIGN TO DA-S-REPORTX.

           SELECT TAXAUTH          ASSIGN TO DA-S-TAXAUTH
               FILE STATUS         IS WS-FS-TAXAUTH.

           SELECT TAXREL           ASSIGN TO DA-S-TAXREL
               FILE STATUS         IS WS-FS-TAXREL.

           SELECT TAXREG           ASSIGN TO DA-S-TAXREG
               FILE STATUS         IS WS-FS-TAXREG.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
           03  FD-VALUE            PIC 9(6)V9(2).
           03  FD-REC-TYPE         PIC X(1).
           03  FD-ORIG-INVOICE     PIC 9(6).
           03  FD-CUSTOMER         PIC 9(6).

       FD  TAXRATE
           RECORDING MODE IS F

       01  REG-REPORTX             PIC X(70).

       FD  TAXAUTH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TAXAUTH.
           03  FD-TA-STATE         PIC X(2).
           03  FD-TA-PAYEE-KEY.
               05  FD-TA-PAYEE-BRANCH
                                   PIC X(4).
               05  FD-TA-PAYEE-ACCOUNT
                                   PIC 9(5).
           03  FD-TA-DUE-DAY       PIC 9(2).
           03  FD-TA-NAME          PIC X(30).
           03  FILLER              PIC X(37).

       FD  TAXREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TAXREL.
           03  FD-TR-RELEASE-KEY.
               05  FD-TR-BRANCH    PIC X(4).
               05  FD-TR-ACCOUNT   PIC 9(5).
           03  FD-TR-DOC-NUMBER    PIC 9(4).
           03  FD-TR-RELEASE-TYPE  PIC A(1).
           03  FD-TR-RELEASE-VALUE PIC 9(6)V9(2).
           03  FD-TR-COUNTERPARTY.
               05  FD-TR-CP-BRANCH PIC X(4).
               05  FD-TR-CP-ACCOUNT
                                   PIC 9(5).
           03  FD-TR-POSTING-DATE  PIC 9(8).
           03  FD-TR-VALUE-DATE    PIC 9(8).
           03  FD-TR-CURRENCY      PIC X(3).

       FD  TAXREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TAXREG.
           03  FD-RG-STATE         PIC X(2).
           03  FD-RG-YEAR          PIC 9(4).
           03  FD-RG-MONTH         PIC 9(2).
           03  FD-RG-TAX-DUE       PIC 9(9)V9(2).
           03  FD-RG-DUE-DATE      PIC 9(8).
           03  FD-RG-PAY-DATE      PIC 9(8).
           03  FD-RG-TAX-KEY.
               05  FD-RG-TAX-BRANCH
                                   PIC X(4).
               05  FD-RG-TAX-ACCOUNT
                                   PIC 9(5).
           03  FD-RG-DOC-NUMBER    PIC 9(4).
           03  FD-RG-PAYEE-KEY.
               05  FD-RG-PAYEE-BRANCH
                                   PIC X(4).
               05  FD-RG-PAYEE-ACCOUNT
                                   PIC 9(5).
           03  FD-RG-RUN-DATE      PIC 9(8).
           03  FILLER              PIC X(15).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-FS-SALES3L           PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXRATE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXSUMM           PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXAUTH           PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXREL            PIC X(2)            VALUE ZEROS.
       77  WS-FS-TAXREG            PIC X(2)            VALUE ZEROS.

       77  WS-READ-SALES3L         PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-TAXSUMM        PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-TAXREL         PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-UNPAID         PIC 9(4)            VALUE ZEROS.

       01  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

       01  WS-RUN-DATE-PARTS       REDEFINES WS-RUN-DATE.
           03  WS-RUN-YEAR         PIC 9(4).
           03  WS-RUN-MONTH        PIC 9(2).
           03  WS-RUN-DAY          PIC 9(2).

       01  WS-TAX-ACCOUNT-KEY.
           03  WS-TAX-BRANCH       PIC X(4).
           03  WS-TAX-ACCOUNT      PIC 9(5).

      *    THE MONTH BEING PAID IS THE ONE BEFORE THE RUN MONTH

       77  WS-REMIT-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-REMIT-MONTH          PIC 9(2)            VALUE ZEROS.

       01  WS-DUE-DATE.
           03  WS-DUE-YEAR         PIC 9(4).
           03  WS-DUE-MONTH        PIC 9(2).
           03  WS-DUE-DAY          PIC 9(2).

       77  WS-PAY-DATE             PIC 9(8)            VALUE ZEROS.

       77  WS-AUTH-COUNT           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-AUTH-POS             PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-AUTH-TABLE.
           03  WS-TA-ENTRY         OCCURS 30 TIMES.
               05  WS-TA-STATE     PIC X(2).
               05  WS-TA-PAYEE-KEY PIC X(9).
               05  WS-TA-DUE-DAY   PIC 9(2).

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

       77  WS-RATE-COUNT           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-RATE-POS             PIC 9(2) COMP-3     VALUE ZEROS.
           'NO TAX RATE EFFECTIVE FOR STATE:  '.
           03  WS-RN-STATE         PIC X(2)            VALUE SPACES.

       01  WS-RPT-PAYMENT.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  FILLER              PIC X(14)           VALUE
           'PAYMENT DOC.: '.
           03  WS-RP-DOC           PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(7)            VALUE
           '  TO: '.
           03  WS-RP-PAYEE-BRANCH  PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RP-PAYEE-ACCOUNT PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(13)           VALUE
           '  VALUE DATE '.
           03  WS-RP-PAY-DATE      PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-NOT-PAID.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  FILLER              PIC X(26)           VALUE
           'PAYMENT NOT GENERATED -   '.
           03  WS-NP-REASON        PIC X(30)           VALUE SPACES.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*

       0101-00-INITIAL.

      *    SYSIN: RUN DATE, COMPANY TAX BRANCH, TAX ACCOUNT.

           ACCEPT WS-RUN-DATE      FROM SYSIN.
           ACCEPT WS-TAX-BRANCH    FROM SYSIN.
           ACCEPT WS-TAX-ACCOUNT   FROM SYSIN.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-MONTH        LESS 1 OR
               WS-RUN-MONTH        GREATER 12
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-TAX-ACCOUNT      NOT NUMERIC OR
               WS-TAX-BRANCH       EQUAL SPACES
               DISPLAY ' TAX ACCOUNT PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-RUN-MONTH        EQUAL 1
               COMPUTE WS-REMIT-YEAR = WS-RUN-YEAR - 1
               MOVE 12             TO WS-REMIT-MONTH
           ELSE
               MOVE WS-RUN-YEAR    TO WS-REMIT-YEAR
               COMPUTE WS-REMIT-MONTH = WS-RUN-MONTH - 1
           END-IF.

           PERFORM 0102-00-LOAD-TAXRATE.
           PERFORM 0103-00-LOAD-TAXAUTH.

           OPEN INPUT SALES3L.

               STOP RUN
           END-IF.

      *    THE PAYMENT RELEASES AND THE REGISTER ACCUMULATE UNTIL
      *    THE BANKING NIGHT AND THE STATUS REPORT PICK THEM UP.

           OPEN EXTEND TAXREL
                       TAXREG.

           IF  WS-FS-TAXREL        NOT EQUAL '00' OR
               WS-FS-TAXREG        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' TAXREL: ' WS-FS-TAXREL
                       ' TAXREG: ' WS-FS-TAXREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0101-00-EXIT.
           EXIT.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-TAXAUTH.

      *    ONE PAYEE ACCOUNT AND FILING DUE DAY PER STATE; THE DUE
      *    DAY STOPS AT 28 SO IT EXISTS IN EVERY MONTH.

           OPEN INPUT TAXAUTH.

           EVALUATE WS-FS-TAXAUTH
             WHEN '00'
               PERFORM UNTIL WS-FS-TAXAUTH EQUAL '10'
                   READ TAXAUTH
                   EVALUATE WS-FS-TAXAUTH
                     WHEN '00'
                       PERFORM 0104-00-STORE-TAXAUTH
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-TAXAUTH'
                                    ' FILE STATUS: ' WS-FS-TAXAUTH
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE TAXAUTH
             WHEN '35'
               DISPLAY ' TAX AUTHORITY FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-TAXAUTH'
                                    ' FILE STATUS: ' WS-FS-TAXAUTH
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-STORE-TAXAUTH.

           IF  FD-TA-PAYEE-ACCOUNT NOT NUMERIC OR
               FD-TA-PAYEE-BRANCH  EQUAL SPACES OR
               FD-TA-DUE-DAY       NOT NUMERIC OR
               FD-TA-DUE-DAY       LESS 1 OR
               FD-TA-DUE-DAY       GREATER 28
               DISPLAY ' TAX AUTHORITY INVALID FOR STATE: '
                       FD-TA-STATE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-AUTH-COUNT       LESS 30
               ADD 1               TO WS-AUTH-COUNT
               MOVE FD-TA-STATE    TO WS-TA-STATE(WS-AUTH-COUNT)
               MOVE FD-TA-PAYEE-KEY
                                   TO WS-TA-PAYEE-KEY(WS-AUTH-COUNT)
               MOVE FD-TA-DUE-DAY  TO WS-TA-DUE-DAY(WS-AUTH-COUNT)
           ELSE
               DISPLAY ' TAX AUTHORITY TABLE FULL'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0104-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

           CLOSE SALES3L
                 TAXSUMM
                 REPORTX
                 TAXREL
                 TAXREG.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
           MOVE WS-WRITE-TAXSUMM   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE TAXSUMM.: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-WRITE-TAXREL    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE PAYMENTS: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-UNPAID    TO WS-FMT-AMOUNT
           DISPLAY '*  NOT GENERATED.: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-UNPAID     GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.

               END-EVALUATE

               ADD WS-TAX-DUE      TO WS-TOTAL-TAX

               IF  WS-MO           EQUAL WS-REMIT-MONTH AND
                   WS-TAX-DUE      GREATER ZEROS
                   PERFORM 0906-00-GENERATE-PAYMENT
               END-IF
           END-IF.

       0905-00-EXIT.
           EXIT.

       0906-00-GENERATE-PAYMENT.

           PERFORM VARYING WS-AUTH-POS FROM 1 BY 1
             UNTIL WS-AUTH-POS     GREATER WS-AUTH-COUNT
                OR WS-TA-STATE(WS-AUTH-POS)
                                   EQUAL WS-ST-STATE(WS-ST-POS)
               CONTINUE
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-AUTH-POS      GREATER WS-AUTH-COUNT
               MOVE 'NO TAX AUTHORITY ON FILE'
                                   TO WS-NP-REASON
               PERFORM 0909-00-NOT-GENERATED

             WHEN WS-TAX-DUE       GREATER 999999,99
               MOVE 'TAX ABOVE THE RELEASE LIMIT'
                                   TO WS-NP-REASON
               PERFORM 0909-00-NOT-GENERATED

             WHEN OTHER
               PERFORM 0907-00-SET-PAY-DATE
               PERFORM 0908-00-WRITE-PAYMENT
           END-EVALUATE.

       0906-00-EXIT.
           EXIT.

       0907-00-SET-PAY-DATE.

      *    DUE DAY OF THE RUN MONTH; A WEEKEND OR HOLIDAY PAYS ON
      *    THE BUSINESS DAY BEFORE, NEVER AFTER THE DUE DATE.

           MOVE WS-RUN-YEAR        TO WS-DUE-YEAR.
           MOVE WS-RUN-MONTH       TO WS-DUE-MONTH.
           MOVE WS-TA-DUE-DAY(WS-AUTH-POS)
                                   TO WS-DUE-DAY.

           MOVE 1                  TO WS-CAL-FUNCTION.
           MOVE WS-DUE-DATE        TO WS-CAL-DATE-1.
           CALL WS-EAD62544        USING WS-CAL-COMMAREA.

           IF  WS-CAL-ANSWER-YES
               MOVE WS-DUE-DATE    TO WS-PAY-DATE
           ELSE
               MOVE 3              TO WS-CAL-FUNCTION
               CALL WS-EAD62544    USING WS-CAL-COMMAREA
               MOVE WS-CAL-DATE-OUT
                                   TO WS-PAY-DATE
           END-IF.

       0907-00-EXIT.
           EXIT.

       0908-00-WRITE-PAYMENT.

      *    THE DOCUMENT NUMBER IS THE PAID MONTH AND THE STATE'S
      *    LINE ON THE AUTHORITY MASTER (MMSS).  THE RELEASE IS NOT
      *    DATED, SO IT POSTS ON THE NIGHT IT ENTERS, AND SETTLES
      *    ON THE VALUE DATE.

           MOVE WS-TAX-ACCOUNT-KEY TO FD-TR-RELEASE-KEY.
           COMPUTE FD-TR-DOC-NUMBER = WS-MO * 100 + WS-AUTH-POS.
           MOVE 'T'                TO FD-TR-RELEASE-TYPE.
           MOVE WS-TAX-DUE         TO FD-TR-RELEASE-VALUE.
           MOVE WS-TA-PAYEE-KEY(WS-AUTH-POS)
                                   TO FD-TR-COUNTERPARTY.
           MOVE ZEROS              TO FD-TR-POSTING-DATE.
           MOVE WS-PAY-DATE        TO FD-TR-VALUE-DATE.
           MOVE SPACES             TO FD-TR-CURRENCY.

           WRITE REG-TAXREL.

           EVALUATE WS-FS-TAXREL
             WHEN '00'
               ADD 1               TO WS-WRITE-TAXREL
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0908-00-WRITE-PAYMENT'
                                    ' FILE STATUS: ' WS-FS-TAXREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE SPACES             TO REG-TAXREG.
           MOVE WS-ST-STATE(WS-ST-POS)
                                   TO FD-RG-STATE.
           MOVE WS-REMIT-YEAR      TO FD-RG-YEAR.
           MOVE WS-MO              TO FD-RG-MONTH.
           MOVE WS-TAX-DUE         TO FD-RG-TAX-DUE.
           MOVE WS-DUE-DATE        TO FD-RG-DUE-DATE.
           MOVE WS-PAY-DATE        TO FD-RG-PAY-DATE.
           MOVE WS-TAX-ACCOUNT-KEY TO FD-RG-TAX-KEY.
           MOVE FD-TR-DOC-NUMBER   TO FD-RG-DOC-NUMBER.
           MOVE FD-TR-COUNTERPARTY TO FD-RG-PAYEE-KEY.
           MOVE WS-RUN-DATE        TO FD-RG-RUN-DATE.

           WRITE REG-TAXREG.

           IF  WS-FS-TAXREG        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0908-00-WRITE-PAYMENT'
                                    ' FILE STATUS: ' WS-FS-TAXREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FD-TR-DOC-NUMBER   TO WS-RP-DOC.
           MOVE FD-TR-CP-BRANCH    TO WS-RP-PAYEE-BRANCH.
           MOVE FD-TR-CP-ACCOUNT   TO WS-RP-PAYEE-ACCOUNT.
           MOVE WS-PAY-DATE        TO WS-RP-PAY-DATE.
           WRITE REG-REPORTX       FROM WS-RPT-PAYMENT.

       0908-00-EXIT.
           EXIT.

       0909-00-NOT-GENERATED.

           ADD 1                   TO WS-COUNT-UNPAID.
           WRITE REG-REPORTX       FROM WS-RPT-NOT-PAID.

       0909-00-EXIT.
           EXIT.
