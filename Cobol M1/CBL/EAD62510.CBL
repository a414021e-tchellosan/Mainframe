           SELECT HOLDSNEW         ASSIGN TO DA-S-HOLDSNEW
               FILE STATUS         IS WS-FS-HOLDSNEW.

           SELECT CHQREG           ASSIGN TO DA-S-CHQREG
               FILE STATUS         IS WS-FS-CHQREG.

           SELECT CHQREGN          ASSIGN TO DA-S-CHQREGN
               FILE STATUS         IS WS-FS-CHQREGN.

           SELECT FXBAL            ASSIGN TO DA-S-FXBAL
               FILE STATUS         IS WS-FS-FXBAL.

           SELECT NOTIFY-FILE      ASSIGN TO DA-S-NOTIFY
               FILE STATUS         IS WS-FS-NOTIFY.

           SELECT CLOSURES         ASSIGN TO DA-S-CLOSURES
               FILE STATUS         IS WS-FS-CLOSURES.


      *================================================================*
       DATA                        DIVISION.

      *    EVERY CHECKPOINT GROUP ALSO CARRIES THE IN-MEMORY STATE
      *    THE TOTALS ALONE CANNOT REBUILD: ONE '*FX*' RECORD PER FX
      *    SUB-BALANCE ENTRY, ONE '*HD*' RECORD PER CONSUMED
      *    HOLD AND ONE '*CQ*' RECORD PER CHEQUE BOOK WITH A CHEQUE
      *    PAID THIS RUN, SO A RESTART REPRODUCES FXBALNEW, HOLDSNEW
      *    AND CHQREGN EXACTLY.  A REAL BRANCH CODE NEVER STARTS
      *    WITH '*'.

       01  REG-RESTART-MARK.
           03  CKP-REC-MARK        PIC X(4).

       01  REG-RESTART-HD.
           03  CKP-HD-MARK         PIC X(4).
           03  CKP-HD-INDEX        PIC 9(4).
           03  CKP-HD-CONSUMED     PIC X(1).
           03  FILLER              PIC X(64).

       01  REG-RESTART-CQ.
           03  CKP-CQ-MARK         PIC X(4).
           03  CKP-CQ-INDEX        PIC 9(4).
           03  CKP-CQ-PAID-MAP     PIC X(50).
           03  FILLER              PIC X(15).

       FD  OVERLIM
           RECORDING MODE IS F
               05  FD-MT-ACCOUNT   PIC 9(5).
           03  FD-MT-NAME          PIC A(20).
           03  FD-MT-BALANCE       PIC 9(6)V9(2).
      *    SETTLEMENT INSTRUCTION OF A CLOSE: 'T' TRANSFERS THE
      *    REMAINING BALANCE TO THE SETTLEMENT ACCOUNT, 'Q' PAYS IT
      *    OUT BY CASHIER'S CHEQUE.  BLANK ONLY ON A ZERO BALANCE.
           03  FD-MT-SETTLE-MODE   PIC X(1).
           03  FD-MT-SETTLE-KEY.
               05  FD-MT-SETTLE-BRANCH
                                   PIC X(4).
               05  FD-MT-SETTLE-ACCOUNT
                                   PIC 9(5).

       FD  MAINTRPT
           RECORDING MODE IS F
           03  FD-RS-CONTROL-TOTAL PIC S9(9)V9(2).
           03  FD-RS-START-TIME    PIC 9(6).
           03  FD-RS-END-TIME      PIC 9(6).
           03  FD-RS-RETURN-CODE   PIC 9(2).

       FD  EXRATES
           RECORDING MODE IS F
           03  FD-HN-VALUE         PIC 9(6)V9(2).
           03  FD-HN-CONSUMED      PIC X(1).

       FD  CHQREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHQREG.
           03  FD-CQ-CLIENT-KEY.
               05  FD-CQ-BRANCH    PIC X(4).
               05  FD-CQ-ACCOUNT   PIC 9(5).
           03  FD-CQ-FIRST-CHEQUE  PIC 9(4).
           03  FD-CQ-LAST-CHEQUE   PIC 9(4).
           03  FD-CQ-ISSUE-DATE    PIC 9(8).
           03  FD-CQ-STATUS        PIC X(1).
           03  FD-CQ-PAID-MAP      PIC X(50).
           03  FILLER              PIC X(4).

       FD  CHQREGN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHQREGN.
           03  FD-CN-CLIENT-KEY.
               05  FD-CN-BRANCH    PIC X(4).
               05  FD-CN-ACCOUNT   PIC 9(5).
           03  FD-CN-FIRST-CHEQUE  PIC 9(4).
           03  FD-CN-LAST-CHEQUE   PIC 9(4).
           03  FD-CN-ISSUE-DATE    PIC 9(8).
           03  FD-CN-STATUS        PIC X(1).
           03  FD-CN-PAID-MAP      PIC X(50).
           03  FILLER              PIC X(4).

       FD  FXBAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           03  FD-NT-BALANCE       PIC S9(7)V9(2).
           03  FD-NT-DATE          PIC 9(8).

      *    ONE RECORD PER ACCOUNT CLOSED TONIGHT, TAKEN BY EAD62636
      *    TO SETTLE THE BALANCE, END THE MANDATES AND STANDING
      *    ORDERS AND PRINT THE CLOSURE CERTIFICATE.

       FD  CLOSURES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLOSURES.
           03  FD-CL-CLIENT-KEY.
               05  FD-CL-BRANCH    PIC X(4).
               05  FD-CL-ACCOUNT   PIC 9(5).
           03  FD-CL-NAME          PIC A(20).
           03  FD-CL-CLOSE-DATE    PIC 9(8).
           03  FD-CL-BALANCE       PIC S9(6)V9(2).
           03  FD-CL-SETTLE-MODE   PIC X(1).
           03  FD-CL-SETTLE-KEY    PIC X(9).
           03  FD-CL-HOLDS-EXPIRED PIC 9(3).
           03  FILLER              PIC X(2).


      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.
           88  WS-TRANSF-OUT                           VALUE 'T'.
           88  WS-TRANSF-IN                            VALUE 'U'.
           88  WS-REVERSAL                             VALUE 'R'.
           88  WS-CHEQUE                               VALUE 'Q'.

       77  WS-REJ-REASON-CODE      PIC 9(2)            VALUE ZEROS.
       77  WS-HOLD-REASON-CODE     PIC 9(2)            VALUE ZEROS.

       01  WS-REJ-REASON-MESSAGE.
           05  FILLER              PIC X(30)           VALUE
           'HOLD - STOP PAYMENT ORDER'.
           05  FILLER              PIC X(30)           VALUE
           'REVERSAL TARGET NOT FOUND'.
           05  FILLER              PIC X(30)           VALUE
           'DOCUMENT ALREADY REVERSED'.
           05  FILLER              PIC X(30)           VALUE
           'REVERSAL VALUE MISMATCH'.
           05  FILLER              PIC X(30)           VALUE
           'CHEQUE NOT ISSUED TO ACCOUNT'.
           05  FILLER              PIC X(30)           VALUE
           'CHEQUE ALREADY PAID'.
           05  FILLER              PIC X(30)           VALUE
           'CHEQUE BOOK CANCELLED'.
           05  FILLER              PIC X(30)           VALUE
           'HOLD - DEBITS BLOCKED (KYC)'.
       01  FILLER                      REDEFINES WS-REJ-REASON-MESSAGE.
           05  WS-REJ-MESSAGE          PIC X(30) OCCURS 18 TIMES.
       77  WS-EAD62543             PIC X(8)            VALUE 'EAD62543'.

       01  WS-CKD-COMMAREA.
       77  WS-FS-HOLDS             PIC X(2)            VALUE ZEROS.
       77  WS-FS-HOLDSNEW          PIC X(2)            VALUE ZEROS.

       77  WS-HOLD-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-HOLD-POS             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-HOLD-TABLE.
           03  WS-HD-ENTRY         OCCURS 2000 TIMES.
               05  WS-HD-CLIENT-KEY
                                   PIC X(9).
               05  WS-HD-SCOPE     PIC X(1).
                   88  WS-HD-SCOPE-ACCOUNT     VALUE 'A'.
                   88  WS-HD-SCOPE-DOCUMENT    VALUE 'D'.
                   88  WS-HD-SCOPE-DEBITS      VALUE 'O'.
               05  WS-HD-DOC-NUMBER
                                   PIC 9(4).
               05  WS-HD-VALUE     PIC 9(6)V9(2).

       77  WS-COUNT-HELD           PIC 9(3)            VALUE ZEROS.

      *    CHEQUE-BOOK REGISTER (EAD62624): ONE ENTRY PER BOOK, ONE
      *    PAID-MAP BYTE PER CHEQUE ('P' = PAID).  TOUCHED MARKS THE
      *    BOOKS WITH A CHEQUE PAID THIS RUN FOR THE CHECKPOINT.
       77  WS-FS-CHQREG            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CHQREGN           PIC X(2)            VALUE ZEROS.

       77  WS-CHQ-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CHQ-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CHQ-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CHQ-SLOT             PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-CHEQUE-TABLE.
           03  WS-CQ-ENTRY         OCCURS 5000 TIMES.
               05  WS-CQ-CLIENT-KEY
                                   PIC X(9).
               05  WS-CQ-FIRST-CHEQUE
                                   PIC 9(4).
               05  WS-CQ-LAST-CHEQUE
                                   PIC 9(4).
               05  WS-CQ-ISSUE-DATE
                                   PIC 9(8).
               05  WS-CQ-STATUS    PIC X(1).
                   88  WS-CQ-CANCELLED         VALUE 'C'.
               05  WS-CQ-PAID-MAP.
                   07  WS-CQ-PAID  PIC X(1) OCCURS 50 TIMES.
               05  WS-CQ-TOUCHED   PIC X(1).

       77  WS-COUNT-CHEQUES        PIC 9(3)            VALUE ZEROS.

      *    REVERSAL BACKOUT: THE ORIGINAL TYPE AND VALUE COME FROM
      *    A KEYED BROWSE OF THE REGISTRY KSDS.
       77  WS-RVT-FOUND-IND        PIC X(1)            VALUE 'N'.
       77  WS-CLOSE-CURRENT-IND    PIC X(1)            VALUE 'N'.
           88  WS-CLOSE-CURRENT                        VALUE 'Y'.

       77  WS-FS-CLOSURES          PIC X(2)            VALUE ZEROS.

       77  WS-COUNT-CLOSE-SETTLED  PIC 9(3)            VALUE ZEROS.
       77  WS-CLOSE-HOLDS-EXPIRED  PIC 9(3)            VALUE ZEROS.
       77  WS-TOTAL-CLOSE-OUT      PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-CLOSE-IN       PIC 9(9)V9(2)       VALUE ZEROS.

       77  WS-CLOSE-HOLD-IND       PIC X(1)            VALUE 'N'.
           88  WS-CLOSE-HOLD-ACTIVE                    VALUE 'Y'.

       01  WS-SETTLE-MODE          PIC X(1)            VALUE SPACES.
           88  WS-SETTLE-NONE                          VALUE SPACE.
           88  WS-SETTLE-TRANSFER                      VALUE 'T'.
           88  WS-SETTLE-CHEQUE                        VALUE 'Q'.

       01  WS-MAINT-AUDIT-LINE.
           03  WS-MA-FUNCTION      PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           PERFORM 0116-00-LOAD-EXRATES.
           PERFORM 0121-00-LOAD-MANDATES.
           PERFORM 0123-00-LOAD-HOLDS.
           PERFORM 0133-00-LOAD-CHQREG.
           PERFORM 0125-00-LOAD-FXBAL.
           PERFORM 0117-00-OPEN-REGISTRY.
           PERFORM 0114-00-SCAN-TRANSFERS.
           IF  WS-RESTART-YES
               OPEN EXTEND         REJECTED-RELEASES
               OPEN EXTEND         NOTIFY-FILE
               OPEN EXTEND         CLOSURES
           ELSE
               OPEN OUTPUT         REJECTED-RELEASES
               OPEN OUTPUT         NOTIFY-FILE
               OPEN OUTPUT         CLOSURES
           END-IF.

           IF  WS-FS-CLOSURES      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0105-00-OPEN-REJECTED'
                                    ' FILE STATUS: ' WS-FS-CLOSURES
               MOVE '0105-00-OPEN-REJECTED'
                                   TO WS-EL-PARAGRAPH
               MOVE WS-FS-CLOSURES
                                   TO WS-EL-FILE-STATUS
               PERFORM 9900-00-ERROR-LOGGER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-FS-NOTIFY        NOT EQUAL '00'
                               PERFORM 0131-00-RESTORE-CKP-FX
                             WHEN '*HD*'
                               PERFORM 0132-00-RESTORE-CKP-HD
                             WHEN '*CQ*'
                               PERFORM 0134-00-RESTORE-CKP-CQ
                             WHEN OTHER
                               MOVE REG-RESTART
                                   TO WS-LAST-CHECKPOINT
       0132-00-EXIT.
           EXIT.

       0134-00-RESTORE-CKP-CQ.

      *    LIKE THE HOLDS, THE REGISTER WAS RELOADED FROM THE SAME
      *    GENERATION IN THE SAME ORDER; THE CHECKPOINTED MAP
      *    REPLACES THE ONE READ FROM CHQREG.

           IF  CKP-CQ-INDEX        GREATER ZEROS AND
               CKP-CQ-INDEX        NOT GREATER WS-CHQ-COUNT
               MOVE CKP-CQ-PAID-MAP
                   TO WS-CQ-PAID-MAP(CKP-CQ-INDEX)
               MOVE 'Y'
                   TO WS-CQ-TOUCHED(CKP-CQ-INDEX)
           ELSE
               DISPLAY ' CHECKPOINT CHEQUE BOOK INDEX OUT OF RANGE'
               MOVE 'CHECKPOINT CHEQUE BOOK INDEX OUT OF RANGE'
                                   TO WS-EL-TEXT
               PERFORM 9900-00-ERROR-LOGGER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0134-00-EXIT.
           EXIT.

       0108-00-REPOSITION-FILES.

           PERFORM UNTIL FD-CLIENT-KEY OF REG-CLIENTSO
      *    OPERATOR-MAINTAINED STOP-PAYMENT / ACCOUNT-HOLD FILE:
      *    SCOPE 'A' HOLDS EVERY RELEASE ON THE ACCOUNT FOR THE
      *    NIGHT; SCOPE 'D' HOLDS ONE DOCUMENT (VALUE ZERO MATCHES
      *    ANY VALUE); SCOPE 'O' (OVERDUE CUSTOMER REVIEW, PLACED AND
      *    LIFTED BY EAD62633) HOLDS ONLY WHAT TAKES MONEY OUT -
      *    DEBITS, OUTGOING TRANSFERS AND CHEQUES - SO CREDITS STILL
      *    POST.  THE FILE IS REWRITTEN AT CLOSE WITH THE
      *    CONSUMED FLAG OF EVERY HOLD THAT FIRED.

           OPEN INPUT HOLDS.
                   READ HOLDS
                   EVALUATE WS-FS-HOLDS
                     WHEN '00'
                       IF  WS-HOLD-COUNT LESS 2000
                           ADD 1   TO WS-HOLD-COUNT
                           MOVE FD-HD-CLIENT-KEY
                               TO WS-HD-CLIENT-KEY(WS-HOLD-COUNT)
       0124-00-CHECK-HOLD.

      *    A DOCUMENT HOLD IS CONSUMED BY THE RELEASE IT CATCHES;
      *    AN ACCOUNT OR DEBITS-ONLY HOLD KEEPS CATCHING FOR THE
      *    WHOLE NIGHT AND THE FLAG ONLY RECORDS THAT IT FIRED.

           MOVE 'N'                TO WS-RELEASE-HELD-IND.
           MOVE 11                 TO WS-HOLD-REASON-CODE.

           PERFORM VARYING WS-HOLD-POS FROM 1 BY 1
             UNTIL WS-HOLD-POS     GREATER WS-HOLD-COUNT
                           MOVE 'Y' TO WS-RELEASE-HELD-IND
                           MOVE 'Y' TO WS-HD-CONSUMED(WS-HOLD-POS)
                       END-IF
                     WHEN WS-HD-SCOPE-DEBITS(WS-HOLD-POS)
                       IF  FD-RELEASE-TYPE EQUAL 'D' OR 'T' OR 'Q'
                           MOVE 'Y' TO WS-RELEASE-HELD-IND
                           MOVE 'Y' TO WS-HD-CONSUMED(WS-HOLD-POS)
                           MOVE 18  TO WS-HOLD-REASON-CODE
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0124-00-EXIT.
           EXIT.

       0133-00-LOAD-CHQREG.

      *    CHEQUE-BOOK REGISTER MAINTAINED BY EAD62624.  A PRESENTED
      *    CHEQUE (TYPE Q) IS PAID ONLY AGAINST A BOOK OF ITS ACCOUNT
      *    THAT COVERS THE NUMBER; THE FILE IS REWRITTEN AT CLOSE
      *    WITH THE CHEQUES PAID TONIGHT MARKED.

           OPEN INPUT CHQREG.

           EVALUATE WS-FS-CHQREG
             WHEN '00'
               PERFORM UNTIL WS-FS-CHQREG EQUAL '10'
                   READ CHQREG
                   EVALUATE WS-FS-CHQREG
                     WHEN '00'
                       IF  WS-CHQ-COUNT LESS 5000
                           ADD 1   TO WS-CHQ-COUNT
                           MOVE FD-CQ-CLIENT-KEY
                               TO WS-CQ-CLIENT-KEY(WS-CHQ-COUNT)
                           MOVE FD-CQ-FIRST-CHEQUE
                               TO WS-CQ-FIRST-CHEQUE(WS-CHQ-COUNT)
                           MOVE FD-CQ-LAST-CHEQUE
                               TO WS-CQ-LAST-CHEQUE(WS-CHQ-COUNT)
                           MOVE FD-CQ-ISSUE-DATE
                               TO WS-CQ-ISSUE-DATE(WS-CHQ-COUNT)
                           MOVE FD-CQ-STATUS
                               TO WS-CQ-STATUS(WS-CHQ-COUNT)
                           MOVE FD-CQ-PAID-MAP
                               TO WS-CQ-PAID-MAP(WS-CHQ-COUNT)
                           MOVE 'N'
                               TO WS-CQ-TOUCHED(WS-CHQ-COUNT)
                       ELSE
                           DISPLAY ' CHEQUE BOOK TABLE FULL'
                           MOVE 'CHEQUE BOOK TABLE FULL'
                                   TO WS-EL-TEXT
                           PERFORM 9900-00-ERROR-LOGGER
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0133-00-LOAD-CHQREG'
                                    ' FILE STATUS: ' WS-FS-CHQREG
                       MOVE '0133-00-LOAD-CHQREG'
                                   TO WS-EL-PARAGRAPH
                       MOVE WS-FS-CHQREG
                                   TO WS-EL-FILE-STATUS
                       PERFORM 9900-00-ERROR-LOGGER
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CHQREG
             WHEN '35'
               DISPLAY ' CHEQUE BOOK REGISTER NOT FOUND'
               MOVE 'CHEQUE BOOK REGISTER NOT FOUND'
                                   TO WS-EL-TEXT
               PERFORM 9900-00-ERROR-LOGGER
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0133-00-LOAD-CHQREG'
                                    ' FILE STATUS: ' WS-FS-CHQREG
               MOVE '0133-00-LOAD-CHQREG'
                                   TO WS-EL-PARAGRAPH
               MOVE WS-FS-CHQREG
                                   TO WS-EL-FILE-STATUS
               PERFORM 9900-00-ERROR-LOGGER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0133-00-EXIT.
           EXIT.

       0125-00-LOAD-FXBAL.

           OPEN INPUT FXBAL.
           PERFORM 0124-00-CHECK-HOLD.

           IF  WS-RELEASE-HELD
               MOVE WS-HOLD-REASON-CODE
                                   TO WS-REJ-REASON-CODE
               ADD 1               TO WS-COUNT-HELD
               DISPLAY ' =======> RELEASE HELD BY STOP ORDER =>'
                                 ' KEY: ' FD-RELEASE-KEY
             WHEN WS-REVERSAL
               PERFORM 0218-00-POST-REVERSAL

             WHEN WS-CHEQUE
               PERFORM 0224-00-POST-CHEQUE

             WHEN OTHER
               DISPLAY ' RELEASE TYPE INVALID ==> '
                                    ' RELEASE KEY: ' FD-RELEASE-KEY
               PERFORM 0212-00-AUDIT-REJECTED

             WHEN WS-MAINT-CLOSE
               PERFORM 0226-00-MAINT-CLOSE

             WHEN WS-MAINT-RENAME
               MOVE FD-MT-NAME     TO FD-CLIENT-NAME OF REG-CLIENTSO
       0209-00-EXIT.
           EXIT.

       0226-00-MAINT-CLOSE.

      *    CLOSES RUN AT MASTER-WRITE TIME, AFTER EVERY RELEASE OF
      *    THE ACCOUNT - TONIGHT'S EAD62530 INTEREST AND FEE ACCRUAL
      *    INCLUDED - HAS POSTED, SO THAT ACCRUAL IS THE FINAL ONE AND
      *    NONE IS COMPUTED HERE.  THE BALANCE LEFT, CREDIT OR
      *    OVERDRAWN, LEAVES THE MASTER WITH THE ACCOUNT AND IS
      *    SETTLED BY EAD62636 FROM THE CLOSURES FILE.  AN ACCOUNT
      *    UNDER AN ACCOUNT OR DEBITS-ONLY HOLD CANNOT BE CLOSED;
      *    ITS DOCUMENT HOLDS EXPIRE WITH IT.

           MOVE FD-MT-SETTLE-MODE  TO WS-SETTLE-MODE.
           MOVE 'N'                TO WS-CLOSE-HOLD-IND.

           PERFORM VARYING WS-HOLD-POS FROM 1 BY 1
             UNTIL WS-HOLD-POS     GREATER WS-HOLD-COUNT
               IF  WS-HD-CLIENT-KEY(WS-HOLD-POS)
                                   EQUAL FD-CLIENT-KEY OF REG-CLIENTSO
               AND NOT WS-HD-SCOPE-DOCUMENT(WS-HOLD-POS)
                   MOVE 'Y'        TO WS-CLOSE-HOLD-IND
               END-IF
           END-PERFORM.

           IF  WS-SETTLE-TRANSFER
               MOVE FD-MT-SETTLE-ACCOUNT
                                   TO WS-CKD-ACCOUNT
               MOVE 'N'            TO WS-CKD-VALID-IND
               IF  FD-MT-SETTLE-ACCOUNT NUMERIC
                   CALL WS-EAD62543 USING WS-CKD-COMMAREA
               END-IF
           END-IF.

           EVALUATE TRUE
             WHEN WS-CLOSE-HOLD-ACTIVE
               MOVE 'ACCOUNT HOLD ACTIVE'
                                   TO WS-MA-DETAIL
               PERFORM 0212-00-AUDIT-REJECTED
             WHEN WS-SETTLE-NONE
              AND FD-BANK-BALANCE OF REG-CLIENTSO
                                   NOT EQUAL ZEROS
               MOVE 'NO SETTLEMENT INSTRUCTION'
                                   TO WS-MA-DETAIL
               PERFORM 0212-00-AUDIT-REJECTED
             WHEN NOT WS-SETTLE-NONE
              AND NOT WS-SETTLE-TRANSFER
              AND NOT WS-SETTLE-CHEQUE
               MOVE 'SETTLEMENT MODE INVALID'
                                   TO WS-MA-DETAIL
               PERFORM 0212-00-AUDIT-REJECTED
             WHEN WS-SETTLE-CHEQUE
              AND FD-BANK-BALANCE OF REG-CLIENTSO
                                   LESS ZEROS
               MOVE 'OVERDRAWN - CHEQUE NOT ALLOWED'
                                   TO WS-MA-DETAIL
               PERFORM 0212-00-AUDIT-REJECTED
             WHEN WS-SETTLE-TRANSFER
              AND (FD-MT-SETTLE-KEY EQUAL FD-CLIENT-KEY OF REG-CLIENTSO
                OR NOT WS-CKD-ACCOUNT-VALID)
               MOVE 'SETTLEMENT ACCOUNT INVALID'
                                   TO WS-MA-DETAIL
               PERFORM 0212-00-AUDIT-REJECTED
             WHEN OTHER
               PERFORM 0227-00-SETTLE-CLOSE
           END-EVALUATE.

       0226-00-EXIT.
           EXIT.

       0227-00-SETTLE-CLOSE.

           MOVE ZEROS              TO WS-CLOSE-HOLDS-EXPIRED.

           PERFORM VARYING WS-HOLD-POS FROM 1 BY 1
             UNTIL WS-HOLD-POS     GREATER WS-HOLD-COUNT
               IF  WS-HD-CLIENT-KEY(WS-HOLD-POS)
                                   EQUAL FD-CLIENT-KEY OF REG-CLIENTSO
                   MOVE 'X'        TO WS-HD-CONSUMED(WS-HOLD-POS)
                   ADD 1           TO WS-CLOSE-HOLDS-EXPIRED
               END-IF
           END-PERFORM.

           MOVE FD-CLIENT-KEY OF REG-CLIENTSO
                                   TO FD-CL-CLIENT-KEY.
           MOVE FD-CLIENT-NAME OF REG-CLIENTSO
                                   TO FD-CL-NAME.
           MOVE WS-BUSINESS-DATE   TO FD-CL-CLOSE-DATE.
           MOVE FD-BANK-BALANCE OF REG-CLIENTSO
                                   TO FD-CL-BALANCE.
           MOVE WS-SETTLE-MODE     TO FD-CL-SETTLE-MODE.
           IF  WS-SETTLE-TRANSFER
               MOVE FD-MT-SETTLE-KEY
                                   TO FD-CL-SETTLE-KEY
           ELSE
               MOVE SPACES         TO FD-CL-SETTLE-KEY
           END-IF.
           MOVE WS-CLOSE-HOLDS-EXPIRED
                                   TO FD-CL-HOLDS-EXPIRED.

           WRITE REG-CLOSURES.

           IF  WS-FS-CLOSURES      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0227-00-SETTLE-CLOSE'
                                    ' FILE STATUS: ' WS-FS-CLOSURES
               MOVE '0227-00-SETTLE-CLOSE'
                                   TO WS-EL-PARAGRAPH
               MOVE WS-FS-CLOSURES
                                   TO WS-EL-FILE-STATUS
               PERFORM 9900-00-ERROR-LOGGER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FD-BANK-BALANCE OF REG-CLIENTSO
                                   GREATER ZEROS
               ADD FD-BANK-BALANCE OF REG-CLIENTSO
                                   TO WS-TOTAL-CLOSE-OUT
           ELSE
               SUBTRACT FD-BANK-BALANCE OF REG-CLIENTSO
                                   FROM WS-TOTAL-CLOSE-IN
           END-IF.

           IF  FD-BANK-BALANCE OF REG-CLIENTSO
                                   NOT EQUAL ZEROS
               ADD 1               TO WS-COUNT-CLOSE-SETTLED
           END-IF.

           MOVE FD-BANK-BALANCE OF REG-CLIENTSO
                                   TO WS-FMT-VALUE.
           DISPLAY '===> ACCOUNT CLOSED.: '
                   FD-CLIENT-KEY OF REG-CLIENTSO
                   ' BALANCE SETTLED: ' WS-FMT-VALUE
                   ' MODE: ' WS-SETTLE-MODE.

           SET WS-CLOSE-CURRENT    TO TRUE.
           ADD 1                   TO WS-COUNT-CLOSED.
           PERFORM 0211-00-AUDIT-ACCEPTED.

       0227-00-EXIT.
           EXIT.

       0211-00-AUDIT-ACCEPTED.

           MOVE FD-MT-FUNCTION     TO WS-MA-FUNCTION.

           PERFORM VARYING WS-HOLD-POS FROM 1 BY 1
             UNTIL WS-HOLD-POS     GREATER WS-HOLD-COUNT
               IF  WS-HD-CONSUMED(WS-HOLD-POS) EQUAL 'Y' OR 'X'
                   MOVE SPACES     TO REG-RESTART-HD
                   MOVE '*HD*'     TO CKP-HD-MARK
                   MOVE WS-HOLD-POS
                                   TO CKP-HD-INDEX
                   MOVE WS-HD-CONSUMED(WS-HOLD-POS)
                                   TO CKP-HD-CONSUMED
                   PERFORM 0223-00-WRITE-CKP-RECORD
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CHQ-POS FROM 1 BY 1
             UNTIL WS-CHQ-POS      GREATER WS-CHQ-COUNT
               IF  WS-CQ-TOUCHED(WS-CHQ-POS) EQUAL 'Y'
                   MOVE SPACES     TO REG-RESTART-CQ
                   MOVE '*CQ*'     TO CKP-CQ-MARK
                   MOVE WS-CHQ-POS TO CKP-CQ-INDEX
                   MOVE WS-CQ-PAID-MAP(WS-CHQ-POS)
                                   TO CKP-CQ-PAID-MAP
                   PERFORM 0223-00-WRITE-CKP-RECORD
               END-IF
           END-PERFORM.
       0223-00-EXIT.
           EXIT.

       0224-00-POST-CHEQUE.

      *    A PRESENTED CHEQUE IS A DEBIT DRAWN BY THE ACCOUNT HOLDER,
      *    SO NO MANDATE APPLIES; IT MUST BELONG TO AN UNCANCELLED
      *    BOOK OF THE ACCOUNT AND NOT HAVE BEEN PAID BEFORE.  A STOP
      *    ORDER ON ITS NUMBER WAS ALREADY CAUGHT BY 0124-00-CHECK-
      *    HOLD.  THE OVERDRAFT RULE IS THE ONE FOR DEBITS.

           PERFORM 0225-00-FIND-CHEQUE.

           EVALUATE TRUE
             WHEN WS-CHQ-FOUND     EQUAL ZEROS
               MOVE 15             TO WS-REJ-REASON-CODE
             WHEN WS-CQ-CANCELLED(WS-CHQ-FOUND)
               MOVE 17             TO WS-REJ-REASON-CODE
             WHEN WS-CQ-PAID(WS-CHQ-FOUND, WS-CHQ-SLOT) EQUAL 'P'
               MOVE 16             TO WS-REJ-REASON-CODE
             WHEN OTHER
               PERFORM 0112-00-FIND-LIMIT
               PERFORM 0207-00-CHECK-AVAILABLE
           END-EVALUATE.

           IF  WS-REJ-REASON-CODE  EQUAL ZEROS
               SUBTRACT FD-RELEASE-VALUE
                                   FROM FD-BANK-BALANCE OF REG-CLIENTSO

               MOVE WS-RUN-DATE    TO FD-LAST-ACTIVITY OF REG-CLIENTSO

               PERFORM 0217-00-REGISTER-POSTED

               MOVE -1             TO WS-FX-SIGN
               PERFORM 0126-00-UPDATE-FXBAL
               PERFORM 0129-00-CHECK-NOTIFY

               ADD FD-RELEASE-VALUE TO WS-TOTAL-DEBITS

               MOVE 'P'            TO WS-CQ-PAID(WS-CHQ-FOUND,
                                                 WS-CHQ-SLOT)
               MOVE 'Y'            TO WS-CQ-TOUCHED(WS-CHQ-FOUND)
               ADD 1               TO WS-COUNT-CHEQUES

               MOVE FD-RELEASE-VALUE
                                   TO WS-FMT-VALUE
               DISPLAY ' =======> CHEQUE: ' WS-FMT-VALUE
                       ' (CHEQUE NUMBER: ' FD-DOC-NUMBER ')'
           ELSE
               MOVE FD-RELEASE-VALUE
                                   TO WS-FMT-VALUE
               DISPLAY ' =======> CHEQUE: ' WS-FMT-VALUE
                       ' => ' WS-REJ-MESSAGE(WS-REJ-REASON-CODE)
                             '(CHEQUE NUMBER: ' FD-DOC-NUMBER ')'
               PERFORM 0205-00-WRITE-REJECTED
           END-IF.

       0224-00-EXIT.
           EXIT.

       0225-00-FIND-CHEQUE.

      *    THE DOCUMENT NUMBER OF A TYPE Q RELEASE IS THE CHEQUE
      *    NUMBER; THE SLOT IS ITS POSITION INSIDE THE BOOK.

           MOVE ZEROS              TO WS-CHQ-FOUND.
           MOVE ZEROS              TO WS-CHQ-SLOT.

           PERFORM VARYING WS-CHQ-POS FROM 1 BY 1
             UNTIL WS-CHQ-POS      GREATER WS-CHQ-COUNT
                OR WS-CHQ-FOUND    GREATER ZEROS
               IF  WS-CQ-CLIENT-KEY(WS-CHQ-POS)
                                   EQUAL FD-RELEASE-KEY     AND
                   WS-CQ-FIRST-CHEQUE(WS-CHQ-POS)
                                   NOT GREATER FD-DOC-NUMBER AND
                   WS-CQ-LAST-CHEQUE(WS-CHQ-POS)
                                   NOT LESS FD-DOC-NUMBER
                   MOVE WS-CHQ-POS TO WS-CHQ-FOUND
                   COMPUTE WS-CHQ-SLOT =
                       FD-DOC-NUMBER
                     - WS-CQ-FIRST-CHEQUE(WS-CHQ-POS) + 1
               END-IF
           END-PERFORM.

       0225-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*
           MOVE WS-COUNT-CLOSED    TO WS-FMT-AMOUNT
           DISPLAY '*  ACCTS CLOSED..: ' WS-FMT-AMOUNT
                                         '                         *'.
           MOVE WS-COUNT-CLOSE-SETTLED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  CLOSE SETTLED.: ' WS-FMT-AMOUNT
                                         '                         *'.
           MOVE WS-COUNT-RENAMED   TO WS-FMT-AMOUNT
           DISPLAY '*  ACCTS RENAMED.: ' WS-FMT-AMOUNT
                                         '                         *'.
           MOVE WS-COUNT-REVERSALS TO WS-FMT-AMOUNT
           DISPLAY '*  REVERSALS.....: ' WS-FMT-AMOUNT
                                         '                         *'.
           MOVE WS-COUNT-CHEQUES   TO WS-FMT-AMOUNT
           DISPLAY '*  CHEQUES PAID..: ' WS-FMT-AMOUNT
                                         '                         *'.
           MOVE WS-COUNT-NOTIFIED  TO WS-FMT-AMOUNT
           DISPLAY '*  NOTIFICATIONS.: ' WS-FMT-AMOUNT
                                         '                         *'.
               MOVE WS-RS-START-TIME
                                   TO FD-RS-START-TIME
               MOVE WS-RS-END-TIME TO FD-RS-END-TIME
               MOVE RETURN-CODE    TO FD-RS-RETURN-CODE

               WRITE REG-RUNSTATS

                 MAINTEN
                 MAINTRPT
                 NOTIFY-FILE
                 CLOSURES
                 REGISTRY.

           PERFORM 0908-00-REWRITE-HOLDS.
           PERFORM 0911-00-REWRITE-CHQREG.
           PERFORM 0910-00-REWRITE-FXBAL.
           PERFORM 0903-00-CLOSE-CLIENTSN.
           PERFORM 0904-00-CLOSE-REJECTED.

           EVALUATE WS-FS-HOLDSNEW
             WHEN '00'
      *        HOLDS EXPIRED BY AN ACCOUNT CLOSE ('X') ARE DROPPED.
               PERFORM VARYING WS-HOLD-POS FROM 1 BY 1
                 UNTIL WS-HOLD-POS GREATER WS-HOLD-COUNT
                 IF  WS-HD-CONSUMED(WS-HOLD-POS) NOT EQUAL 'X'
                   MOVE WS-HD-CLIENT-KEY(WS-HOLD-POS)
                                   TO FD-HN-CLIENT-KEY
                   MOVE WS-HD-SCOPE(WS-HOLD-POS)
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                 END-IF
               END-PERFORM
               CLOSE HOLDSNEW
             WHEN OTHER
       0910-00-EXIT.
           EXIT.

       0911-00-REWRITE-CHQREG.

           OPEN OUTPUT CHQREGN.

           EVALUATE WS-FS-CHQREGN
             WHEN '00'
               PERFORM VARYING WS-CHQ-POS FROM 1 BY 1
                 UNTIL WS-CHQ-POS  GREATER WS-CHQ-COUNT
                   MOVE SPACES     TO REG-CHQREGN
                   MOVE WS-CQ-CLIENT-KEY(WS-CHQ-POS)
                                   TO FD-CN-CLIENT-KEY
                   MOVE WS-CQ-FIRST-CHEQUE(WS-CHQ-POS)
                                   TO FD-CN-FIRST-CHEQUE
                   MOVE WS-CQ-LAST-CHEQUE(WS-CHQ-POS)
                                   TO FD-CN-LAST-CHEQUE
                   MOVE WS-CQ-ISSUE-DATE(WS-CHQ-POS)
                                   TO FD-CN-ISSUE-DATE
                   MOVE WS-CQ-STATUS(WS-CHQ-POS)
                                   TO FD-CN-STATUS
                   MOVE WS-CQ-PAID-MAP(WS-CHQ-POS)
                                   TO FD-CN-PAID-MAP
                   WRITE REG-CHQREGN
                   IF  WS-FS-CHQREGN NOT EQUAL '00'
                       DISPLAY ' ERROR FOUND IN 0911-00-REWRITE-CHQREG'
                                    ' FILE STATUS: ' WS-FS-CHQREGN
                       MOVE '0911-00-REWRITE-CHQREG'
                                   TO WS-EL-PARAGRAPH
                       MOVE WS-FS-CHQREGN
                                   TO WS-EL-FILE-STATUS
                       PERFORM 9900-00-ERROR-LOGGER
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE CHQREGN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0911-00-REWRITE-CHQREG'
                                    ' FILE STATUS: ' WS-FS-CHQREGN
               MOVE '0911-00-REWRITE-CHQREG'
                                   TO WS-EL-PARAGRAPH
               MOVE WS-FS-CHQREGN
                                   TO WS-EL-FILE-STATUS
               PERFORM 9900-00-ERROR-LOGGER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0911-00-EXIT.
           EXIT.

       0905-00-CLOSE-RESTART.

           CLOSE RESTART-FILE.
                                   - WS-TOTAL-TRANSF-OUT
                                   + WS-TOTAL-RVS-ADDED
                                   - WS-TOTAL-RVS-REMOVED
                                   - WS-TOTAL-CLOSE-OUT
                                   + WS-TOTAL-CLOSE-IN
                                   - WS-TOTAL-CLIENTSN.

           DISPLAY '*----------------------------------------------*'.
           MOVE WS-TOTAL-RVS-REMOVED
                                   TO WS-FMT-TOTAL
           DISPLAY '*  REVERSED CREDS.: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-CLOSE-OUT TO WS-FMT-TOTAL
           DISPLAY '*  CLOSED CREDIT..: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-CLOSE-IN  TO WS-FMT-TOTAL
           DISPLAY '*  CLOSED OVERDRN.: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-CLIENTSN  TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL CLIENTSN.: ' WS-FMT-TOTAL.

