      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62636.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62636                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : SETTLEMENT OF THE ACCOUNTS CLOSED TONIGHT    *
      *                   AND THEIR CLOSURE CERTIFICATES               *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EAD62510 CLOSES AN ACCOUNT AT MASTER-WRITE TIME, AFTER ITS   *
      *   FINAL INTEREST/FEE ACCRUAL HAS POSTED, AND LEAVES ONE        *
      *   CLOSURES RECORD WITH THE BALANCE THAT LEFT THE MASTER AND    *
      *   THE SETTLEMENT INSTRUCTION.  FOR EVERY CLOSURE THIS RUN:     *
      *                                                                *
      *   - WRITES THE GL LEG OF THE SETTLEMENT ON THE CLOSED ACCOUNT  *
      *     (CLOSEGL), TAKEN TONIGHT BY THE GL EXTRACT (EAD62571):     *
      *     A CREDIT BALANCE LEAVES AS TYPE D (TRANSFER) OR Q          *
      *     (CASHIER'S CHEQUE), AN OVERDRAWN ONE IS CLEARED AS TYPE C; *
      *   - FOR A TRANSFER, WRITES THE DESTINATION LEG (CLOSEREL) -    *
      *     A CREDIT, OR A DEBIT WHEN THE ACCOUNT WAS OVERDRAWN - FOR  *
      *     THE NEXT NIGHT'S RELEASE MERGE, WITH THE CLOSED ACCOUNT AS *
      *     COUNTERPARTY OF THE CREDIT;                                *
      *   - ENDS THE DEBIT MANDATES OF THE ACCOUNT ON THE CLOSING      *
      *     DATE (MANDEXP, RELOADED ON THE ONLINE CLUSTER) AND         *
      *     CANCELS ITS ACTIVE STANDING ORDERS (NEW ORDERS GENERATION);*
      *   - PRINTS THE CLOSURE CERTIFICATE FOR THE CUSTOMER, WITH THE  *
      *     CIF NAME AND ADDRESS AND TONIGHT'S FINAL ACCRUAL.          *
      *                                                                *
      *   A DESTINATION ACCOUNT NOT ON THE NEW MASTER, OR ITSELF       *
      *   CLOSED TONIGHT, STILL RECEIVES ITS LEG - THE BALANCE LINE    *
      *   REJECTS IT TO THE REPAIR FLOW - AND ENDS THE RUN RC=04.      *
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

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT CLOSURES         ASSIGN TO DA-S-CLOSURES
               FILE STATUS         IS WS-FS-CLOSURES.

           SELECT ACCRUALS         ASSIGN TO DA-S-ACCRUALS
               FILE STATUS         IS WS-FS-ACCRUALS.

           SELECT CLIENTSO         ASSIGN TO DA-S-CLIENTSO
               FILE STATUS         IS WS-FS-CLIENTSO.

           SELECT CIF              ASSIGN TO DA-S-CIF
               FILE STATUS         IS WS-FS-CIF.

           SELECT MANDATES         ASSIGN TO DA-S-MANDATES
               FILE STATUS         IS WS-FS-MANDATES.

           SELECT MANDEXP          ASSIGN TO DA-S-MANDEXP
               FILE STATUS         IS WS-FS-MANDEXP.

           SELECT STORDERS         ASSIGN TO DA-S-STORDERS
               FILE STATUS         IS WS-FS-STORDERS.

           SELECT STORDNEW         ASSIGN TO DA-S-STORDNEW
               FILE STATUS         IS WS-FS-STORDNEW.

           SELECT CLOSEGL          ASSIGN TO DA-S-CLOSEGL
               FILE STATUS         IS WS-FS-CLOSEGL.

           SELECT CLOSEREL         ASSIGN TO DA-S-CLOSEREL
               FILE STATUS         IS WS-FS-CLOSEREL.

           SELECT CERTPRT          ASSIGN TO DA-S-CERTPRT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

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

       FD  ACCRUALS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ACCRUALS.
           03  FD-AC-RELEASE-KEY   PIC X(9).
           03  FD-AC-DOC-NUMBER    PIC 9(4).
           03  FD-AC-RELEASE-TYPE  PIC A(1).
           03  FD-AC-RELEASE-VALUE PIC 9(6)V9(2).
           03  FILLER              PIC X(28).

       FD  CLIENTSO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLIENTSO.
           03  FD-CO-CLIENT-KEY.
               05  FD-CO-BRANCH    PIC X(4).
                   88  FD-CO-CONTROL-RECORD    VALUE 'HDR*' 'TRL*'.
               05  FD-CO-ACCOUNT   PIC 9(5).
           03  FD-CO-CLIENT-NAME   PIC A(20).
           03  FD-CO-BANK-BALANCE  PIC S9(6)V9(2).
           03  FD-CO-LAST-ACTIVITY PIC 9(8).

       FD  CIF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CIF.
           03  FD-CF-CLIENT-KEY.
               05  FD-CF-BRANCH    PIC X(4).
               05  FD-CF-ACCOUNT   PIC 9(5).
           03  FD-CF-FULL-NAME     PIC X(40).
           03  FD-CF-STREET        PIC X(30).
           03  FD-CF-CITY          PIC X(20).
           03  FD-CF-STATE         PIC X(2).
           03  FD-CF-POSTAL-CODE   PIC X(8).
           03  FD-CF-TAX-ID        PIC 9(11).
           03  FD-CF-BIRTH-DATE    PIC 9(8).
           03  FD-CF-PHONE         PIC X(15).
           03  FD-CF-RISK-RATING   PIC X(1).
           03  FD-CF-LAST-REVIEW   PIC 9(8).

       FD  MANDATES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MANDATES.
           03  FD-MD-DEBTOR-KEY.
               05  FD-MD-BRANCH    PIC X(4).
               05  FD-MD-ACCOUNT   PIC 9(5).
           03  FD-MD-COUNTERPARTY.
               05  FD-MD-CP-BRANCH PIC X(4).
               05  FD-MD-CP-ACCOUNT
                                   PIC 9(5).
           03  FD-MD-CEILING       PIC 9(6)V9(2).
           03  FD-MD-START-DATE    PIC 9(8).
           03  FD-MD-END-DATE      PIC 9(8).

       FD  MANDEXP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MANDEXP.
           03  FD-ME-DEBTOR-KEY    PIC X(9).
           03  FD-ME-COUNTERPARTY  PIC X(9).
           03  FD-ME-CEILING       PIC 9(6)V9(2).
           03  FD-ME-START-DATE    PIC 9(8).
           03  FD-ME-END-DATE      PIC 9(8).

       FD  STORDERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-STORDERS.
           03  FD-SO-CLIENT-KEY.
               05  FD-SO-BRANCH    PIC X(4).
               05  FD-SO-ACCOUNT   PIC 9(5).
           03  FD-SO-COUNTERPARTY.
               05  FD-SO-CP-BRANCH PIC X(4).
               05  FD-SO-CP-ACCOUNT
                                   PIC 9(5).
           03  FD-SO-RELEASE-TYPE  PIC A(1).
           03  FD-SO-VALUE         PIC 9(6)V9(2).
           03  FD-SO-FREQUENCY     PIC X(1).
           03  FD-SO-NEXT-DUE      PIC 9(8).
           03  FD-SO-STATUS        PIC X(1).
               88  FD-SO-ACTIVE                        VALUE 'A'.
           03  FD-SO-DESCRIPTION   PIC X(20).

       FD  STORDNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-STORDNEW.
           03  FD-SN-CLIENT-KEY    PIC X(9).
           03  FD-SN-COUNTERPARTY  PIC X(9).
           03  FD-SN-RELEASE-TYPE  PIC A(1).
           03  FD-SN-VALUE         PIC 9(6)V9(2).
           03  FD-SN-FREQUENCY     PIC X(1).
           03  FD-SN-NEXT-DUE      PIC 9(8).
           03  FD-SN-STATUS        PIC X(1).
           03  FD-SN-DESCRIPTION   PIC X(20).

       FD  CLOSEGL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLOSEGL.
           03  FD-CG-RELEASE-KEY   PIC X(9).
           03  FD-CG-DOC-NUMBER    PIC 9(4).
           03  FD-CG-RELEASE-TYPE  PIC A(1).
           03  FD-CG-RELEASE-VALUE PIC 9(6)V9(2).
           03  FD-CG-COUNTERPARTY  PIC X(9).
           03  FD-CG-POSTING-DATE  PIC 9(8).
           03  FD-CG-VALUE-DATE    PIC 9(8).
           03  FD-CG-CURRENCY      PIC X(3).

       FD  CLOSEREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLOSEREL.
           03  FD-CR-RELEASE-KEY   PIC X(9).
           03  FD-CR-DOC-NUMBER    PIC 9(4).
           03  FD-CR-RELEASE-TYPE  PIC A(1).
           03  FD-CR-RELEASE-VALUE PIC 9(6)V9(2).
           03  FD-CR-COUNTERPARTY  PIC X(9).
           03  FD-CR-POSTING-DATE  PIC 9(8).
           03  FD-CR-VALUE-DATE    PIC 9(8).
           03  FD-CR-CURRENCY      PIC X(3).

       FD  CERTPRT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CERTPRT             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62636'.

       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLOSURES          PIC X(2)            VALUE ZEROS.
       77  WS-FS-ACCRUALS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLIENTSO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CIF               PIC X(2)            VALUE ZEROS.
       77  WS-FS-MANDATES          PIC X(2)            VALUE ZEROS.
       77  WS-FS-MANDEXP           PIC X(2)            VALUE ZEROS.
       77  WS-FS-STORDERS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-STORDNEW          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLOSEGL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLOSEREL          PIC X(2)            VALUE ZEROS.

       77  WS-READ-CLOSURES        PIC 9(5)            VALUE ZEROS.
       77  WS-READ-ORDERS          PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-GL-LEGS        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-DEST-LEGS      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-MANDATES       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ORDERS         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CERTIFICATES   PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-DEST-WARNED    PIC 9(5)            VALUE ZEROS.
       77  WS-TOTAL-SETTLED-OUT    PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-SETTLED-IN     PIC 9(9)V9(2)       VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

      *    SETTLEMENT DOCUMENT NUMBERS START AT 9001, CLEAR OF THE
      *    ACCRUAL, STANDING-ORDER, LOAN, DEPOSIT, REVALUATION AND
      *    CHARGE NUMBERING (UP TO 9600) OF THE SAME NIGHT; BOTH
      *    LEGS OF ONE SETTLEMENT SHARE THE NUMBER.
       77  WS-DOC-NUMBER           PIC 9(4)            VALUE 9000.

      *    TONIGHT'S CLOSURES.  DEST: 'Y' = DESTINATION ON THE NEW
      *    MASTER, 'C' = DESTINATION CLOSED TONIGHT, 'N' = NOT FOUND.
       77  WS-CLOSE-COUNT          PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CLOSE-POS            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CLOSE-POS-2          PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CLOSE-TABLE.
           03  WS-CL-ENTRY         OCCURS 500 TIMES.
               05  WS-CL-CLIENT-KEY.
                   07  WS-CL-BRANCH
                                   PIC X(4).
                   07  WS-CL-ACCOUNT
                                   PIC 9(5).
               05  WS-CL-NAME      PIC A(20).
               05  WS-CL-CLOSE-DATE
                                   PIC 9(8).
               05  WS-CL-BALANCE   PIC S9(6)V9(2).
               05  WS-CL-SETTLE-MODE
                                   PIC X(1).
                   88  WS-CL-SETTLE-TRANSFER   VALUE 'T'.
                   88  WS-CL-SETTLE-CHEQUE     VALUE 'Q'.
               05  WS-CL-SETTLE-KEY.
                   07  WS-CL-SETTLE-BRANCH
                                   PIC X(4).
                   07  WS-CL-SETTLE-ACCOUNT
                                   PIC X(5).
               05  WS-CL-HOLDS     PIC 9(3).
               05  WS-CL-MANDATES  PIC 9(3).
               05  WS-CL-ORDERS    PIC 9(3).
               05  WS-CL-INTEREST  PIC 9(6)V9(2).
               05  WS-CL-FEES      PIC 9(6)V9(2).
               05  WS-CL-DEST-IND  PIC X(1).
                   88  WS-CL-DEST-FOUND        VALUE 'Y'.
                   88  WS-CL-DEST-CLOSED       VALUE 'C'.
               05  WS-CL-CIF-IND   PIC X(1).
                   88  WS-CL-CIF-FOUND         VALUE 'Y'.
               05  WS-CL-FULL-NAME PIC X(40).
               05  WS-CL-STREET    PIC X(30).
               05  WS-CL-CITY      PIC X(20).
               05  WS-CL-STATE     PIC X(2).
               05  WS-CL-POSTAL-CODE
                                   PIC X(8).

       77  WS-KEY-FOUND-IND        PIC X(1)            VALUE 'N'.
           88  WS-KEY-FOUND                            VALUE 'Y'.

       01  WS-CERT-TITLE.
           03  FILLER              PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(40)           VALUE
           'A C C O U N T   C L O S U R E'.

       01  WS-CERT-TITLE-2.
           03  FILLER              PIC X(27)           VALUE SPACES.
           03  FILLER              PIC X(40)           VALUE
           'C E R T I F I C A T E'.

       01  WS-CERT-TEXT.
           03  FILLER              PIC X(4)            VALUE SPACES.
           03  WS-CT-LABEL         PIC X(26)           VALUE SPACES.
           03  WS-CT-VALUE         PIC X(50)           VALUE SPACES.

       01  WS-CERT-AMOUNT.
           03  FILLER              PIC X(4)            VALUE SPACES.
           03  WS-CA-LABEL         PIC X(26)           VALUE SPACES.
           03  WS-CA-VALUE         PIC -ZZZ.ZZ9,99     VALUE ZEROS.
           03  FILLER              PIC X(39)           VALUE SPACES.

       01  WS-CERT-COUNT.
           03  FILLER              PIC X(4)            VALUE SPACES.
           03  WS-CC-LABEL         PIC X(26)           VALUE SPACES.
           03  WS-CC-VALUE         PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(47)           VALUE SPACES.

       01  WS-CERT-CLOSING.
           03  FILLER              PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(38)           VALUE
           'THIS ACCOUNT IS CLOSED.  NO FURTHER '.
           03  FILLER              PIC X(38)           VALUE
           'MOVEMENTS WILL BE ACCEPTED ON IT.'.

       01  WS-CERT-ACCOUNT.
           03  WS-CK-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-CK-ACCOUNT       PIC X(5)            VALUE SPACES.

       01  WS-CERT-SETTLEMENT.
           03  WS-CS-TEXT          PIC X(30)           VALUE SPACES.
           03  WS-CS-ACCOUNT       PIC X(10)           VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZ.ZZ9          VALUE ZEROS.
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
             VARYING WS-CLOSE-POS FROM 1 BY 1
               UNTIL WS-CLOSE-POS  GREATER WS-CLOSE-COUNT.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-READ-CYCLECTL.

           PERFORM 0103-00-LOAD-CLOSURES.

           OPEN OUTPUT CLOSEGL
                       CLOSEREL
                       MANDEXP
                       STORDNEW
                       CERTPRT.

           IF  WS-FS-CLOSEGL       NOT EQUAL '00' OR
               WS-FS-CLOSEREL      NOT EQUAL '00' OR
               WS-FS-MANDEXP       NOT EQUAL '00' OR
               WS-FS-STORDNEW      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' CLOSEGL: '  WS-FS-CLOSEGL
                       ' CLOSEREL: ' WS-FS-CLOSEREL
                       ' MANDEXP: '  WS-FS-MANDEXP
                       ' STORDNEW: ' WS-FS-STORDNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0104-00-SCAN-ACCRUALS.
           PERFORM 0105-00-SCAN-MASTER.
           PERFORM 0106-00-SCAN-CIF.
           PERFORM 0107-00-EXPIRE-MANDATES.
           PERFORM 0108-00-CANCEL-ORDERS.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

      *    THE BUSINESS DATE COMES FROM THE CYCLE-CONTROL DATASET,
      *    LIKE EVERY OTHER STEP OF THE NIGHT.

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

       0103-00-LOAD-CLOSURES.

           OPEN INPUT CLOSURES.

           IF  WS-FS-CLOSURES      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CLOSURES'
                                    ' FILE STATUS: ' WS-FS-CLOSURES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-CLOSURES EQUAL '10'
               READ CLOSURES
               EVALUATE WS-FS-CLOSURES
                 WHEN '00'
                   ADD 1           TO WS-READ-CLOSURES
                   IF  WS-CLOSE-COUNT NOT LESS 500
                       DISPLAY ' CLOSURE TABLE FULL'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1           TO WS-CLOSE-COUNT
                   INITIALIZE WS-CL-ENTRY(WS-CLOSE-COUNT)
                   MOVE FD-CL-CLIENT-KEY
                       TO WS-CL-CLIENT-KEY(WS-CLOSE-COUNT)
                   MOVE FD-CL-NAME
                       TO WS-CL-NAME(WS-CLOSE-COUNT)
                   MOVE FD-CL-CLOSE-DATE
                       TO WS-CL-CLOSE-DATE(WS-CLOSE-COUNT)
                   MOVE FD-CL-BALANCE
                       TO WS-CL-BALANCE(WS-CLOSE-COUNT)
                   MOVE FD-CL-SETTLE-MODE
                       TO WS-CL-SETTLE-MODE(WS-CLOSE-COUNT)
                   MOVE FD-CL-SETTLE-KEY
                       TO WS-CL-SETTLE-KEY(WS-CLOSE-COUNT)
                   MOVE FD-CL-HOLDS-EXPIRED
                       TO WS-CL-HOLDS(WS-CLOSE-COUNT)
                   MOVE 'N'
                       TO WS-CL-DEST-IND(WS-CLOSE-COUNT)
                   MOVE 'N'
                       TO WS-CL-CIF-IND(WS-CLOSE-COUNT)
                 WHEN '10'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CLOSURES'
                                    ' FILE STATUS: ' WS-FS-CLOSURES
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-PERFORM.

           CLOSE CLOSURES.

      *    A DESTINATION THAT IS ITSELF CLOSED TONIGHT IS NOT ON THE
      *    NEW MASTER EITHER; FLAG IT SEPARATELY FOR THE WARNING.

           PERFORM VARYING WS-CLOSE-POS FROM 1 BY 1
             UNTIL WS-CLOSE-POS    GREATER WS-CLOSE-COUNT
               IF  WS-CL-SETTLE-TRANSFER(WS-CLOSE-POS)
                   PERFORM VARYING WS-CLOSE-POS-2 FROM 1 BY 1
                     UNTIL WS-CLOSE-POS-2 GREATER WS-CLOSE-COUNT
                       IF  WS-CL-CLIENT-KEY(WS-CLOSE-POS-2)
                               EQUAL WS-CL-SETTLE-KEY(WS-CLOSE-POS)
                           MOVE 'C'
                               TO WS-CL-DEST-IND(WS-CLOSE-POS)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       0103-00-EXIT.
           EXIT.

       0104-00-SCAN-ACCRUALS.

      *    TONIGHT'S EAD62530 ACCRUAL WAS THE FINAL ONE OF EACH
      *    CLOSED ACCOUNT: INTEREST (C) AND FEES (F) FOR THE
      *    CERTIFICATE.

           OPEN INPUT ACCRUALS.

           IF  WS-FS-ACCRUALS      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0104-00-SCAN-ACCRUALS'
                                    ' FILE STATUS: ' WS-FS-ACCRUALS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-ACCRUALS EQUAL '10'
               READ ACCRUALS
               EVALUATE WS-FS-ACCRUALS
                 WHEN '00'
                   PERFORM VARYING WS-CLOSE-POS FROM 1 BY 1
                     UNTIL WS-CLOSE-POS GREATER WS-CLOSE-COUNT
                       IF  WS-CL-CLIENT-KEY(WS-CLOSE-POS)
                                   EQUAL FD-AC-RELEASE-KEY
                           EVALUATE FD-AC-RELEASE-TYPE
                             WHEN 'C'
                               ADD FD-AC-RELEASE-VALUE
                                   TO WS-CL-INTEREST(WS-CLOSE-POS)
                             WHEN 'F'
                               ADD FD-AC-RELEASE-VALUE
                                   TO WS-CL-FEES(WS-CLOSE-POS)
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                 WHEN '10'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0104-00-SCAN-ACCRUALS'
                                    ' FILE STATUS: ' WS-FS-ACCRUALS
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-PERFORM.

           CLOSE ACCRUALS.

       0104-00-EXIT.
           EXIT.

       0105-00-SCAN-MASTER.

      *    THE NEW MASTER GENERATION: EVERY TRANSFER DESTINATION
      *    MUST STILL BE ON IT.

           OPEN INPUT CLIENTSO.

           IF  WS-FS-CLIENTSO      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0105-00-SCAN-MASTER'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-CLIENTSO EQUAL '10'
               READ CLIENTSO
               EVALUATE WS-FS-CLIENTSO
                 WHEN '00'
                   IF  NOT FD-CO-CONTROL-RECORD
                       PERFORM VARYING WS-CLOSE-POS FROM 1 BY 1
                         UNTIL WS-CLOSE-POS GREATER WS-CLOSE-COUNT
                           IF  WS-CL-SETTLE-TRANSFER(WS-CLOSE-POS)
                           AND WS-CL-SETTLE-KEY(WS-CLOSE-POS)
                                   EQUAL FD-CO-CLIENT-KEY
                               MOVE 'Y'
                                   TO WS-CL-DEST-IND(WS-CLOSE-POS)
                           END-IF
                       END-PERFORM
                   END-IF
                 WHEN '10'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0105-00-SCAN-MASTER'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-PERFORM.

           CLOSE CLIENTSO.

       0105-00-EXIT.
           EXIT.

       0106-00-SCAN-CIF.

           OPEN INPUT CIF.

           IF  WS-FS-CIF           NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0106-00-SCAN-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-CIF EQUAL '10'
               READ CIF
               EVALUATE WS-FS-CIF
                 WHEN '00'
                   PERFORM VARYING WS-CLOSE-POS FROM 1 BY 1
                     UNTIL WS-CLOSE-POS GREATER WS-CLOSE-COUNT
                       IF  WS-CL-CLIENT-KEY(WS-CLOSE-POS)
                                   EQUAL FD-CF-CLIENT-KEY
                           MOVE 'Y'
                               TO WS-CL-CIF-IND(WS-CLOSE-POS)
                           MOVE FD-CF-FULL-NAME
                               TO WS-CL-FULL-NAME(WS-CLOSE-POS)
                           MOVE FD-CF-STREET
                               TO WS-CL-STREET(WS-CLOSE-POS)
                           MOVE FD-CF-CITY
                               TO WS-CL-CITY(WS-CLOSE-POS)
                           MOVE FD-CF-STATE
                               TO WS-CL-STATE(WS-CLOSE-POS)
                           MOVE FD-CF-POSTAL-CODE
                               TO WS-CL-POSTAL-CODE(WS-CLOSE-POS)
                       END-IF
                   END-PERFORM
                 WHEN '10'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0106-00-SCAN-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-PERFORM.

           CLOSE CIF.

       0106-00-EXIT.
           EXIT.

       0107-00-EXPIRE-MANDATES.

      *    A MANDATE OF A CLOSED ACCOUNT ENDS ON THE CLOSING DATE.
      *    THE UNLOAD IS IN CLUSTER KEY ORDER, SO MANDEXP CAN BE
      *    REPRO'D BACK WITH REPLACE.

           OPEN INPUT MANDATES.

           IF  WS-FS-MANDATES      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0107-00-EXPIRE-MANDATES'
                                    ' FILE STATUS: ' WS-FS-MANDATES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-MANDATES EQUAL '10'
               READ MANDATES
               EVALUATE WS-FS-MANDATES
                 WHEN '00'
                   PERFORM 0109-00-FIND-MANDATE-OWNER
                 WHEN '10'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0107-00-EXPIRE-MANDATES'
                                    ' FILE STATUS: ' WS-FS-MANDATES
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-PERFORM.

           CLOSE MANDATES.

       0107-00-EXIT.
           EXIT.

       0109-00-FIND-MANDATE-OWNER.

           MOVE 'N'                TO WS-KEY-FOUND-IND.

           PERFORM VARYING WS-CLOSE-POS FROM 1 BY 1
             UNTIL WS-CLOSE-POS    GREATER WS-CLOSE-COUNT
                OR WS-KEY-FOUND
               IF  WS-CL-CLIENT-KEY(WS-CLOSE-POS)
                                   EQUAL FD-MD-DEBTOR-KEY
                   SET WS-KEY-FOUND
                                   TO TRUE
               END-IF
           END-PERFORM.

           IF  NOT WS-KEY-FOUND
               GO TO 0109-00-EXIT
           END-IF.

           SUBTRACT 1              FROM WS-CLOSE-POS.

           MOVE REG-MANDATES       TO REG-MANDEXP.

           IF  FD-ME-END-DATE      GREATER
                                   WS-CL-CLOSE-DATE(WS-CLOSE-POS)
               MOVE WS-CL-CLOSE-DATE(WS-CLOSE-POS)
                                   TO FD-ME-END-DATE
           END-IF.

           WRITE REG-MANDEXP.

           IF  WS-FS-MANDEXP       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0109-00-FIND-MANDATE-OWNER'
                                    ' FILE STATUS: ' WS-FS-MANDEXP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-CL-MANDATES(WS-CLOSE-POS).
           ADD 1                   TO WS-COUNT-MANDATES.

       0109-00-EXIT.
           EXIT.

       0108-00-CANCEL-ORDERS.

      *    THE WHOLE STANDING-ORDER MASTER IS COPIED TO THE NEW
      *    GENERATION; ACTIVE ORDERS OF A CLOSED ACCOUNT GO OUT
      *    CANCELLED.

           OPEN INPUT STORDERS.

           IF  WS-FS-STORDERS      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0108-00-CANCEL-ORDERS'
                                    ' FILE STATUS: ' WS-FS-STORDERS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FS-STORDERS EQUAL '10'
               READ STORDERS
               EVALUATE WS-FS-STORDERS
                 WHEN '00'
                   ADD 1           TO WS-READ-ORDERS
                   PERFORM 0110-00-COPY-ORDER
                 WHEN '10'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0108-00-CANCEL-ORDERS'
                                    ' FILE STATUS: ' WS-FS-STORDERS
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-PERFORM.

           CLOSE STORDERS.

       0108-00-EXIT.
           EXIT.

       0110-00-COPY-ORDER.

           MOVE REG-STORDERS       TO REG-STORDNEW.

           IF  FD-SO-ACTIVE
               PERFORM VARYING WS-CLOSE-POS FROM 1 BY 1
                 UNTIL WS-CLOSE-POS GREATER WS-CLOSE-COUNT
                   IF  WS-CL-CLIENT-KEY(WS-CLOSE-POS)
                                   EQUAL FD-SO-CLIENT-KEY
                       MOVE 'C'    TO FD-SN-STATUS
                       ADD 1       TO WS-CL-ORDERS(WS-CLOSE-POS)
                       ADD 1       TO WS-COUNT-ORDERS
                   END-IF
               END-PERFORM
           END-IF.

           WRITE REG-STORDNEW.

           IF  WS-FS-STORDNEW      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0110-00-COPY-ORDER'
                                    ' FILE STATUS: ' WS-FS-STORDNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0110-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           IF  WS-CL-BALANCE(WS-CLOSE-POS)
                                   NOT EQUAL ZEROS
               PERFORM 0202-00-WRITE-LEGS
           END-IF.

           PERFORM 0205-00-PRINT-CERTIFICATE.

       0201-00-EXIT.
           EXIT.

       0202-00-WRITE-LEGS.

           ADD 1                   TO WS-DOC-NUMBER.

      *    GL LEG ON THE CLOSED ACCOUNT: THE BALANCE LEAVES THE
      *    DEPOSIT LIABILITY (D, OR Q FOR THE CASHIER'S CHEQUE), OR
      *    THE OVERDRAFT IS CLEARED (C).

           MOVE WS-CL-CLIENT-KEY(WS-CLOSE-POS)
                                   TO FD-CG-RELEASE-KEY.
           MOVE WS-DOC-NUMBER      TO FD-CG-DOC-NUMBER.
           MOVE SPACES             TO FD-CG-COUNTERPARTY.
           MOVE WS-CL-CLOSE-DATE(WS-CLOSE-POS)
                                   TO FD-CG-POSTING-DATE
                                      FD-CG-VALUE-DATE.
           MOVE SPACES             TO FD-CG-CURRENCY.

           IF  WS-CL-BALANCE(WS-CLOSE-POS)
                                   GREATER ZEROS
               MOVE WS-CL-BALANCE(WS-CLOSE-POS)
                                   TO FD-CG-RELEASE-VALUE
               ADD WS-CL-BALANCE(WS-CLOSE-POS)
                                   TO WS-TOTAL-SETTLED-OUT
               IF  WS-CL-SETTLE-CHEQUE(WS-CLOSE-POS)
                   MOVE 'Q'        TO FD-CG-RELEASE-TYPE
               ELSE
                   MOVE 'D'        TO FD-CG-RELEASE-TYPE
                   MOVE WS-CL-SETTLE-KEY(WS-CLOSE-POS)
                                   TO FD-CG-COUNTERPARTY
               END-IF
           ELSE
               COMPUTE FD-CG-RELEASE-VALUE =
                   WS-CL-BALANCE(WS-CLOSE-POS) * -1
               ADD FD-CG-RELEASE-VALUE
                                   TO WS-TOTAL-SETTLED-IN
               MOVE 'C'            TO FD-CG-RELEASE-TYPE
               MOVE WS-CL-SETTLE-KEY(WS-CLOSE-POS)
                                   TO FD-CG-COUNTERPARTY
           END-IF.

           WRITE REG-CLOSEGL.

           IF  WS-FS-CLOSEGL       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0202-00-WRITE-LEGS'
                                    ' FILE STATUS: ' WS-FS-CLOSEGL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-WRITE-GL-LEGS.

           IF  WS-CL-SETTLE-TRANSFER(WS-CLOSE-POS)
               PERFORM 0203-00-WRITE-DEST-LEG
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-DEST-LEG.

      *    THE DESTINATION LEG POSTS THROUGH THE NEXT NIGHT'S MERGE.
      *    THE CREDIT NAMES THE CLOSED ACCOUNT AS COUNTERPARTY; THE
      *    DEBIT COVERING AN OVERDRAFT IS KEYED WITHOUT ONE, AS AN
      *    OVER-THE-COUNTER DEBIT THAT NEEDS NO MANDATE.

           MOVE WS-CL-SETTLE-KEY(WS-CLOSE-POS)
                                   TO FD-CR-RELEASE-KEY.
           MOVE WS-DOC-NUMBER      TO FD-CR-DOC-NUMBER.
           MOVE FD-CG-RELEASE-VALUE
                                   TO FD-CR-RELEASE-VALUE.
           MOVE WS-CL-CLOSE-DATE(WS-CLOSE-POS)
                                   TO FD-CR-POSTING-DATE
                                      FD-CR-VALUE-DATE.
           MOVE SPACES             TO FD-CR-CURRENCY.

           IF  WS-CL-BALANCE(WS-CLOSE-POS)
                                   GREATER ZEROS
               MOVE 'C'            TO FD-CR-RELEASE-TYPE
               MOVE WS-CL-CLIENT-KEY(WS-CLOSE-POS)
                                   TO FD-CR-COUNTERPARTY
           ELSE
               MOVE 'D'            TO FD-CR-RELEASE-TYPE
               MOVE SPACES         TO FD-CR-COUNTERPARTY
           END-IF.

           WRITE REG-CLOSEREL.

           IF  WS-FS-CLOSEREL      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0203-00-WRITE-DEST-LEG'
                                    ' FILE STATUS: ' WS-FS-CLOSEREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-WRITE-DEST-LEGS.

           IF  NOT WS-CL-DEST-FOUND(WS-CLOSE-POS)
               ADD 1               TO WS-COUNT-DEST-WARNED
               IF  WS-CL-DEST-CLOSED(WS-CLOSE-POS)
                   DISPLAY ' SETTLEMENT ACCOUNT CLOSED TONIGHT: '
                           WS-CL-SETTLE-KEY(WS-CLOSE-POS)
                           ' (CLOSED ACCOUNT: '
                           WS-CL-CLIENT-KEY(WS-CLOSE-POS) ')'
               ELSE
                   DISPLAY ' SETTLEMENT ACCOUNT NOT ON MASTER: '
                           WS-CL-SETTLE-KEY(WS-CLOSE-POS)
                           ' (CLOSED ACCOUNT: '
                           WS-CL-CLIENT-KEY(WS-CLOSE-POS) ')'
               END-IF
           END-IF.

       0203-00-EXIT.
           EXIT.

       0205-00-PRINT-CERTIFICATE.

           WRITE REG-CERTPRT       FROM WS-CERT-TITLE
                                   AFTER PAGE.
           WRITE REG-CERTPRT       FROM WS-CERT-TITLE-2
                                   AFTER 1 LINE.

           MOVE WS-CL-BRANCH(WS-CLOSE-POS)
                                   TO WS-CK-BRANCH.
           MOVE WS-CL-ACCOUNT(WS-CLOSE-POS)
                                   TO WS-CK-ACCOUNT.
           MOVE 'ACCOUNT.................:'
                                   TO WS-CT-LABEL.
           MOVE WS-CERT-ACCOUNT    TO WS-CT-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-TEXT
                                   AFTER 3 LINES.

      *    WITHOUT A CIF RECORD ONLY THE MASTER NAME IS KNOWN.
           MOVE 'ACCOUNT HOLDER..........:'
                                   TO WS-CT-LABEL.
           IF  WS-CL-CIF-FOUND(WS-CLOSE-POS)
               MOVE WS-CL-FULL-NAME(WS-CLOSE-POS)
                                   TO WS-CT-VALUE
           ELSE
               MOVE WS-CL-NAME(WS-CLOSE-POS)
                                   TO WS-CT-VALUE
           END-IF.
           WRITE REG-CERTPRT       FROM WS-CERT-TEXT
                                   AFTER 1 LINE.

           IF  WS-CL-CIF-FOUND(WS-CLOSE-POS)
               MOVE 'ADDRESS.................:'
                                   TO WS-CT-LABEL
               MOVE WS-CL-STREET(WS-CLOSE-POS)
                                   TO WS-CT-VALUE
               WRITE REG-CERTPRT   FROM WS-CERT-TEXT
                                   AFTER 1 LINE
               MOVE SPACES         TO WS-CT-LABEL
               MOVE SPACES         TO WS-CT-VALUE
               STRING WS-CL-CITY(WS-CLOSE-POS) DELIMITED BY '  '
                      ' '                      DELIMITED BY SIZE
                      WS-CL-STATE(WS-CLOSE-POS)
                                               DELIMITED BY SIZE
                      '  '                     DELIMITED BY SIZE
                      WS-CL-POSTAL-CODE(WS-CLOSE-POS)
                                               DELIMITED BY SIZE
                 INTO WS-CT-VALUE
               END-STRING
               WRITE REG-CERTPRT   FROM WS-CERT-TEXT
                                   AFTER 1 LINE
           END-IF.

           MOVE 'CLOSING DATE............:'
                                   TO WS-CT-LABEL.
           MOVE WS-CL-CLOSE-DATE(WS-CLOSE-POS)
                                   TO WS-CT-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-TEXT
                                   AFTER 2 LINES.

           MOVE 'FINAL INTEREST CREDITED.:'
                                   TO WS-CA-LABEL.
           MOVE WS-CL-INTEREST(WS-CLOSE-POS)
                                   TO WS-CA-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-AMOUNT
                                   AFTER 2 LINES.

           MOVE 'FINAL FEES CHARGED......:'
                                   TO WS-CA-LABEL.
           MOVE WS-CL-FEES(WS-CLOSE-POS)
                                   TO WS-CA-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-AMOUNT
                                   AFTER 1 LINE.

           MOVE 'BALANCE AT CLOSURE......:'
                                   TO WS-CA-LABEL.
           MOVE WS-CL-BALANCE(WS-CLOSE-POS)
                                   TO WS-CA-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-AMOUNT
                                   AFTER 1 LINE.

           MOVE SPACES             TO WS-CERT-SETTLEMENT.
           EVALUATE TRUE
             WHEN WS-CL-BALANCE(WS-CLOSE-POS) EQUAL ZEROS
               MOVE 'NONE - ZERO BALANCE'
                                   TO WS-CS-TEXT
             WHEN WS-CL-SETTLE-CHEQUE(WS-CLOSE-POS)
               MOVE 'PAID BY CASHIER''S CHEQUE'
                                   TO WS-CS-TEXT
             WHEN WS-CL-BALANCE(WS-CLOSE-POS) GREATER ZEROS
               MOVE 'TRANSFERRED TO ACCOUNT'
                                   TO WS-CS-TEXT
               MOVE WS-CL-SETTLE-BRANCH(WS-CLOSE-POS)
                                   TO WS-CK-BRANCH
               MOVE WS-CL-SETTLE-ACCOUNT(WS-CLOSE-POS)
                                   TO WS-CK-ACCOUNT
               MOVE WS-CERT-ACCOUNT
                                   TO WS-CS-ACCOUNT
             WHEN OTHER
               MOVE 'OVERDRAFT DEBITED TO ACCOUNT'
                                   TO WS-CS-TEXT
               MOVE WS-CL-SETTLE-BRANCH(WS-CLOSE-POS)
                                   TO WS-CK-BRANCH
               MOVE WS-CL-SETTLE-ACCOUNT(WS-CLOSE-POS)
                                   TO WS-CK-ACCOUNT
               MOVE WS-CERT-ACCOUNT
                                   TO WS-CS-ACCOUNT
           END-EVALUATE.
           MOVE 'SETTLEMENT..............:'
                                   TO WS-CT-LABEL.
           MOVE WS-CERT-SETTLEMENT TO WS-CT-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-TEXT
                                   AFTER 1 LINE.

           MOVE 'ACCOUNT HOLDS EXPIRED...:'
                                   TO WS-CC-LABEL.
           MOVE WS-CL-HOLDS(WS-CLOSE-POS)
                                   TO WS-CC-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-COUNT
                                   AFTER 2 LINES.

           MOVE 'DEBIT MANDATES ENDED....:'
                                   TO WS-CC-LABEL.
           MOVE WS-CL-MANDATES(WS-CLOSE-POS)
                                   TO WS-CC-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-COUNT
                                   AFTER 1 LINE.

           MOVE 'STANDING ORDERS ENDED...:'
                                   TO WS-CC-LABEL.
           MOVE WS-CL-ORDERS(WS-CLOSE-POS)
                                   TO WS-CC-VALUE.
           WRITE REG-CERTPRT       FROM WS-CERT-COUNT
                                   AFTER 1 LINE.

           WRITE REG-CERTPRT       FROM WS-CERT-CLOSING
                                   AFTER 3 LINES.

           ADD 1                   TO WS-COUNT-CERTIFICATES.

       0205-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE CLOSEGL
                 CLOSEREL
                 MANDEXP
                 STORDNEW
                 CERTPRT.

           IF  WS-COUNT-DEST-WARNED
                                   GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CLOSURES   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CLOSURES......: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-WRITE-GL-LEGS   TO WS-FMT-AMOUNT
           DISPLAY '*  GL LEGS WRITTEN.....: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-WRITE-DEST-LEGS TO WS-FMT-AMOUNT
           DISPLAY '*  TRANSFER LEGS.......: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-COUNT-DEST-WARNED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  DESTINATION WARNINGS: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-COUNT-MANDATES  TO WS-FMT-AMOUNT
           DISPLAY '*  MANDATES ENDED......: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-READ-ORDERS     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  ORDERS........: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-COUNT-ORDERS    TO WS-FMT-AMOUNT
           DISPLAY '*  ORDERS CANCELLED....: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-COUNT-CERTIFICATES
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  CERTIFICATES........: ' WS-FMT-AMOUNT
                                          '                *'.
           MOVE WS-TOTAL-SETTLED-OUT
                                   TO WS-FMT-TOTAL
           DISPLAY '*  CREDIT BALANCES.....: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-SETTLED-IN
                                   TO WS-FMT-TOTAL
           DISPLAY '*  OVERDRAFTS CLEARED..: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
