      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62642.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62642                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END SERVICE-PACKAGE FEES: MONTHLY      *
      *                   MAINTENANCE AND EXCESS-TRANSACTION FEES      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY ACCOUNT ASSIGNED A SERVICE PACKAGE (ACCTPKG) IS        *
      *   CHARGED THE PACKAGE'S MONTHLY MAINTENANCE FEE, WAIVED WHEN   *
      *   THE MONTH-END BALANCE IS AT OR ABOVE THE PACKAGE'S WAIVER    *
      *   MINIMUM, PLUS THE FEE PER TRANSACTION ABOVE THE PACKAGE'S    *
      *   FREE ALLOWANCE.  TRANSACTIONS ARE THE CREDITS AND DEBITS     *
      *   OF THE MONTH FROM THE EAD62542 SUMMARIES (FEES ARE NOT       *
      *   COUNTED).  THE FEES ARE WRITTEN AS TYPE F RELEASES DATED     *
      *   THE FIRST BUSINESS DAY OF THE NEXT MONTH, FOR THE FIRST      *
      *   CYCLE OF THAT MONTH, AND LISTED ON A REGISTER PER BRANCH.    *
      *   ACCOUNTS WITHOUT A PACKAGE KEEP THE FLAT ACCRPARM FEE OF     *
      *   EAD62530.                                                    *
      *                                                                *
      *   RC=04: AN ACCOUNT NAMES A PACKAGE MISSING FROM THE PACKAGE   *
      *   MASTER (LISTED AS 'NO PKG', NOT CHARGED).                    *
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

           SELECT CLIENTSO         ASSIGN TO DA-S-CLIENTSO
               FILE STATUS         IS WS-FS-CLIENTSO.

           SELECT MONSUMM          ASSIGN TO DA-S-MONSUMM
               FILE STATUS         IS WS-FS-MONSUMM.

           SELECT PKGMAST          ASSIGN TO DA-S-PKGMAST
               FILE STATUS         IS WS-FS-PKGMAST.

           SELECT ACCTPKG          ASSIGN TO DA-S-ACCTPKG
               FILE STATUS         IS WS-FS-ACCTPKG.

           SELECT FEEREL           ASSIGN TO DA-S-FEEREL
               FILE STATUS         IS WS-FS-FEEREL.

           SELECT FEERPT           ASSIGN TO DA-S-FEERPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CLIENTSO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLIENTSO.
           03  FD-CLIENT-KEY.
               05  FD-BANK-BRANCH  PIC X(4).
                   88  FD-CO-CTL-RECORD        VALUE 'HDR*' 'TRL*'.
               05  FD-BANK-ACCOUNT PIC 9(5).
           03  FD-CLIENT-NAME      PIC A(20).
           03  FD-BANK-BALANCE     PIC S9(6)V9(2).
           03  FD-LAST-ACTIVITY    PIC 9(8).

       FD  MONSUMM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MONSUMM.
           03  FD-MS-CLIENT-KEY.
               05  FD-MS-BRANCH    PIC X(4).
               05  FD-MS-ACCOUNT   PIC 9(5).
           03  FD-MS-CREDIT-COUNT  PIC 9(5).
           03  FD-MS-CREDIT-TOTAL  PIC 9(9)V9(2).
           03  FD-MS-DEBIT-COUNT   PIC 9(5).
           03  FD-MS-DEBIT-TOTAL   PIC 9(9)V9(2).
           03  FD-MS-FEE-TOTAL     PIC 9(9)V9(2).
           03  FD-MS-LARGEST       PIC 9(6)V9(2).

       FD  PKGMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PKGMAST.
           03  FD-PK-CODE          PIC X(4).
           03  FD-PK-NAME          PIC X(20).
           03  FD-PK-MONTHLY-FEE   PIC 9(4)V9(2).
           03  FD-PK-FREE-TRANS    PIC 9(3).
           03  FD-PK-EXCESS-FEE    PIC 9(3)V9(2).
           03  FD-PK-WAIVER-BALANCE
                                   PIC 9(7)V9(2).
           03  FILLER              PIC X(33).

       FD  ACCTPKG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ACCTPKG.
           03  FD-AP-CLIENT-KEY.
               05  FD-AP-BRANCH    PIC X(4).
               05  FD-AP-ACCOUNT   PIC 9(5).
           03  FD-AP-PACKAGE       PIC X(4).
           03  FILLER              PIC X(7).

       FD  FEEREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-FEEREL.
           03  FD-FR-RELEASE-KEY.
               05  FD-FR-BRANCH    PIC X(4).
               05  FD-FR-ACCOUNT   PIC 9(5).
           03  FD-FR-DOC-NUMBER    PIC 9(4).
           03  FD-FR-RELEASE-TYPE  PIC A(1).
           03  FD-FR-RELEASE-VALUE PIC 9(6)V9(2).
           03  FD-FR-COUNTERPARTY.
               05  FD-FR-CP-BRANCH PIC X(4).
               05  FD-FR-CP-ACCOUNT
                                   PIC 9(5).
           03  FD-FR-POSTING-DATE  PIC 9(8).
           03  FD-FR-VALUE-DATE    PIC 9(8).
           03  FD-FR-CURRENCY      PIC X(3).

       FD  FEERPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-FEERPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62642'.

       77  WS-FS-CLIENTSO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-MONSUMM           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PKGMAST           PIC X(2)            VALUE ZEROS.
       77  WS-FS-ACCTPKG           PIC X(2)            VALUE ZEROS.
       77  WS-FS-FEEREL            PIC X(2)            VALUE ZEROS.

       77  WS-READ-CLIENTSO        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CHARGED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-WAIVED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NO-PACKAGE     PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-RELEASES       PIC 9(5)            VALUE ZEROS.

      *    SYSIN: FEE MONTH (YYYYMM).
       01  WS-FEE-MONTH            PIC 9(6)            VALUE ZEROS.
       01  FILLER                  REDEFINES WS-FEE-MONTH.
           03  WS-FM-YEAR          PIC 9(4).
           03  WS-FM-MONTH         PIC 9(2).

       01  WS-FIRST-DAY            PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WS-FIRST-DAY.
           03  WS-FD-YEAR          PIC 9(4).
           03  WS-FD-MONTH         PIC 9(2).
           03  WS-FD-DAY           PIC 9(2).

       77  WS-POSTING-DATE         PIC 9(8)            VALUE ZEROS.

      *    ONE MAINTENANCE AND ONE EXCESS RELEASE PER ACCOUNT AND
      *    MONTH, SO THE DOCUMENT NUMBERS ARE FIXED PER ACCOUNT IN
      *    THE 4000 SERIES, CLEAR OF THE ACCRUAL (1+), STANDING-ORDER
      *    (5001+) AND REVALUATION (7001+) SERIES OF THE SAME CYCLE.
       77  WS-DOC-MAINTENANCE      PIC 9(4)            VALUE 4001.
       77  WS-DOC-EXCESS           PIC 9(4)            VALUE 4002.

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

       77  WS-PACKAGE-COUNT        PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PACKAGE-POS          PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-PACKAGE-FOUND        PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-PACKAGE-TABLE.
           03  WS-PK-ENTRY         OCCURS 50 TIMES.
               05  WS-PK-CODE      PIC X(4).
               05  WS-PK-MONTHLY-FEE
                                   PIC 9(4)V9(2).
               05  WS-PK-FREE-TRANS
                                   PIC 9(3).
               05  WS-PK-EXCESS-FEE
                                   PIC 9(3)V9(2).
               05  WS-PK-WAIVER-BALANCE
                                   PIC 9(7)V9(2).

       77  WS-ACCTPKG-COUNT        PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACCTPKG-POS          PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-ACCTPKG-TABLE.
           03  WS-AP-ENTRY         OCCURS 1000 TIMES.
               05  WS-AP-CLIENT-KEY
                                   PIC X(9).
               05  WS-AP-PACKAGE   PIC X(4).

      *    THE SUMMARIES ARE WRITTEN IN ORDER OF FIRST ACTIVITY, NOT
      *    IN ACCOUNT ORDER, SO THEY ARE LOOKED UP FROM A TABLE.
       77  WS-MONSUMM-COUNT        PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-MONSUMM-POS          PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-MONSUMM-TABLE.
           03  WS-MS-ENTRY         OCCURS 1000 TIMES.
               05  WS-MS-CLIENT-KEY
                                   PIC X(9).
               05  WS-MS-TRANSACTIONS
                                   PIC 9(6).

       77  WS-ACCOUNT-PACKAGE      PIC X(4)            VALUE SPACES.
       77  WS-TRANSACTIONS         PIC 9(6)            VALUE ZEROS.
       77  WS-EXCESS-TRANS         PIC 9(6)            VALUE ZEROS.
       77  WS-MAINT-VALUE          PIC 9(6)V9(2)       VALUE ZEROS.
       77  WS-EXCESS-VALUE         PIC 9(6)V9(2)       VALUE ZEROS.

       77  WS-CURRENT-BRANCH       PIC X(4)            VALUE SPACES.
       77  WS-PRINTED-DETAILS      PIC 9(2)            VALUE 99.

       77  WS-BR-ACCOUNTS          PIC 9(5)            VALUE ZEROS.
       77  WS-BR-MAINT-TOTAL       PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-BR-EXCESS-TOTAL      PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-BK-MAINT-TOTAL       PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-BK-EXCESS-TOTAL      PIC 9(9)V9(2)       VALUE ZEROS.

       01  WS-HEADER-1.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(29)           VALUE
           'SERVICE PACKAGE FEE REGISTER'.
           03  FILLER              PIC X(7)            VALUE
           'MONTH: '.
           03  WS-H-MONTH          PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(9)            VALUE
           'POSTING: '.
           03  WS-H-POSTING        PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(5)            VALUE
           'PAGE:'.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-H-NUMBER-PAGE    PIC 9(3)            VALUE ZEROS.

       01  WS-HEADER-2.
           03  FILLER              PIC X(7)            VALUE SPACES.
           03  FILLER              PIC X(13)           VALUE
           'BANK BRANCH: '.
           03  WS-H-BANK-BRANCH    PIC X(4)            VALUE SPACES.

       01  WS-HEADER-3.
           03  FILLER              PIC X(8)            VALUE
           'ACCOUNT'.
           03  FILLER              PIC X(21)           VALUE
           'NAME'.
           03  FILLER              PIC X(5)            VALUE
           'PKG'.
           03  FILLER              PIC X(6)            VALUE
           'TRANS'.
           03  FILLER              PIC X(4)            VALUE
           'FREE'.
           03  FILLER              PIC X(7)            VALUE
           'EXCESS'.
           03  FILLER              PIC X(10)           VALUE
           'MAINT.FEE'.
           03  FILLER              PIC X(11)           VALUE
           'EXCESS FEE'.

       01  WS-DETAIL-1.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-D-ACCOUNT        PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-D-NAME           PIC A(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-D-PACKAGE        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-D-TRANS          PIC ZZZZZ9          VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-D-FREE           PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-D-EXCESS         PIC ZZZZZ9          VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-D-MAINT          PIC ZZ.ZZ9,99       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-D-EXCESS-FEE     PIC ZZZ.ZZ9,99      VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-D-NOTE           PIC X(6)            VALUE SPACES.

       01  WS-FOOTER-1.
           03  FILLER              PIC X(17)           VALUE
           'BANK BRANCH TOTAL'.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-F-BANK-BRANCH    PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(4)            VALUE
           ' => '.
           03  WS-F-ACCOUNTS       PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(7)            VALUE
           ' ACCTS '.
           03  WS-F-MAINT          PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-F-EXCESS         PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-GRAND-HEADER.
           03  FILLER              PIC X(10)           VALUE
           'BANK TOTAL'.

       01  WS-GRAND-COUNT-LINE.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-GC-LABEL         PIC X(22)           VALUE SPACES.
           03  FILLER              PIC X(9)            VALUE SPACES.
           03  WS-GC-VALUE         PIC ZZZZ9           VALUE ZEROS.

       01  WS-GRAND-AMOUNT-LINE.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-GA-LABEL         PIC X(22)           VALUE SPACES.
           03  WS-GA-VALUE         PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

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
             UNTIL WS-FS-CLIENTSO  EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-FEE-MONTH     FROM SYSIN.

           IF  WS-FEE-MONTH        NOT NUMERIC OR
               WS-FM-MONTH         LESS 1      OR
               WS-FM-MONTH         GREATER 12
               DISPLAY ' FEE MONTH PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-SET-POSTING-DATE.

           PERFORM 0103-00-LOAD-PKGMAST.
           PERFORM 0104-00-LOAD-ACCTPKG.
           PERFORM 0105-00-LOAD-MONSUMM.
           PERFORM 0106-00-OPEN-FILES.

           PERFORM 0301-00-READ-CLIENTSO.

       0101-00-EXIT.
           EXIT.

       0102-00-SET-POSTING-DATE.

      *    THE FEES POST ON THE FIRST BUSINESS DAY OF THE FOLLOWING
      *    MONTH, THE DATE OF THE CYCLE THAT MERGES THEM.

           MOVE WS-FM-YEAR         TO WS-FD-YEAR.
           MOVE WS-FM-MONTH        TO WS-FD-MONTH.
           MOVE 1                  TO WS-FD-DAY.

           IF  WS-FD-MONTH         EQUAL 12
               ADD 1               TO WS-FD-YEAR
               MOVE 1              TO WS-FD-MONTH
           ELSE
               ADD 1               TO WS-FD-MONTH
           END-IF.

           MOVE 1                  TO WS-CAL-FUNCTION.
           MOVE WS-FIRST-DAY       TO WS-CAL-DATE-1.
           CALL WS-EAD62544        USING WS-CAL-COMMAREA.

           IF  WS-CAL-ANSWER-YES
               MOVE WS-FIRST-DAY   TO WS-POSTING-DATE
           ELSE
               MOVE 2              TO WS-CAL-FUNCTION
               CALL WS-EAD62544    USING WS-CAL-COMMAREA
               MOVE WS-CAL-DATE-OUT
                                   TO WS-POSTING-DATE
           END-IF.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-PKGMAST.

           OPEN INPUT PKGMAST.

           EVALUATE WS-FS-PKGMAST
             WHEN '00'
               PERFORM UNTIL WS-FS-PKGMAST EQUAL '10'
                   READ PKGMAST
                   EVALUATE WS-FS-PKGMAST
                     WHEN '00'
                       IF  WS-PACKAGE-COUNT LESS 50
                           ADD 1   TO WS-PACKAGE-COUNT
                           MOVE FD-PK-CODE
                               TO WS-PK-CODE(WS-PACKAGE-COUNT)
                           MOVE FD-PK-MONTHLY-FEE
                               TO WS-PK-MONTHLY-FEE(WS-PACKAGE-COUNT)
                           MOVE FD-PK-FREE-TRANS
                               TO WS-PK-FREE-TRANS(WS-PACKAGE-COUNT)
                           MOVE FD-PK-EXCESS-FEE
                               TO WS-PK-EXCESS-FEE(WS-PACKAGE-COUNT)
                           MOVE FD-PK-WAIVER-BALANCE
                               TO WS-PK-WAIVER-BALANCE
                                  (WS-PACKAGE-COUNT)
                       ELSE
                           DISPLAY ' SERVICE PACKAGE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-PKGMAST'
                                    ' FILE STATUS: ' WS-FS-PKGMAST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PKGMAST
             WHEN '35'
               DISPLAY ' SERVICE PACKAGE MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-PKGMAST'
                                    ' FILE STATUS: ' WS-FS-PKGMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-ACCTPKG.

           OPEN INPUT ACCTPKG.

           EVALUATE WS-FS-ACCTPKG
             WHEN '00'
               PERFORM UNTIL WS-FS-ACCTPKG EQUAL '10'
                   READ ACCTPKG
                   EVALUATE WS-FS-ACCTPKG
                     WHEN '00'
                       IF  WS-ACCTPKG-COUNT LESS 1000
                           ADD 1   TO WS-ACCTPKG-COUNT
                           MOVE FD-AP-CLIENT-KEY
                               TO WS-AP-CLIENT-KEY(WS-ACCTPKG-COUNT)
                           MOVE FD-AP-PACKAGE
                               TO WS-AP-PACKAGE(WS-ACCTPKG-COUNT)
                       ELSE
                           DISPLAY ' ACCOUNT PACKAGE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-ACCTPKG'
                                    ' FILE STATUS: ' WS-FS-ACCTPKG
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE ACCTPKG
             WHEN '35'
               DISPLAY ' ACCOUNT PACKAGE FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-ACCTPKG'
                                    ' FILE STATUS: ' WS-FS-ACCTPKG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-MONSUMM.

           OPEN INPUT MONSUMM.

           EVALUATE WS-FS-MONSUMM
             WHEN '00'
               PERFORM UNTIL WS-FS-MONSUMM EQUAL '10'
                   READ MONSUMM
                   EVALUATE WS-FS-MONSUMM
                     WHEN '00'
                       IF  WS-MONSUMM-COUNT LESS 1000
                           ADD 1   TO WS-MONSUMM-COUNT
                           MOVE FD-MS-CLIENT-KEY
                               TO WS-MS-CLIENT-KEY(WS-MONSUMM-COUNT)
                           COMPUTE WS-MS-TRANSACTIONS
                                   (WS-MONSUMM-COUNT) =
                               FD-MS-CREDIT-COUNT + FD-MS-DEBIT-COUNT
                       ELSE
                           DISPLAY ' MONTHLY SUMMARY TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-MONSUMM'
                                    ' FILE STATUS: ' WS-FS-MONSUMM
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE MONSUMM
             WHEN '35'
               DISPLAY ' MONTHLY SUMMARY FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-MONSUMM'
                                    ' FILE STATUS: ' WS-FS-MONSUMM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-OPEN-FILES.

           OPEN INPUT CLIENTSO.

           EVALUATE WS-FS-CLIENTSO
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CUSTOMER FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-OPEN-FILES'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT FEEREL
                       FEERPT.

           IF  WS-FS-FEEREL        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0106-00-OPEN-FILES'
                                    ' FILE STATUS: ' WS-FS-FEEREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM 0202-00-FIND-ACCOUNT-PACKAGE.

           IF  WS-ACCOUNT-PACKAGE  NOT EQUAL SPACES
               PERFORM 0203-00-COMPUTE-FEES
               PERFORM 0206-00-PRINT-DETAIL
           END-IF.

           PERFORM 0301-00-READ-CLIENTSO.

       0201-00-EXIT.
           EXIT.

       0202-00-FIND-ACCOUNT-PACKAGE.

           MOVE SPACES             TO WS-ACCOUNT-PACKAGE.

           PERFORM VARYING WS-ACCTPKG-POS FROM 1 BY 1
             UNTIL WS-ACCTPKG-POS  GREATER WS-ACCTPKG-COUNT
               IF  WS-AP-CLIENT-KEY(WS-ACCTPKG-POS)
                                   EQUAL FD-CLIENT-KEY
                   MOVE WS-AP-PACKAGE(WS-ACCTPKG-POS)
                                   TO WS-ACCOUNT-PACKAGE
                   MOVE WS-ACCTPKG-COUNT
                                   TO WS-ACCTPKG-POS
               END-IF
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-COMPUTE-FEES.

           MOVE ZEROS              TO WS-PACKAGE-FOUND
                                      WS-TRANSACTIONS
                                      WS-EXCESS-TRANS
                                      WS-MAINT-VALUE
                                      WS-EXCESS-VALUE.
           MOVE SPACES             TO WS-D-NOTE.

           PERFORM VARYING WS-PACKAGE-POS FROM 1 BY 1
             UNTIL WS-PACKAGE-POS  GREATER WS-PACKAGE-COUNT
                OR WS-PACKAGE-FOUND GREATER ZEROS
               IF  WS-PK-CODE(WS-PACKAGE-POS)
                                   EQUAL WS-ACCOUNT-PACKAGE
                   MOVE WS-PACKAGE-POS
                                   TO WS-PACKAGE-FOUND
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-MONSUMM-POS FROM 1 BY 1
             UNTIL WS-MONSUMM-POS  GREATER WS-MONSUMM-COUNT
               IF  WS-MS-CLIENT-KEY(WS-MONSUMM-POS)
                                   EQUAL FD-CLIENT-KEY
                   MOVE WS-MS-TRANSACTIONS(WS-MONSUMM-POS)
                                   TO WS-TRANSACTIONS
                   MOVE WS-MONSUMM-COUNT
                                   TO WS-MONSUMM-POS
               END-IF
           END-PERFORM.

           IF  WS-PACKAGE-FOUND    EQUAL ZEROS
               DISPLAY ' =======> PACKAGE ' WS-ACCOUNT-PACKAGE
                       ' NOT ON THE PACKAGE MASTER - ACCOUNT '
                       FD-CLIENT-KEY ' NOT CHARGED'
               ADD 1               TO WS-COUNT-NO-PACKAGE
               MOVE 'NO PKG'       TO WS-D-NOTE
               MOVE 4              TO RETURN-CODE
               GO TO 0203-00-EXIT
           END-IF.

           IF  FD-BANK-BALANCE     NOT LESS
                           WS-PK-WAIVER-BALANCE(WS-PACKAGE-FOUND) AND
               WS-PK-WAIVER-BALANCE(WS-PACKAGE-FOUND)
                                   GREATER ZEROS
               ADD 1               TO WS-COUNT-WAIVED
               MOVE 'WAIVED'       TO WS-D-NOTE
           ELSE
               MOVE WS-PK-MONTHLY-FEE(WS-PACKAGE-FOUND)
                                   TO WS-MAINT-VALUE
           END-IF.

           IF  WS-TRANSACTIONS     GREATER
                               WS-PK-FREE-TRANS(WS-PACKAGE-FOUND)
               COMPUTE WS-EXCESS-TRANS =
                   WS-TRANSACTIONS - WS-PK-FREE-TRANS(WS-PACKAGE-FOUND)
               COMPUTE WS-EXCESS-VALUE =
                   WS-EXCESS-TRANS * WS-PK-EXCESS-FEE(WS-PACKAGE-FOUND)
           END-IF.

           IF  WS-MAINT-VALUE      GREATER ZEROS
               MOVE WS-DOC-MAINTENANCE
                                   TO FD-FR-DOC-NUMBER
               MOVE WS-MAINT-VALUE TO FD-FR-RELEASE-VALUE
               PERFORM 0204-00-WRITE-FEE
           END-IF.

           IF  WS-EXCESS-VALUE     GREATER ZEROS
               MOVE WS-DOC-EXCESS  TO FD-FR-DOC-NUMBER
               MOVE WS-EXCESS-VALUE
                                   TO FD-FR-RELEASE-VALUE
               PERFORM 0204-00-WRITE-FEE
           END-IF.

           IF  WS-MAINT-VALUE      GREATER ZEROS OR
               WS-EXCESS-VALUE     GREATER ZEROS
               ADD 1               TO WS-COUNT-CHARGED
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-FEE.

           MOVE FD-CLIENT-KEY      TO FD-FR-RELEASE-KEY.
           MOVE 'F'                TO FD-FR-RELEASE-TYPE.
           MOVE SPACES             TO FD-FR-COUNTERPARTY.
           MOVE WS-POSTING-DATE    TO FD-FR-POSTING-DATE.
           MOVE WS-POSTING-DATE    TO FD-FR-VALUE-DATE.
           MOVE SPACES             TO FD-FR-CURRENCY.

           WRITE REG-FEEREL.

           EVALUATE WS-FS-FEEREL
             WHEN '00'
               ADD 1               TO WS-WRITE-RELEASES
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-WRITE-FEE'
                                    ' FILE STATUS: ' WS-FS-FEEREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

       0205-00-PRINT-HEADER.

           ADD 1                   TO WS-H-NUMBER-PAGE.
           MOVE WS-FEE-MONTH       TO WS-H-MONTH.
           MOVE WS-POSTING-DATE    TO WS-H-POSTING.
           WRITE REG-FEERPT        FROM WS-HEADER-1
                                   AFTER PAGE.

           MOVE FD-BANK-BRANCH     TO WS-H-BANK-BRANCH.
           WRITE REG-FEERPT        FROM WS-HEADER-2
                                   AFTER 1 LINES.

           WRITE REG-FEERPT        FROM WS-HEADER-3
                                   AFTER 2 LINES.

           MOVE ZEROS              TO WS-PRINTED-DETAILS.

       0205-00-EXIT.
           EXIT.

       0206-00-PRINT-DETAIL.

           IF  FD-BANK-BRANCH      NOT EQUAL WS-CURRENT-BRANCH
               IF  WS-CURRENT-BRANCH
                                   NOT EQUAL SPACES
                   PERFORM 0207-00-PRINT-FOOTER
               END-IF
               MOVE FD-BANK-BRANCH TO WS-CURRENT-BRANCH
               MOVE 99             TO WS-PRINTED-DETAILS
           END-IF.

           IF  WS-PRINTED-DETAILS  NOT LESS 50
               PERFORM 0205-00-PRINT-HEADER
           END-IF.

           MOVE FD-BANK-ACCOUNT    TO WS-D-ACCOUNT.
           MOVE FD-CLIENT-NAME     TO WS-D-NAME.
           MOVE WS-ACCOUNT-PACKAGE TO WS-D-PACKAGE.
           MOVE WS-TRANSACTIONS    TO WS-D-TRANS.
           MOVE WS-EXCESS-TRANS    TO WS-D-EXCESS.
           MOVE WS-MAINT-VALUE     TO WS-D-MAINT.
           MOVE WS-EXCESS-VALUE    TO WS-D-EXCESS-FEE.

           IF  WS-PACKAGE-FOUND    GREATER ZEROS
               MOVE WS-PK-FREE-TRANS(WS-PACKAGE-FOUND)
                                   TO WS-D-FREE
           ELSE
               MOVE ZEROS          TO WS-D-FREE
           END-IF.

           WRITE REG-FEERPT        FROM WS-DETAIL-1
                                   AFTER 1 LINES.

           ADD 1                   TO WS-PRINTED-DETAILS
                                      WS-BR-ACCOUNTS.
           ADD WS-MAINT-VALUE      TO WS-BR-MAINT-TOTAL
                                      WS-BK-MAINT-TOTAL.
           ADD WS-EXCESS-VALUE     TO WS-BR-EXCESS-TOTAL
                                      WS-BK-EXCESS-TOTAL.

       0206-00-EXIT.
           EXIT.

       0207-00-PRINT-FOOTER.

           MOVE WS-CURRENT-BRANCH  TO WS-F-BANK-BRANCH.
           MOVE WS-BR-ACCOUNTS     TO WS-F-ACCOUNTS.
           MOVE WS-BR-MAINT-TOTAL  TO WS-F-MAINT.
           MOVE WS-BR-EXCESS-TOTAL TO WS-F-EXCESS.

           WRITE REG-FEERPT        FROM WS-FOOTER-1
                                   AFTER 2 LINES.

           MOVE ZEROS              TO WS-BR-ACCOUNTS
                                      WS-BR-MAINT-TOTAL
                                      WS-BR-EXCESS-TOTAL.

       0207-00-EXIT.
           EXIT.

       0208-00-PRINT-BANK-TOTAL.

           WRITE REG-FEERPT        FROM WS-GRAND-HEADER
                                   AFTER PAGE.

           MOVE 'ACCOUNTS CHARGED....:' TO WS-GC-LABEL.
           MOVE WS-COUNT-CHARGED   TO WS-GC-VALUE.
           WRITE REG-FEERPT        FROM WS-GRAND-COUNT-LINE
                                   AFTER 2 LINES.

           MOVE 'MAINTENANCE WAIVED..:' TO WS-GC-LABEL.
           MOVE WS-COUNT-WAIVED    TO WS-GC-VALUE.
           WRITE REG-FEERPT        FROM WS-GRAND-COUNT-LINE
                                   AFTER 1 LINES.

           MOVE 'UNKNOWN PACKAGE.....:' TO WS-GC-LABEL.
           MOVE WS-COUNT-NO-PACKAGE
                                   TO WS-GC-VALUE.
           WRITE REG-FEERPT        FROM WS-GRAND-COUNT-LINE
                                   AFTER 1 LINES.

           MOVE 'MAINTENANCE FEES....:' TO WS-GA-LABEL.
           MOVE WS-BK-MAINT-TOTAL  TO WS-GA-VALUE.
           WRITE REG-FEERPT        FROM WS-GRAND-AMOUNT-LINE
                                   AFTER 2 LINES.

           MOVE 'EXCESS-TRANS FEES...:' TO WS-GA-LABEL.
           MOVE WS-BK-EXCESS-TOTAL TO WS-GA-VALUE.
           WRITE REG-FEERPT        FROM WS-GRAND-AMOUNT-LINE
                                   AFTER 1 LINES.

       0208-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CLIENTSO.

           READ CLIENTSO.

      *    GENERATION CONTROL RECORDS ARE NOT ACCOUNTS
           PERFORM UNTIL WS-FS-CLIENTSO NOT EQUAL '00'
                      OR NOT FD-CO-CTL-RECORD
               READ CLIENTSO
           END-PERFORM.

           EVALUATE WS-FS-CLIENTSO
             WHEN '00'
               ADD 1               TO WS-READ-CLIENTSO
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CLIENTSO'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  WS-CURRENT-BRANCH   NOT EQUAL SPACES
               PERFORM 0207-00-PRINT-FOOTER
           END-IF.

           PERFORM 0208-00-PRINT-BANK-TOTAL.

           PERFORM 0902-00-CLOSE-FILES.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CLIENTSO   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CLIENTSO: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-CHARGED   TO WS-FMT-AMOUNT
           DISPLAY '*  CHARGED ACCTS.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-RELEASES  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE RELEASES: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NO-PACKAGE
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NO PACKAGE....: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-CLOSE-FILES.

           CLOSE CLIENTSO
                 FEEREL
                 FEERPT.

       0902-00-EXIT.
           EXIT.
