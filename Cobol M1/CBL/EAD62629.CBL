      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62629.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62629                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END GL TRIAL BALANCE, CUSTOMER-DEPOSIT *
      *                   SUBLEDGER PROOF AND PERIOD CLOSE             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUNS IN EAD625JM AFTER THE LAST NIGHT OF THE MONTH.          *
      *                                                                *
      *   TRIAL BALANCE: EVERY GL ACCOUNT/BRANCH OF THE BALANCES       *
      *   MASTER WITH OPENING, PERIOD DEBITS, PERIOD CREDITS AND       *
      *   CLOSING, A SUBTOTAL PER GL ACCOUNT AND THE GRAND TOTAL.      *
      *   THE LEDGER IS IN BALANCE WHEN TOTAL DEBITS EQUAL TOTAL       *
      *   CREDITS AND THE CLOSING BALANCES NET TO ZERO.                *
      *                                                                *
      *   SUBLEDGER PROOF: PER BRANCH, THE CLOSING OF THE CUSTOMER-    *
      *   DEPOSIT GL ACCOUNTS (CREDIT BALANCES, SHOWN POSITIVE)        *
      *   AGAINST THE TOTAL OF THE CLIENT MASTER BALANCES.             *
      *                                                                *
      *   PERIOD CLOSE: A NEW MASTER GENERATION FOR THE NEXT MONTH,    *
      *   CLOSING BECOMES OPENING AND THE PERIOD TOTALS START AT       *
      *   ZERO.                                                        *
      *                                                                *
      *   RC=12: LEDGER OUT OF BALANCE OR MASTER NOT OF THE MONTH -    *
      *          THE PERIOD IS NOT CLOSED.                             *
      *   RC=4 : SUBLEDGER DIFFERENCE IN SOME BRANCH - THE PERIOD IS   *
      *          CLOSED, THE DIFFERENCE IS FOR RECONCILIATION.         *
      *                                                                *
      *   SYSIN: LINE 1 - REPORTING MONTH (YYYYMM)                     *
      *          LINE 2 - CUSTOMER-DEPOSIT GL ACCOUNTS, UP TO 5, IN    *
      *                   COLUMNS 1, 9, 17, 25 AND 33                  *
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

           SELECT GLMAST           ASSIGN TO DA-S-GLMAST
               FILE STATUS         IS WS-FS-GLMAST.

           SELECT CLIENTSO         ASSIGN TO DA-S-CLIENTSO
               FILE STATUS         IS WS-FS-CLIENTSO.

           SELECT GLMASTN          ASSIGN TO DA-S-GLMASTN
               FILE STATUS         IS WS-FS-GLMASTN.

           SELECT GLRPT            ASSIGN TO DA-S-GLRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  GLMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLMAST.
           03  FD-GR-KEY.
               05  FD-GR-ACCOUNT   PIC X(8).
               05  FD-GR-BRANCH    PIC X(4).
           03  FD-GR-PERIOD        PIC 9(6).
           03  FD-GR-OPENING       PIC S9(11)V9(2).
           03  FD-GR-DEBITS        PIC 9(11)V9(2).
           03  FD-GR-CREDITS       PIC 9(11)V9(2).
           03  FD-GR-CLOSING       PIC S9(11)V9(2).
           03  FD-GR-LAST-POSTED   PIC 9(8).
           03  FILLER              PIC X(22).

       01  REG-GLMAST-CONTROL.
           03  FD-GR-CTL-ID        PIC X(4).
               88  FD-GR-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-GR-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-GR-CTL-DATA      PIC X(96).
           03  FILLER                  REDEFINES FD-GR-CTL-DATA.
               05  FD-GR-HDR-DATE  PIC 9(8).
               05  FD-GR-HDR-PERIOD
                                   PIC 9(6).
               05  FD-GR-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(74).
           03  FILLER                  REDEFINES FD-GR-CTL-DATA.
               05  FD-GR-TRL-COUNT PIC 9(9).
               05  FD-GR-TRL-HASH  PIC S9(13)V9(2).
               05  FILLER          PIC X(72).

       FD  CLIENTSO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLIENTSO.
           03  FD-CLIENT-KEY.
               05  FD-BANK-BRANCH  PIC X(4).
               05  FD-BANK-ACCOUNT PIC 9(5).
           03  FD-CLIENT-NAME      PIC A(20).
           03  FD-BANK-BALANCE     PIC S9(6)V9(2).
           03  FD-LAST-ACTIVITY    PIC 9(8).

       01  REG-CLIENTSO-CONTROL.
           03  FD-CO-CTL-ID        PIC X(4).
               88  FD-CO-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-CO-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-CO-CTL-DATA      PIC X(41).

       FD  GLMASTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLMASTN.
           03  FD-GN-KEY.
               05  FD-GN-ACCOUNT   PIC X(8).
               05  FD-GN-BRANCH    PIC X(4).
           03  FD-GN-PERIOD        PIC 9(6).
           03  FD-GN-OPENING       PIC S9(11)V9(2).
           03  FD-GN-DEBITS        PIC 9(11)V9(2).
           03  FD-GN-CREDITS       PIC 9(11)V9(2).
           03  FD-GN-CLOSING       PIC S9(11)V9(2).
           03  FD-GN-LAST-POSTED   PIC 9(8).
           03  FILLER              PIC X(22).

       01  REG-GLMASTN-CONTROL.
           03  FD-GN-CTL-ID        PIC X(4).
           03  FD-GN-CTL-DATA      PIC X(96).
           03  FILLER                  REDEFINES FD-GN-CTL-DATA.
               05  FD-GN-HDR-DATE  PIC 9(8).
               05  FD-GN-HDR-PERIOD
                                   PIC 9(6).
               05  FD-GN-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(74).
           03  FILLER                  REDEFINES FD-GN-CTL-DATA.
               05  FD-GN-TRL-COUNT PIC 9(9).
               05  FD-GN-TRL-HASH  PIC S9(13)V9(2).
               05  FILLER          PIC X(72).

       FD  GLRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLRPT               PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62629'.

       77  WS-FS-GLMAST            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLIENTSO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLMASTN           PIC X(2)            VALUE ZEROS.

       77  WS-REPORT-MONTH         PIC 9(6)            VALUE ZEROS.
       77  WS-LAST-POSTED-DATE     PIC 9(8)            VALUE ZEROS.

       01  WS-NEXT-PERIOD.
           03  WS-NP-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-NP-MONTH         PIC 9(2)            VALUE ZEROS.

       01  WS-DEPOSIT-PARM.
           03  WS-DP-ACCOUNT       PIC X(8)            OCCURS 5 TIMES.

       77  WS-DEPOSIT-POS          PIC 9(1) COMP-3     VALUE ZEROS.
       77  WS-DEPOSIT-IND          PIC X(1)            VALUE 'N'.
           88  WS-IS-DEPOSIT-ACCOUNT                   VALUE 'Y'.

       77  WS-READ-GLMAST          PIC 9(6)            VALUE ZEROS.
       77  WS-READ-CLIENTSO        PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-GLMASTN        PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-DIFFERENCES    PIC 9(4)            VALUE ZEROS.

       77  WS-CLOSING-HASH         PIC S9(13)V9(2)     VALUE ZEROS.
       77  WS-ROLLED-HASH          PIC S9(13)V9(2)     VALUE ZEROS.

      *    THE MASTER IS HELD IN STORAGE: IT IS PROVED AND PRINTED
      *    BEFORE THE NEW PERIOD IS WRITTEN.
       77  WS-GL-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-GL-POS               PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-GL-TABLE.
           03  WS-GL-ENTRY         OCCURS 2000 TIMES.
               05  WS-GL-KEY.
                   07  WS-GL-ACCOUNT
                                   PIC X(8).
                   07  WS-GL-BRANCH
                                   PIC X(4).
               05  WS-GL-OPENING   PIC S9(11)V9(2).
               05  WS-GL-DEBITS    PIC 9(11)V9(2).
               05  WS-GL-CREDITS   PIC 9(11)V9(2).
               05  WS-GL-CLOSING   PIC S9(11)V9(2).
               05  WS-GL-LAST-POSTED
                                   PIC 9(8).

      *    CUSTOMER-DEPOSIT POSITION PER BRANCH: GL SIDE AND CLIENT
      *    MASTER SIDE.
       77  WS-BR-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-BR-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-BR-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-BR-SEARCH            PIC X(4)            VALUE SPACES.

       01  WS-BRANCH-TABLE.
           03  WS-BR-ENTRY         OCCURS 200 TIMES.
               05  WS-BR-BRANCH    PIC X(4).
               05  WS-BR-GL-TOTAL  PIC S9(13)V9(2).
               05  WS-BR-CLIENT-TOTAL
                                   PIC S9(13)V9(2).

       77  WS-BR-DIFFERENCE        PIC S9(13)V9(2)     VALUE ZEROS.

       01  WS-TOTALS.
           03  WS-ACC-OPENING      PIC S9(13)V9(2)     VALUE ZEROS.
           03  WS-ACC-DEBITS       PIC 9(13)V9(2)      VALUE ZEROS.
           03  WS-ACC-CREDITS      PIC 9(13)V9(2)      VALUE ZEROS.
           03  WS-ACC-CLOSING      PIC S9(13)V9(2)     VALUE ZEROS.
           03  WS-TOT-OPENING      PIC S9(13)V9(2)     VALUE ZEROS.
           03  WS-TOT-DEBITS       PIC 9(13)V9(2)      VALUE ZEROS.
           03  WS-TOT-CREDITS      PIC 9(13)V9(2)      VALUE ZEROS.
           03  WS-TOT-CLOSING      PIC S9(13)V9(2)     VALUE ZEROS.

       77  WS-PREV-ACCOUNT         PIC X(8)            VALUE SPACES.

       77  WS-BALANCED-IND         PIC X(1)            VALUE 'Y'.
           88  WS-LEDGER-BALANCED                      VALUE 'Y'.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(34)           VALUE
           'GL TRIAL BALANCE                  '.
           03  FILLER              PIC X(8)            VALUE
           'PERIOD: '.
           03  WS-RH1-PERIOD       PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(13)           VALUE
           'ACCOUNT  BRCH'.
           03  FILLER              PIC X(16)           VALUE
           '         OPENING'.
           03  FILLER              PIC X(16)           VALUE
           '          DEBITS'.
           03  FILLER              PIC X(16)           VALUE
           '         CREDITS'.
           03  FILLER              PIC X(16)           VALUE
           '         CLOSING'.

       01  WS-RPT-DETAIL.
           03  WS-RD-ACCOUNT       PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OPENING       PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DEBITS        PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CREDITS       PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CLOSING       PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.

       01  WS-RPT-RESULT.
           03  FILLER              PIC X(16)           VALUE
           'TRIAL BALANCE : '.
           03  WS-RR-RESULT        PIC X(30)           VALUE SPACES.

       01  WS-RPT-HEADER-3.
           03  FILLER              PIC X(42)           VALUE
           'SUBLEDGER PROOF - CUSTOMER DEPOSITS       '.
           03  FILLER              PIC X(8)            VALUE
           'PERIOD: '.
           03  WS-RH3-PERIOD       PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-4.
           03  FILLER              PIC X(6)            VALUE
           'BRANCH'.
           03  FILLER              PIC X(16)           VALUE
           '     GL DEPOSITS'.
           03  FILLER              PIC X(16)           VALUE
           ' CLIENT BALANCES'.
           03  FILLER              PIC X(16)           VALUE
           '      DIFFERENCE'.

       01  WS-RPT-PROOF.
           03  WS-RP-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RP-GL-TOTAL      PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-CLIENT-TOTAL  PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-DIFFERENCE    PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-FLAG          PIC X(3)            VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZZ.ZZ9         VALUE ZEROS.

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

           ACCEPT WS-REPORT-MONTH  FROM SYSIN.

           IF  WS-REPORT-MONTH     NOT NUMERIC OR
               WS-REPORT-MONTH(5:2) LESS '01'  OR
               WS-REPORT-MONTH(5:2) GREATER '12'
               DISPLAY ' REPORTING MONTH PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES             TO WS-DEPOSIT-PARM.
           ACCEPT WS-DEPOSIT-PARM  FROM SYSIN.

           IF  WS-DP-ACCOUNT(1)    EQUAL SPACES
               DISPLAY ' CUSTOMER-DEPOSIT GL ACCOUNTS NOT INFORMED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-REPORT-MONTH    TO WS-NEXT-PERIOD.

           IF  WS-NP-MONTH         EQUAL 12
               ADD 1               TO WS-NP-YEAR
               MOVE 1              TO WS-NP-MONTH
           ELSE
               ADD 1               TO WS-NP-MONTH
           END-IF.

           PERFORM 0102-00-LOAD-GLMAST.
           PERFORM 0105-00-LOAD-CLIENTSO.

           OPEN OUTPUT GLRPT.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-GLMAST.

           OPEN INPUT GLMAST.

           EVALUATE WS-FS-GLMAST
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' GL BALANCES MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-GLMAST'
                                    ' FILE STATUS: ' WS-FS-GLMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0301-00-READ-GLMAST.

           IF  WS-FS-GLMAST        NOT EQUAL '00' OR
               NOT FD-GR-CTL-HEADER
               DISPLAY ' GL BALANCES MASTER HEADER MISSING'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FD-GR-HDR-PERIOD    NOT EQUAL WS-REPORT-MONTH
               DISPLAY ' GL MASTER PERIOD ' FD-GR-HDR-PERIOD
                       ' IS NOT THE REPORTING MONTH '
                       WS-REPORT-MONTH
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FD-GR-HDR-DATE     TO WS-LAST-POSTED-DATE.

           PERFORM 0301-00-READ-GLMAST.

           PERFORM UNTIL WS-FS-GLMAST EQUAL '10'
               PERFORM 0103-00-ADD-GL-ENTRY
               PERFORM 0301-00-READ-GLMAST
           END-PERFORM.

      *    THE TRAILER MUST AGREE WITH WHAT WAS READ.

           IF  NOT FD-GR-CTL-TRAILER
               DISPLAY ' GL BALANCES MASTER TRAILER MISSING'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FD-GR-TRL-COUNT     NOT EQUAL WS-READ-GLMAST OR
               FD-GR-TRL-HASH      NOT EQUAL WS-CLOSING-HASH
               DISPLAY ' GL BALANCES MASTER TRAILER DOES NOT AGREE'
               DISPLAY ' TRAILER COUNT ' FD-GR-TRL-COUNT
                       ' RECORDS READ ' WS-READ-GLMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE GLMAST.

       0102-00-EXIT.
           EXIT.

       0103-00-ADD-GL-ENTRY.

           IF  WS-GL-COUNT         NOT LESS 2000
               DISPLAY ' GL BALANCES TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-GL-COUNT.

           MOVE FD-GR-KEY          TO WS-GL-KEY(WS-GL-COUNT).
           MOVE FD-GR-OPENING      TO WS-GL-OPENING(WS-GL-COUNT).
           MOVE FD-GR-DEBITS       TO WS-GL-DEBITS(WS-GL-COUNT).
           MOVE FD-GR-CREDITS      TO WS-GL-CREDITS(WS-GL-COUNT).
           MOVE FD-GR-CLOSING      TO WS-GL-CLOSING(WS-GL-COUNT).
           MOVE FD-GR-LAST-POSTED  TO WS-GL-LAST-POSTED(WS-GL-COUNT).

           ADD FD-GR-CLOSING       TO WS-CLOSING-HASH.

           IF  FD-GR-CLOSING       NOT EQUAL FD-GR-OPENING
                                           + FD-GR-DEBITS
                                           - FD-GR-CREDITS
               DISPLAY ' GL ' FD-GR-ACCOUNT ' BRANCH ' FD-GR-BRANCH
                       ' CLOSING DOES NOT AGREE WITH ITS MOVEMENT'
               MOVE 'N'            TO WS-BALANCED-IND
           END-IF.

           PERFORM 0104-00-CHECK-DEPOSIT.

           IF  WS-IS-DEPOSIT-ACCOUNT
               MOVE FD-GR-BRANCH   TO WS-BR-SEARCH
               PERFORM 0106-00-FIND-BRANCH
               SUBTRACT FD-GR-CLOSING
                                   FROM WS-BR-GL-TOTAL(WS-BR-FOUND)
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-CHECK-DEPOSIT.

           MOVE 'N'                TO WS-DEPOSIT-IND.

           PERFORM VARYING WS-DEPOSIT-POS FROM 1 BY 1
             UNTIL WS-DEPOSIT-POS  GREATER 5
               IF  WS-DP-ACCOUNT(WS-DEPOSIT-POS)
                                   NOT EQUAL SPACES AND
                   WS-DP-ACCOUNT(WS-DEPOSIT-POS)
                                   EQUAL FD-GR-ACCOUNT
                   MOVE 'Y'        TO WS-DEPOSIT-IND
               END-IF
           END-PERFORM.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-CLIENTSO.

           OPEN INPUT CLIENTSO.

           EVALUATE WS-FS-CLIENTSO
             WHEN '00'
               PERFORM UNTIL WS-FS-CLIENTSO EQUAL '10'
                   READ CLIENTSO
                   EVALUATE WS-FS-CLIENTSO
                     WHEN '00'
                       IF  NOT FD-CO-CTL-HEADER AND
                           NOT FD-CO-CTL-TRAILER
                           ADD 1   TO WS-READ-CLIENTSO
                           MOVE FD-BANK-BRANCH
                                   TO WS-BR-SEARCH
                           PERFORM 0106-00-FIND-BRANCH
                           ADD FD-BANK-BALANCE
                               TO WS-BR-CLIENT-TOTAL(WS-BR-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-CLIENTSO'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CLIENTSO
             WHEN '35'
               DISPLAY ' CUSTOMER FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-CLIENTSO'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-FIND-BRANCH.

      *    BRANCHES ARE KEPT IN ORDER SO THE PROOF PRINTS BY BRANCH.

           MOVE ZEROS              TO WS-BR-FOUND.

           PERFORM VARYING WS-BR-POS FROM 1 BY 1
             UNTIL WS-BR-POS       GREATER WS-BR-COUNT OR
                   WS-BR-BRANCH(WS-BR-POS)
                                   NOT LESS WS-BR-SEARCH
               CONTINUE
           END-PERFORM.

           IF  WS-BR-POS           NOT GREATER WS-BR-COUNT
               IF  WS-BR-BRANCH(WS-BR-POS)
                                   EQUAL WS-BR-SEARCH
                   MOVE WS-BR-POS  TO WS-BR-FOUND
               END-IF
           END-IF.

           IF  WS-BR-FOUND         EQUAL ZEROS
               IF  WS-BR-COUNT     NOT LESS 200
                   DISPLAY ' BRANCH TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-BR-POS      TO WS-BR-FOUND
               PERFORM VARYING WS-BR-POS FROM WS-BR-COUNT BY -1
                 UNTIL WS-BR-POS   LESS WS-BR-FOUND
                   MOVE WS-BR-ENTRY(WS-BR-POS)
                                   TO WS-BR-ENTRY(WS-BR-POS + 1)
               END-PERFORM
               ADD 1               TO WS-BR-COUNT
               MOVE WS-BR-SEARCH   TO WS-BR-BRANCH(WS-BR-FOUND)
               MOVE ZEROS          TO WS-BR-GL-TOTAL(WS-BR-FOUND)
                                      WS-BR-CLIENT-TOTAL(WS-BR-FOUND)
           END-IF.

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM 0202-00-PRINT-TRIAL-BALANCE.
           PERFORM 0205-00-PRINT-PROOF.

           IF  WS-LEDGER-BALANCED
               PERFORM 0206-00-CLOSE-PERIOD
           ELSE
               DISPLAY ' ** GL LEDGER OUT OF BALANCE - PERIOD '
                       WS-REPORT-MONTH ' NOT CLOSED **'
           END-IF.

       0201-00-EXIT.
           EXIT.

       0202-00-PRINT-TRIAL-BALANCE.

           MOVE WS-REPORT-MONTH    TO WS-RH1-PERIOD.

           WRITE REG-GLRPT         FROM WS-RPT-HEADER-1.
           WRITE REG-GLRPT         FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM VARYING WS-GL-POS FROM 1 BY 1
             UNTIL WS-GL-POS       GREATER WS-GL-COUNT
               IF  WS-GL-POS       GREATER 1 AND
                   WS-GL-ACCOUNT(WS-GL-POS)
                                   NOT EQUAL WS-PREV-ACCOUNT
                   PERFORM 0203-00-PRINT-ACCOUNT-TOTAL
               END-IF
               MOVE WS-GL-ACCOUNT(WS-GL-POS)
                                   TO WS-PREV-ACCOUNT
               MOVE WS-GL-ACCOUNT(WS-GL-POS)
                                   TO WS-RD-ACCOUNT
               MOVE WS-GL-BRANCH(WS-GL-POS)
                                   TO WS-RD-BRANCH
               MOVE WS-GL-OPENING(WS-GL-POS)
                                   TO WS-RD-OPENING
               MOVE WS-GL-DEBITS(WS-GL-POS)
                                   TO WS-RD-DEBITS
               MOVE WS-GL-CREDITS(WS-GL-POS)
                                   TO WS-RD-CREDITS
               MOVE WS-GL-CLOSING(WS-GL-POS)
                                   TO WS-RD-CLOSING
               WRITE REG-GLRPT     FROM WS-RPT-DETAIL
               ADD WS-GL-OPENING(WS-GL-POS)
                                   TO WS-ACC-OPENING
               ADD WS-GL-DEBITS(WS-GL-POS)
                                   TO WS-ACC-DEBITS
               ADD WS-GL-CREDITS(WS-GL-POS)
                                   TO WS-ACC-CREDITS
               ADD WS-GL-CLOSING(WS-GL-POS)
                                   TO WS-ACC-CLOSING
           END-PERFORM.

           IF  WS-GL-COUNT         GREATER ZEROS
               PERFORM 0203-00-PRINT-ACCOUNT-TOTAL
           END-IF.

           MOVE 'GENERAL'          TO WS-RD-ACCOUNT.
           MOVE 'TOT '             TO WS-RD-BRANCH.
           MOVE WS-TOT-OPENING     TO WS-RD-OPENING.
           MOVE WS-TOT-DEBITS      TO WS-RD-DEBITS.
           MOVE WS-TOT-CREDITS     TO WS-RD-CREDITS.
           MOVE WS-TOT-CLOSING     TO WS-RD-CLOSING.
           WRITE REG-GLRPT         FROM WS-RPT-DETAIL
                                   AFTER 2 LINES.

           PERFORM 0204-00-CHECK-BALANCE.

       0202-00-EXIT.
           EXIT.

       0203-00-PRINT-ACCOUNT-TOTAL.

           MOVE WS-PREV-ACCOUNT    TO WS-RD-ACCOUNT.
           MOVE 'TOT '             TO WS-RD-BRANCH.
           MOVE WS-ACC-OPENING     TO WS-RD-OPENING.
           MOVE WS-ACC-DEBITS      TO WS-RD-DEBITS.
           MOVE WS-ACC-CREDITS     TO WS-RD-CREDITS.
           MOVE WS-ACC-CLOSING     TO WS-RD-CLOSING.
           WRITE REG-GLRPT         FROM WS-RPT-DETAIL.
           MOVE SPACES             TO REG-GLRPT.
           WRITE REG-GLRPT.

           ADD WS-ACC-OPENING      TO WS-TOT-OPENING.
           ADD WS-ACC-DEBITS       TO WS-TOT-DEBITS.
           ADD WS-ACC-CREDITS      TO WS-TOT-CREDITS.
           ADD WS-ACC-CLOSING      TO WS-TOT-CLOSING.

           MOVE ZEROS              TO WS-ACC-OPENING
                                      WS-ACC-DEBITS
                                      WS-ACC-CREDITS
                                      WS-ACC-CLOSING.

       0203-00-EXIT.
           EXIT.

       0204-00-CHECK-BALANCE.

           IF  WS-TOT-DEBITS       NOT EQUAL WS-TOT-CREDITS OR
               WS-TOT-CLOSING      NOT EQUAL ZEROS
               MOVE 'N'            TO WS-BALANCED-IND
           END-IF.

           IF  WS-LEDGER-BALANCED
               MOVE 'IN BALANCE'   TO WS-RR-RESULT
           ELSE
               MOVE '** OUT OF BALANCE **'
                                   TO WS-RR-RESULT
           END-IF.

           WRITE REG-GLRPT         FROM WS-RPT-RESULT
                                   AFTER 2 LINES.

       0204-00-EXIT.
           EXIT.

       0205-00-PRINT-PROOF.

           MOVE WS-REPORT-MONTH    TO WS-RH3-PERIOD.

           WRITE REG-GLRPT         FROM WS-RPT-HEADER-3
                                   AFTER 3 LINES.
           WRITE REG-GLRPT         FROM WS-RPT-HEADER-4
                                   AFTER 2 LINES.

           PERFORM VARYING WS-BR-POS FROM 1 BY 1
             UNTIL WS-BR-POS       GREATER WS-BR-COUNT
               COMPUTE WS-BR-DIFFERENCE
                                   = WS-BR-GL-TOTAL(WS-BR-POS)
                                   - WS-BR-CLIENT-TOTAL(WS-BR-POS)
               MOVE WS-BR-BRANCH(WS-BR-POS)
                                   TO WS-RP-BRANCH
               MOVE WS-BR-GL-TOTAL(WS-BR-POS)
                                   TO WS-RP-GL-TOTAL
               MOVE WS-BR-CLIENT-TOTAL(WS-BR-POS)
                                   TO WS-RP-CLIENT-TOTAL
               MOVE WS-BR-DIFFERENCE
                                   TO WS-RP-DIFFERENCE
               IF  WS-BR-DIFFERENCE
                                   EQUAL ZEROS
                   MOVE SPACES     TO WS-RP-FLAG
               ELSE
                   MOVE '***'      TO WS-RP-FLAG
                   ADD 1           TO WS-COUNT-DIFFERENCES
               END-IF
               WRITE REG-GLRPT     FROM WS-RPT-PROOF
           END-PERFORM.

       0205-00-EXIT.
           EXIT.

       0206-00-CLOSE-PERIOD.

           OPEN OUTPUT GLMASTN.

           IF  WS-FS-GLMASTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0206-00-CLOSE-PERIOD'
                                    ' FILE STATUS: ' WS-FS-GLMASTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'HDR*'             TO FD-GN-CTL-ID.
           MOVE SPACES             TO FD-GN-CTL-DATA.
           MOVE WS-LAST-POSTED-DATE
                                   TO FD-GN-HDR-DATE.
           MOVE WS-NEXT-PERIOD     TO FD-GN-HDR-PERIOD.
           MOVE WS-PROGRAM         TO FD-GN-HDR-SOURCE.
           WRITE REG-GLMASTN-CONTROL.

           PERFORM VARYING WS-GL-POS FROM 1 BY 1
             UNTIL WS-GL-POS       GREATER WS-GL-COUNT
               MOVE SPACES         TO REG-GLMASTN
               MOVE WS-GL-KEY(WS-GL-POS)
                                   TO FD-GN-KEY
               MOVE WS-NEXT-PERIOD TO FD-GN-PERIOD
               MOVE WS-GL-CLOSING(WS-GL-POS)
                                   TO FD-GN-OPENING
                                      FD-GN-CLOSING
               MOVE ZEROS          TO FD-GN-DEBITS
                                      FD-GN-CREDITS
               MOVE WS-GL-LAST-POSTED(WS-GL-POS)
                                   TO FD-GN-LAST-POSTED
               PERFORM 0207-00-WRITE-GLMASTN
           END-PERFORM.

           MOVE 'TRL*'             TO FD-GN-CTL-ID.
           MOVE SPACES             TO FD-GN-CTL-DATA.
           MOVE WS-WRITE-GLMASTN   TO FD-GN-TRL-COUNT.
           MOVE WS-ROLLED-HASH     TO FD-GN-TRL-HASH.
           WRITE REG-GLMASTN-CONTROL.

           IF  WS-FS-GLMASTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0206-00-CLOSE-PERIOD'
                                    ' FILE STATUS: ' WS-FS-GLMASTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE GLMASTN.

       0206-00-EXIT.
           EXIT.

       0207-00-WRITE-GLMASTN.

           WRITE REG-GLMASTN.

           EVALUATE WS-FS-GLMASTN
             WHEN '00'
               ADD 1               TO WS-WRITE-GLMASTN
               ADD FD-GN-CLOSING   TO WS-ROLLED-HASH
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0207-00-WRITE-GLMASTN'
                                    ' FILE STATUS: ' WS-FS-GLMASTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0207-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-GLMAST.

      *    THE TRAILER ENDS THE DATA RECORDS LIKE END OF FILE; ITS
      *    COUNT AND HASH STAY IN THE RECORD AREA FOR THE CHECK.

           READ GLMAST.

           EVALUATE WS-FS-GLMAST
             WHEN '00'
               IF  FD-GR-CTL-TRAILER
                   MOVE '10'       TO WS-FS-GLMAST
               ELSE
                   IF  NOT FD-GR-CTL-HEADER
                       ADD 1       TO WS-READ-GLMAST
                   END-IF
               END-IF
             WHEN '10'
               MOVE SPACES         TO REG-GLMAST-CONTROL
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-GLMAST'
                                    ' FILE STATUS: ' WS-FS-GLMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE GLRPT.

           IF  NOT WS-LEDGER-BALANCED
               MOVE 12             TO RETURN-CODE
           ELSE
               IF  WS-COUNT-DIFFERENCES
                                   GREATER ZEROS
                   DISPLAY ' SUBLEDGER DIFFERENCES IN '
                           WS-COUNT-DIFFERENCES ' BRANCH(ES)'
                   MOVE 4          TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-GLMAST     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  GL BALANCES...: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-READ-CLIENTSO   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CLIENTS.......: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-WRITE-GLMASTN   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE GL BALANCES...: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-DIFFERENCES
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  BRANCH DIFFERENCES..: ' WS-FMT-AMOUNT
                                          '               *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
