      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62628.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62628                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : POST THE NIGHT'S GL EXTRACT TO THE GENERAL-  *
      *                   LEDGER BALANCES MASTER                       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUNS AFTER EAD62571 HAS WRITTEN THE GL POSTING FILE.  THE    *
      *   WHOLE BATCH IS VALIDATED BEFORE ANYTHING IS POSTED:          *
      *                                                                *
      *     - EVERY ENTRY CARRIES THE CYCLE'S BUSINESS DATE            *
      *     - DEBIT/CREDIT INDICATOR IS D OR C                         *
      *     - THE GL ACCOUNT BELONGS TO THE GLMAP CHART (WITH THE      *
      *       PAYROLL ACCOUNTS OF PAYACCT, USED BY EAD62664)           *
      *     - TOTAL DEBITS EQUAL TOTAL CREDITS                         *
      *     - THE BATCH WAS NOT POSTED BEFORE (MASTER HEADER DATE)     *
      *     - THE MASTER PERIOD IS THE BUSINESS DATE'S MONTH, I.E.     *
      *       THE PREVIOUS MONTH WAS CLOSED BY EAD62629 (EAD625JM)     *
      *                                                                *
      *   ANY FAILURE REJECTS THE WHOLE BATCH WITH RC=12 AND NO NEW    *
      *   GENERATION IS WRITTEN.  OTHERWISE THE ENTRIES ARE SUMMED     *
      *   PER GL ACCOUNT/BRANCH AND MERGED WITH THE MASTER (BOTH IN    *
      *   ACCOUNT/BRANCH ORDER); A PAIR NOT YET ON THE MASTER IS       *
      *   INSERTED WITH A ZERO OPENING BALANCE.                        *
      *                                                                *
      *   CLOSING = OPENING + PERIOD DEBITS - PERIOD CREDITS           *
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

           SELECT GLMAP            ASSIGN TO DA-S-GLMAP
               FILE STATUS         IS WS-FS-GLMAP.

           SELECT PAYACCT          ASSIGN TO DA-S-PAYACCT
               FILE STATUS         IS WS-FS-PAYACCT.

           SELECT GLPOST           ASSIGN TO DA-S-GLPOST
               FILE STATUS         IS WS-FS-GLPOST.

           SELECT GLMAST           ASSIGN TO DA-S-GLMAST
               FILE STATUS         IS WS-FS-GLMAST.

           SELECT GLMASTN          ASSIGN TO DA-S-GLMASTN
               FILE STATUS         IS WS-FS-GLMASTN.

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

       FD  GLMAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLMAP.
           03  FD-GM-RELEASE-TYPE  PIC A(1).
           03  FD-GM-DEBIT-ACCT    PIC X(8).
           03  FD-GM-CREDIT-ACCT   PIC X(8).
           03  FD-GM-DESCRIPTION   PIC X(20).

       FD  PAYACCT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYACCT.
           03  FD-PA-TYPE          PIC X(1).
           03  FD-PA-KEY           PIC X(5).
           03  FD-PA-ACCOUNT       PIC X(8).
           03  FD-PA-DESCRIPTION   PIC X(20).
           03  FILLER              PIC X(46).

       FD  GLPOST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLPOST.
           03  FD-GL-DATE          PIC 9(8).
           03  FD-GL-BRANCH        PIC X(4).
           03  FD-GL-ACCOUNT       PIC X(8).
           03  FD-GL-DC            PIC X(1).
           03  FD-GL-AMOUNT        PIC 9(9)V9(2).
           03  FD-GL-SOURCE-TYPE   PIC A(1).
           03  FD-GL-DESCRIPTION   PIC X(20).

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

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62628'.

       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLMAP             PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYACCT           PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLPOST            PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLMAST            PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLMASTN           PIC X(2)            VALUE ZEROS.

       77  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.
       77  WS-BUSINESS-PERIOD      PIC 9(6)            VALUE ZEROS.

       77  WS-READ-GLPOST          PIC 9(6)            VALUE ZEROS.
       77  WS-READ-GLMAST          PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-GLMASTN        PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-INSERTED       PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-INVALID        PIC 9(6)            VALUE ZEROS.

       77  WS-TOTAL-DEBITS         PIC 9(13)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-CREDITS        PIC 9(13)V9(2)      VALUE ZEROS.
       77  WS-CLOSING-HASH         PIC S9(13)V9(2)     VALUE ZEROS.

      *    GL ACCOUNTS OF THE CHART: EVERY DEBIT AND CREDIT ACCOUNT
      *    NAMED IN GLMAP, AND EVERY PAYROLL DEPARTMENT COST AND
      *    LIABILITY ACCOUNT OF PAYACCT, EACH ONCE.
       77  WS-CHART-COUNT          PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-CHART-POS            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-CHART-FOUND          PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-CHART-TABLE.
           03  WS-CH-ENTRY         OCCURS 100 TIMES.
               05  WS-CH-ACCOUNT   PIC X(8).

       77  WS-CHART-ACCOUNT        PIC X(8)            VALUE SPACES.

      *    THE NIGHT'S ENTRIES SUMMED PER GL ACCOUNT/BRANCH, KEPT IN
      *    ACCOUNT/BRANCH ORDER FOR THE MERGE WITH THE MASTER.
       77  WS-POST-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-POST-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-POST-NEXT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-POST-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-POST-TABLE.
           03  WS-PT-ENTRY         OCCURS 2000 TIMES.
               05  WS-PT-KEY.
                   07  WS-PT-ACCOUNT
                                   PIC X(8).
                   07  WS-PT-BRANCH
                                   PIC X(4).
               05  WS-PT-DEBITS    PIC 9(11)V9(2).
               05  WS-PT-CREDITS   PIC 9(11)V9(2).

       01  WS-POST-KEY.
           03  WS-PK-ACCOUNT       PIC X(8)            VALUE SPACES.
           03  WS-PK-BRANCH        PIC X(4)            VALUE SPACES.

       77  WS-BATCH-IND            PIC X(1)            VALUE 'Y'.
           88  WS-BATCH-VALID                          VALUE 'Y'.

       77  WS-FMT-AMOUNT           PIC ZZZ.ZZ9         VALUE ZEROS.
       77  WS-FMT-VALUE            PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-GLMAST    EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-READ-CYCLECTL.
           PERFORM 0103-00-LOAD-CHART.
           PERFORM 0105-00-LOAD-GLPOST.
           PERFORM 0108-00-VALIDATE-BATCH.

           OPEN INPUT GLMAST.

           EVALUATE WS-FS-GLMAST
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' GL BALANCES MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GLMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0109-00-CHECK-HEADER.

           OPEN OUTPUT GLMASTN.

           IF  WS-FS-GLMASTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GLMASTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'HDR*'             TO FD-GN-CTL-ID.
           MOVE SPACES             TO FD-GN-CTL-DATA.
           MOVE WS-BUSINESS-DATE   TO FD-GN-HDR-DATE.
           MOVE WS-BUSINESS-PERIOD TO FD-GN-HDR-PERIOD.
           MOVE WS-PROGRAM         TO FD-GN-HDR-SOURCE.
           WRITE REG-GLMASTN-CONTROL.

           IF  WS-FS-GLMASTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GLMASTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1                  TO WS-POST-NEXT.

           PERFORM 0301-00-READ-GLMAST.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

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
                                   TO WS-BUSINESS-DATE
                   MOVE FD-CY-BUSINESS-DATE(1:6)
                                   TO WS-BUSINESS-PERIOD
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

       0103-00-LOAD-CHART.

           OPEN INPUT GLMAP.

           EVALUATE WS-FS-GLMAP
             WHEN '00'
               PERFORM UNTIL WS-FS-GLMAP EQUAL '10'
                   READ GLMAP
                   EVALUATE WS-FS-GLMAP
                     WHEN '00'
                       MOVE FD-GM-DEBIT-ACCT
                                   TO WS-CHART-ACCOUNT
                       PERFORM 0104-00-ADD-CHART-ACCOUNT
                       MOVE FD-GM-CREDIT-ACCT
                                   TO WS-CHART-ACCOUNT
                       PERFORM 0104-00-ADD-CHART-ACCOUNT
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CHART'
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
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CHART'
                                    ' FILE STATUS: ' WS-FS-GLMAP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0111-00-LOAD-PAYACCT.

       0103-00-EXIT.
           EXIT.

       0104-00-ADD-CHART-ACCOUNT.

           PERFORM 0110-00-FIND-CHART.

           IF  WS-CHART-FOUND      EQUAL ZEROS
               IF  WS-CHART-COUNT  LESS 100
                   ADD 1           TO WS-CHART-COUNT
                   MOVE WS-CHART-ACCOUNT
                                   TO WS-CH-ACCOUNT(WS-CHART-COUNT)
               ELSE
                   DISPLAY ' GL CHART TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-GLPOST.

           OPEN INPUT GLPOST.

           EVALUATE WS-FS-GLPOST
             WHEN '00'
               PERFORM UNTIL WS-FS-GLPOST EQUAL '10'
                   READ GLPOST
                   EVALUATE WS-FS-GLPOST
                     WHEN '00'
                       ADD 1       TO WS-READ-GLPOST
                       PERFORM 0106-00-CHECK-ENTRY
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-GLPOST'
                                    ' FILE STATUS: ' WS-FS-GLPOST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE GLPOST
             WHEN '35'
               DISPLAY ' GL POSTING FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-GLPOST'
                                    ' FILE STATUS: ' WS-FS-GLPOST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-CHECK-ENTRY.

      *    AN INVALID ENTRY IS LISTED AND COUNTED; THE BATCH IS
      *    REJECTED AS A WHOLE ONCE EVERY ENTRY HAS BEEN CHECKED.

           MOVE FD-GL-ACCOUNT      TO WS-CHART-ACCOUNT.
           PERFORM 0110-00-FIND-CHART.

           EVALUATE TRUE
             WHEN FD-GL-DATE       NOT EQUAL WS-BUSINESS-DATE
               DISPLAY ' GL ENTRY ' WS-READ-GLPOST
                       ' DATE ' FD-GL-DATE
                       ' IS NOT THE BUSINESS DATE'
               ADD 1               TO WS-COUNT-INVALID
             WHEN FD-GL-DC         NOT EQUAL 'D' AND
                  FD-GL-DC         NOT EQUAL 'C'
               DISPLAY ' GL ENTRY ' WS-READ-GLPOST
                       ' INVALID DEBIT/CREDIT: ' FD-GL-DC
               ADD 1               TO WS-COUNT-INVALID
             WHEN FD-GL-AMOUNT     NOT NUMERIC
               DISPLAY ' GL ENTRY ' WS-READ-GLPOST
                       ' AMOUNT NOT NUMERIC'
               ADD 1               TO WS-COUNT-INVALID
             WHEN WS-CHART-FOUND   EQUAL ZEROS
               DISPLAY ' GL ENTRY ' WS-READ-GLPOST
                       ' ACCOUNT ' FD-GL-ACCOUNT
                       ' NOT IN THE GL CHART'
               ADD 1               TO WS-COUNT-INVALID
             WHEN OTHER
               PERFORM 0107-00-ADD-ENTRY
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-ADD-ENTRY.

      *    FIND THE ACCOUNT/BRANCH IN THE TABLE OR THE SLOT WHERE IT
      *    GOES; A NEW PAIR SHIFTS THE HIGHER KEYS ONE PLACE DOWN.

           MOVE FD-GL-ACCOUNT      TO WS-PK-ACCOUNT.
           MOVE FD-GL-BRANCH       TO WS-PK-BRANCH.

           MOVE ZEROS              TO WS-POST-FOUND.

           PERFORM VARYING WS-POST-POS FROM 1 BY 1
             UNTIL WS-POST-POS     GREATER WS-POST-COUNT OR
                   WS-PT-KEY(WS-POST-POS)
                                   NOT LESS WS-POST-KEY
               CONTINUE
           END-PERFORM.

           IF  WS-POST-POS         NOT GREATER WS-POST-COUNT
               IF  WS-PT-KEY(WS-POST-POS)
                                   EQUAL WS-POST-KEY
                   MOVE WS-POST-POS
                                   TO WS-POST-FOUND
               END-IF
           END-IF.

           IF  WS-POST-FOUND       EQUAL ZEROS
               IF  WS-POST-COUNT   NOT LESS 2000
                   DISPLAY ' GL POSTING TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-POST-NEXT FROM WS-POST-COUNT BY -1
                 UNTIL WS-POST-NEXT
                                   LESS WS-POST-POS
                   MOVE WS-PT-ENTRY(WS-POST-NEXT)
                                   TO WS-PT-ENTRY(WS-POST-NEXT + 1)
               END-PERFORM
               ADD 1               TO WS-POST-COUNT
               MOVE WS-POST-POS    TO WS-POST-FOUND
               MOVE WS-POST-KEY    TO WS-PT-KEY(WS-POST-FOUND)
               MOVE ZEROS          TO WS-PT-DEBITS(WS-POST-FOUND)
                                      WS-PT-CREDITS(WS-POST-FOUND)
           END-IF.

           IF  FD-GL-DC            EQUAL 'D'
               ADD FD-GL-AMOUNT    TO WS-PT-DEBITS(WS-POST-FOUND)
                                      WS-TOTAL-DEBITS
           ELSE
               ADD FD-GL-AMOUNT    TO WS-PT-CREDITS(WS-POST-FOUND)
                                      WS-TOTAL-CREDITS
           END-IF.

       0107-00-EXIT.
           EXIT.

       0108-00-VALIDATE-BATCH.

           IF  WS-COUNT-INVALID    GREATER ZEROS
               MOVE 'N'            TO WS-BATCH-IND
           END-IF.

           IF  WS-TOTAL-DEBITS     NOT EQUAL WS-TOTAL-CREDITS
               MOVE WS-TOTAL-DEBITS
                                   TO WS-FMT-VALUE
               DISPLAY ' GL BATCH DEBITS....: ' WS-FMT-VALUE
               MOVE WS-TOTAL-CREDITS
                                   TO WS-FMT-VALUE
               DISPLAY ' GL BATCH CREDITS...: ' WS-FMT-VALUE
               DISPLAY ' GL BATCH DOES NOT BALANCE'
               MOVE 'N'            TO WS-BATCH-IND
           END-IF.

           IF  NOT WS-BATCH-VALID
               DISPLAY ' ** GL BATCH OF ' WS-BUSINESS-DATE
                       ' REJECTED - NOTHING POSTED **'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0108-00-EXIT.
           EXIT.

       0109-00-CHECK-HEADER.

           PERFORM 0301-00-READ-GLMAST.

           IF  WS-FS-GLMAST        NOT EQUAL '00' OR
               NOT FD-GR-CTL-HEADER
               DISPLAY ' GL BALANCES MASTER HEADER MISSING'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FD-GR-HDR-DATE      NOT LESS WS-BUSINESS-DATE
               DISPLAY ' ** GL BATCH OF ' WS-BUSINESS-DATE
                       ' ALREADY POSTED (MASTER DATE '
                       FD-GR-HDR-DATE ') **'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  FD-GR-HDR-PERIOD    NOT EQUAL WS-BUSINESS-PERIOD
               DISPLAY ' GL MASTER PERIOD ' FD-GR-HDR-PERIOD
                       ' IS NOT THE BUSINESS MONTH '
                       WS-BUSINESS-PERIOD
               DISPLAY ' RUN THE MONTH-END CLOSE (EAD625JM) FIRST'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0109-00-EXIT.
           EXIT.

       0110-00-FIND-CHART.

           MOVE ZEROS              TO WS-CHART-FOUND.

           PERFORM VARYING WS-CHART-POS FROM 1 BY 1
             UNTIL WS-CHART-POS    GREATER WS-CHART-COUNT OR
                   WS-CHART-FOUND  GREATER ZEROS
               IF  WS-CH-ACCOUNT(WS-CHART-POS)
                                   EQUAL WS-CHART-ACCOUNT
                   MOVE WS-CHART-POS
                                   TO WS-CHART-FOUND
               END-IF
           END-PERFORM.

       0110-00-EXIT.
           EXIT.

       0111-00-LOAD-PAYACCT.

           OPEN INPUT PAYACCT.

           EVALUATE WS-FS-PAYACCT
             WHEN '00'
               PERFORM UNTIL WS-FS-PAYACCT EQUAL '10'
                   READ PAYACCT
                   EVALUATE WS-FS-PAYACCT
                     WHEN '00'
                       IF  FD-PA-ACCOUNT
                                   NOT EQUAL SPACES
                           MOVE FD-PA-ACCOUNT
                                   TO WS-CHART-ACCOUNT
                           PERFORM 0104-00-ADD-CHART-ACCOUNT
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0111-00-LOAD-PAYACCT'
                                    ' FILE STATUS: ' WS-FS-PAYACCT
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PAYACCT
             WHEN '35'
      *        NO PAYROLL DISTRIBUTION SET UP YET
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0111-00-LOAD-PAYACCT'
                                    ' FILE STATUS: ' WS-FS-PAYACCT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0111-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    NEW ACCOUNT/BRANCH PAIRS THAT SORT BEFORE THIS MASTER
      *    RECORD GO OUT FIRST.

           PERFORM UNTIL WS-POST-NEXT
                                   GREATER WS-POST-COUNT OR
                         WS-PT-KEY(WS-POST-NEXT)
                                   NOT LESS FD-GR-KEY
               PERFORM 0203-00-INSERT-ACCOUNT
           END-PERFORM.

           MOVE REG-GLMAST         TO REG-GLMASTN.

           IF  WS-POST-NEXT        NOT GREATER WS-POST-COUNT
               IF  WS-PT-KEY(WS-POST-NEXT)
                                   EQUAL FD-GR-KEY
                   ADD WS-PT-DEBITS(WS-POST-NEXT)
                                   TO FD-GN-DEBITS
                   ADD WS-PT-CREDITS(WS-POST-NEXT)
                                   TO FD-GN-CREDITS
                   MOVE WS-BUSINESS-DATE
                                   TO FD-GN-LAST-POSTED
                   ADD 1           TO WS-POST-NEXT
               END-IF
           END-IF.

           PERFORM 0202-00-WRITE-GLMASTN.

           PERFORM 0301-00-READ-GLMAST.

       0201-00-EXIT.
           EXIT.

       0202-00-WRITE-GLMASTN.

           COMPUTE FD-GN-CLOSING   = FD-GN-OPENING
                                   + FD-GN-DEBITS
                                   - FD-GN-CREDITS.

           WRITE REG-GLMASTN.

           EVALUATE WS-FS-GLMASTN
             WHEN '00'
               ADD 1               TO WS-WRITE-GLMASTN
               ADD FD-GN-CLOSING   TO WS-CLOSING-HASH
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-WRITE-GLMASTN'
                                    ' FILE STATUS: ' WS-FS-GLMASTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-INSERT-ACCOUNT.

           MOVE SPACES             TO REG-GLMASTN.
           MOVE WS-PT-KEY(WS-POST-NEXT)
                                   TO FD-GN-KEY.
           MOVE WS-BUSINESS-PERIOD TO FD-GN-PERIOD.
           MOVE ZEROS              TO FD-GN-OPENING.
           MOVE WS-PT-DEBITS(WS-POST-NEXT)
                                   TO FD-GN-DEBITS.
           MOVE WS-PT-CREDITS(WS-POST-NEXT)
                                   TO FD-GN-CREDITS.
           MOVE WS-BUSINESS-DATE   TO FD-GN-LAST-POSTED.

           PERFORM 0202-00-WRITE-GLMASTN.

           ADD 1                   TO WS-COUNT-INSERTED.
           ADD 1                   TO WS-POST-NEXT.

       0203-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-GLMAST.

      *    THE TRAILER ENDS THE DATA RECORDS LIKE END OF FILE.

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
               CONTINUE
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

      *    PAIRS BEYOND THE LAST MASTER RECORD.

           PERFORM UNTIL WS-POST-NEXT
                                   GREATER WS-POST-COUNT
               PERFORM 0203-00-INSERT-ACCOUNT
           END-PERFORM.

           MOVE 'TRL*'             TO FD-GN-CTL-ID.
           MOVE SPACES             TO FD-GN-CTL-DATA.
           MOVE WS-WRITE-GLMASTN   TO FD-GN-TRL-COUNT.
           MOVE WS-CLOSING-HASH    TO FD-GN-TRL-HASH.
           WRITE REG-GLMASTN-CONTROL.

           IF  WS-FS-GLMASTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0901-00-FINAL'
                                    ' FILE STATUS: ' WS-FS-GLMASTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE GLMAST
                 GLMASTN.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-GLPOST     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  GL ENTRIES....: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-READ-GLMAST     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  GL BALANCES...: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-WRITE-GLMASTN   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE GL BALANCES...: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-INSERTED  TO WS-FMT-AMOUNT
           DISPLAY '*  NEW ACCOUNT/BRANCH..: ' WS-FMT-AMOUNT
                                          '               *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
