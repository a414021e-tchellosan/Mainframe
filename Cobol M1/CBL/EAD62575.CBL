      *   STRUCTURING SUMS ARE KEPT PER ACCOUNT AND FLUSHED ON THE     *
      *   KEY BREAK.                                                   *
      *                                                                *
      *   EVERY ALERT IS ALSO FILED ON THE COMPLIANCE CASE KSDS,       *
      *   WORKED ONLINE BY TRANSACTION A25X (EAD625CX), DEFINED ONCE   *
      *   VIA IDCAMS:                                                  *
      *       DEFINE CLUSTER (NAME(EAD625.COMPLIANCE.CASOS.KSDS) -     *
      *              KEYS(7 0) RECORDSIZE(200 200) INDEXED)            *
      *   AN ALERT ON AN ACCOUNT THAT ALREADY HAS A CASE OPEN OR       *
      *   UNDER REVIEW IS ATTACHED TO THAT CASE (ALERT COUNT AND LAST  *
      *   ALERT UPDATED); OTHERWISE A NEW CASE IS OPENED WITH THE      *
      *   NEXT CASE NUMBER.  EACH ALERT IS LOGGED WITH ITS CASE        *
      *   NUMBER ON THE ALERT HISTORY FILE (ALERTLOG).  THE BUSINESS   *
      *   DATE COMES FROM THE OPEN CYCLE.                              *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
           SELECT COMPRPT          ASSIGN TO DA-S-COMPRPT
               FILE STATUS         IS WS-FS-COMPRPT.

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT CASES            ASSIGN TO CASES
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS FD-CS-CASE-NUMBER
               FILE STATUS         IS WS-FS-CASES.

           SELECT ALERTLOG         ASSIGN TO DA-S-ALERTLOG
               FILE STATUS         IS WS-FS-ALERTLOG.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*

       01  REG-COMPRPT             PIC X(80).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

      *    COMPLIANCE CASE.  STATUS O = OPEN, U = UNDER REVIEW,
      *    N = CLOSED WITH NO ACTION, R = CLOSED AND REPORTED.
      *    ANALYST, STATUS DATE AND NOTES ARE KEPT ONLINE (A25X).
       FD  CASES.

       01  REG-CASES.
           03  FD-CS-CASE-NUMBER   PIC 9(7).
           03  FD-CS-CLIENT-KEY.
               05  FD-CS-BRANCH    PIC X(4).
               05  FD-CS-ACCOUNT   PIC 9(5).
           03  FD-CS-STATUS        PIC X(1).
               88  FD-CS-ACTIVE                        VALUE 'O' 'U'.
           03  FD-CS-OPENED-DATE   PIC 9(8).
           03  FD-CS-LAST-ALERT-DATE
                                   PIC 9(8).
           03  FD-CS-ALERT-COUNT   PIC 9(5).
           03  FD-CS-LAST-KIND     PIC X(1).
           03  FD-CS-LAST-TYPE     PIC X(1).
           03  FD-CS-LAST-VALUE    PIC 9(9)V9(2).
           03  FD-CS-ANALYST       PIC X(8).
           03  FD-CS-STATUS-DATE   PIC 9(8).
           03  FD-CS-NOTES         PIC X(120).
           03  FILLER              PIC X(13).

       FD  ALERTLOG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ALERTLOG.
           03  FD-AL-CASE-NUMBER   PIC 9(7).
           03  FD-AL-ALERT-DATE    PIC 9(8).
           03  FD-AL-KIND          PIC X(1).
           03  FD-AL-CLIENT-KEY.
               05  FD-AL-BRANCH    PIC X(4).
               05  FD-AL-ACCOUNT   PIC 9(5).
           03  FD-AL-TYPE          PIC X(1).
           03  FD-AL-POSTING-DATE  PIC 9(8).
           03  FD-AL-DOC-NUMBER    PIC X(4).
           03  FD-AL-VALUE         PIC 9(9)V9(2).
           03  FD-AL-COUNTERPARTY  PIC X(9).
           03  FD-AL-ITEMS         PIC 9(3).
           03  FILLER              PIC X(19).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.


       77  WS-FS-RELEASES          PIC X(2)            VALUE ZEROS.
       77  WS-FS-COMPRPT           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CASES             PIC X(2)            VALUE ZEROS.
       77  WS-FS-ALERTLOG          PIC X(2)            VALUE ZEROS.

       77  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.

       77  WS-READ-RELEASES        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-LARGE          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-STRUCTURED     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NEW-CASES      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REPEATS        PIC 9(5)            VALUE ZEROS.

       77  WS-THRESHOLD            PIC 9(6)V9(2)       VALUE ZEROS.

               05  WS-AC-SUM       PIC 9(9)V9(2).
               05  WS-AC-ITEMS     PIC 9(3).

      *    CASES STILL OPEN OR UNDER REVIEW, BY ACCOUNT, SO A REPEAT
      *    ALERT FINDS ITS CASE; NEW CASES ARE ADDED AS THEY OPEN.
       77  WS-LAST-CASE-NUMBER     PIC 9(7)            VALUE ZEROS.
       77  WS-CASE-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CASE-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CASE-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CASE-TABLE.
           03  WS-CT-ENTRY         OCCURS 5000 TIMES.
               05  WS-CT-CLIENT-KEY
                                   PIC X(9).
               05  WS-CT-CASE-NUMBER
                                   PIC 9(7).

       01  WS-ALERT-KEY            PIC X(9)            VALUE SPACES.
       77  WS-ALERT-VALUE          PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-ALERT-ITEMS          PIC 9(3)            VALUE ZEROS.

       77  WS-CASES-EOF-IND        PIC X(1)            VALUE 'N'.
           88  WS-CASES-EOF                            VALUE 'Y'.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(39)           VALUE
           'COMPLIANCE - LARGE/STRUCTURED MOVEMENTS'.
           'COUNTERPARTY '.
           03  FILLER              PIC X(5)            VALUE
           'ITEMS'.
           03  FILLER              PIC X(9)            VALUE
           '  CASE   '.

       01  WS-RPT-DETAIL.
           03  WS-RD-KIND          PIC X(1)            VALUE SPACES.
           03  WS-RD-COUNTERPARTY  PIC X(9)            VALUE SPACES.
           03  FILLER              PIC X(4)            VALUE SPACES.
           03  WS-RD-ITEMS         PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RD-CASE-NUMBER   PIC 9(7)            VALUE ZEROS.
           03  WS-RD-REPEAT        PIC X(1)            VALUE SPACES.

       01  WS-RPT-FOOTER.
           03  FILLER              PIC X(45)           VALUE
           '* = REPEAT ALERT ATTACHED TO AN OPEN CASE    '.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

               STOP RUN
           END-IF.

           PERFORM 0103-00-READ-CYCLECTL.

           PERFORM 0102-00-OPEN-FILES.

           PERFORM 0104-00-LOAD-OPEN-CASES.

           WRITE REG-COMPRPT       FROM WS-RPT-HEADER-1.
           WRITE REG-COMPRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           OPEN OUTPUT COMPRPT.

           OPEN I-O CASES.

           EVALUATE WS-FS-CASES
             WHEN '00'
             WHEN '97'
               CONTINUE
             WHEN '35'
               DISPLAY ' CASE KSDS NOT FOUND -'
                       ' DEFINE EAD625.COMPLIANCE.CASOS.KSDS VIA IDCAMS'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-FILES'
                                    ' FILE STATUS: ' WS-FS-CASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN EXTEND ALERTLOG.

           IF  WS-FS-ALERTLOG      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-FILES'
                                    ' FILE STATUS: ' WS-FS-ALERTLOG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0102-00-EXIT.
           EXIT.

       0103-00-READ-CYCLECTL.

      *    THE BUSINESS DATE DATES THE CASES AND THE ALERT HISTORY.

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

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-OPEN-CASES.

      *    ONE SEQUENTIAL SWEEP OF THE KSDS: THE HIGHEST CASE NUMBER
      *    GIVES THE NEXT ONE, AND THE CASES STILL OPEN OR UNDER
      *    REVIEW ARE KEPT BY ACCOUNT.

           MOVE LOW-VALUES         TO FD-CS-CASE-NUMBER.

           START CASES KEY NOT LESS FD-CS-CASE-NUMBER.

           EVALUATE WS-FS-CASES
             WHEN '00'
               CONTINUE
             WHEN '23'
             WHEN '10'
      *        NO CASES YET
               MOVE 'Y'            TO WS-CASES-EOF-IND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-OPEN-CASES'
                                    ' FILE STATUS: ' WS-FS-CASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM UNTIL WS-CASES-EOF
               READ CASES NEXT
               EVALUATE WS-FS-CASES
                 WHEN '00'
                   MOVE FD-CS-CASE-NUMBER
                                   TO WS-LAST-CASE-NUMBER
                   IF  FD-CS-ACTIVE
                       PERFORM 0105-00-ADD-OPEN-CASE
                   END-IF
                 WHEN '10'
                   MOVE 'Y'        TO WS-CASES-EOF-IND
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0104-00-LOAD-OPEN-CASES'
                                    ' FILE STATUS: ' WS-FS-CASES
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-PERFORM.

       0104-00-EXIT.
           EXIT.

       0105-00-ADD-OPEN-CASE.

           IF  WS-CASE-COUNT       NOT LESS 5000
               DISPLAY ' OPEN CASE TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-CASE-COUNT.
           MOVE FD-CS-CLIENT-KEY   TO WS-CT-CLIENT-KEY(WS-CASE-COUNT).
           MOVE FD-CS-CASE-NUMBER  TO WS-CT-CASE-NUMBER(WS-CASE-COUNT).

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
           MOVE FD-COUNTERPARTY    TO WS-RD-COUNTERPARTY.
           MOVE 1                  TO WS-RD-ITEMS.

           MOVE FD-RELEASE-KEY     TO WS-ALERT-KEY.
           MOVE FD-RELEASE-VALUE   TO WS-ALERT-VALUE.
           MOVE 1                  TO WS-ALERT-ITEMS.
           PERFORM 0205-00-FILE-CASE.

           WRITE REG-COMPRPT       FROM WS-RPT-DETAIL.

           ADD 1                   TO WS-COUNT-LARGE.
                   MOVE SPACES     TO WS-RD-COUNTERPARTY
                   MOVE WS-AC-ITEMS(WS-ACC-POS)
                                   TO WS-RD-ITEMS
                   MOVE WS-CURRENT-KEY
                                   TO WS-ALERT-KEY
                   MOVE WS-AC-SUM(WS-ACC-POS)
                                   TO WS-ALERT-VALUE
                   MOVE WS-AC-ITEMS(WS-ACC-POS)
                                   TO WS-ALERT-ITEMS
                   PERFORM 0205-00-FILE-CASE
                   WRITE REG-COMPRPT
                                   FROM WS-RPT-DETAIL
                   ADD 1           TO WS-COUNT-STRUCTURED
       0204-00-EXIT.
           EXIT.

       0205-00-FILE-CASE.

      *    A REPEAT ALERT ON AN ACCOUNT WITH A CASE STILL OPEN OR
      *    UNDER REVIEW GOES ON THAT CASE; ANY OTHER OPENS A NEW ONE.

           MOVE ZEROS              TO WS-CASE-FOUND.

           PERFORM VARYING WS-CASE-POS FROM 1 BY 1
             UNTIL WS-CASE-POS     GREATER WS-CASE-COUNT
                OR WS-CASE-FOUND   GREATER ZEROS
               IF  WS-CT-CLIENT-KEY(WS-CASE-POS)
                                   EQUAL WS-ALERT-KEY
                   MOVE WS-CASE-POS
                                   TO WS-CASE-FOUND
               END-IF
           END-PERFORM.

           IF  WS-CASE-FOUND       GREATER ZEROS
               PERFORM 0206-00-UPDATE-CASE
           ELSE
               PERFORM 0207-00-OPEN-CASE
           END-IF.

           MOVE FD-CS-CASE-NUMBER  TO WS-RD-CASE-NUMBER.

           PERFORM 0208-00-LOG-ALERT.

       0205-00-EXIT.
           EXIT.

       0206-00-UPDATE-CASE.

           MOVE WS-CT-CASE-NUMBER(WS-CASE-FOUND)
                                   TO FD-CS-CASE-NUMBER.

           READ CASES.

           IF  WS-FS-CASES         NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0206-00-UPDATE-CASE'
                                    ' FILE STATUS: ' WS-FS-CASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-BUSINESS-DATE   TO FD-CS-LAST-ALERT-DATE.
           ADD 1                   TO FD-CS-ALERT-COUNT.
           MOVE WS-RD-KIND         TO FD-CS-LAST-KIND.
           MOVE WS-RD-TYPE         TO FD-CS-LAST-TYPE.
           MOVE WS-ALERT-VALUE     TO FD-CS-LAST-VALUE.

           REWRITE REG-CASES.

           IF  WS-FS-CASES         NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0206-00-UPDATE-CASE'
                                    ' FILE STATUS: ' WS-FS-CASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE '*'                TO WS-RD-REPEAT.
           ADD 1                   TO WS-COUNT-REPEATS.

       0206-00-EXIT.
           EXIT.

       0207-00-OPEN-CASE.

           ADD 1                   TO WS-LAST-CASE-NUMBER.

           MOVE SPACES             TO REG-CASES.
           MOVE WS-LAST-CASE-NUMBER
                                   TO FD-CS-CASE-NUMBER.
           MOVE WS-ALERT-KEY       TO FD-CS-CLIENT-KEY.
           MOVE 'O'                TO FD-CS-STATUS.
           MOVE WS-BUSINESS-DATE   TO FD-CS-OPENED-DATE
                                      FD-CS-LAST-ALERT-DATE
                                      FD-CS-STATUS-DATE.
           MOVE 1                  TO FD-CS-ALERT-COUNT.
           MOVE WS-RD-KIND         TO FD-CS-LAST-KIND.
           MOVE WS-RD-TYPE         TO FD-CS-LAST-TYPE.
           MOVE WS-ALERT-VALUE     TO FD-CS-LAST-VALUE.

           WRITE REG-CASES.

           IF  WS-FS-CASES         NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0207-00-OPEN-CASE'
                                    ' FILE STATUS: ' WS-FS-CASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0105-00-ADD-OPEN-CASE.

           MOVE SPACES             TO WS-RD-REPEAT.
           ADD 1                   TO WS-COUNT-NEW-CASES.

       0207-00-EXIT.
           EXIT.

       0208-00-LOG-ALERT.

           MOVE SPACES             TO REG-ALERTLOG.
           MOVE FD-CS-CASE-NUMBER  TO FD-AL-CASE-NUMBER.
           MOVE WS-BUSINESS-DATE   TO FD-AL-ALERT-DATE.
           MOVE WS-RD-KIND         TO FD-AL-KIND.
           MOVE WS-ALERT-KEY       TO FD-AL-CLIENT-KEY.
           MOVE WS-RD-TYPE         TO FD-AL-TYPE.
           MOVE WS-RD-DATE         TO FD-AL-POSTING-DATE.
           MOVE WS-RD-DOC          TO FD-AL-DOC-NUMBER.
           MOVE WS-ALERT-VALUE     TO FD-AL-VALUE.
           MOVE WS-RD-COUNTERPARTY TO FD-AL-COUNTERPARTY.
           MOVE WS-ALERT-ITEMS     TO FD-AL-ITEMS.

           WRITE REG-ALERTLOG.

           IF  WS-FS-ALERTLOG      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0208-00-LOG-ALERT'
                                    ' FILE STATUS: ' WS-FS-ALERTLOG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0208-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

           PERFORM 0204-00-FLUSH-ACCOUNT.

           WRITE REG-COMPRPT       FROM WS-RPT-FOOTER
                                   AFTER 2 LINES.

           PERFORM 0902-00-CLOSE-FILES.

           DISPLAY '*----------------------------------------------*'.
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  STRUCTURING...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NEW-CASES TO WS-FMT-AMOUNT
           DISPLAY '*  NEW CASES.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REPEATS   TO WS-FMT-AMOUNT
           DISPLAY '*  REPEAT ALERTS.: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0902-00-CLOSE-FILES.

           CLOSE RELEASES
                 COMPRPT
                 CASES
                 ALERTLOG.

       0902-00-EXIT.
           EXIT.
