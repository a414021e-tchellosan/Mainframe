      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62639.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62639                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : REPORT ARCHIVE - FILES A PRINTED REPORT BY   *
      *                   REPORT NAME, BUSINESS DATE AND BRANCH, AND   *
      *                   PURGES THE REPORTS PAST THEIR RETENTION      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EACH REPORT THE BATCH PRINTS IS WRITTEN TO A DATASET         *
      *   (RECFM=FBA, ONE CARRIAGE-CONTROL BYTE IN FRONT, OR FB WHEN   *
      *   THE PROGRAM NEVER ADVANCES THE PAPER) AND FILED              *
      *   BY ONE RUN OF THIS PROGRAM (FUNCTION F).  THE LINES GO TO    *
      *   THE ARCHIVE KSDS RPTARQ, KEYED BY REPORT + BUSINESS DATE +   *
      *   BRANCH + LINE; ONE ENTRY PER REPORT, DATE AND BRANCH GOES    *
      *   TO THE INDEX KSDS RPTIDX, KEYED BY DATE + REPORT + BRANCH,   *
      *   WHICH TRANSACTION A25R (EAD625CY) BROWSES.  BOTH DEFINED     *
      *   ONCE VIA IDCAMS (EAD625KH):                                  *
      *       EAD625.RELATORIO.ARQUIVO.KSDS  KEYS(26 0)                *
      *              RECORDSIZE(170 170)                               *
      *       EAD625.RELATORIO.INDICE.KSDS   KEYS(20 0)                *
      *              RECORDSIZE(80 80)                                 *
      *                                                                *
      *   BRANCH: WHEN THE SECOND CARD GIVES THE LABEL THE REPORT      *
      *   PRINTS IN FRONT OF THE BRANCH CODE, EACH PAGE IS FILED       *
      *   UNDER THE BRANCH NAMED ON IT (THE PAGE HEADING LINES ARE     *
      *   HELD UNTIL THE LABEL APPEARS).  FROM THE END LABEL ON (THE   *
      *   BANK-WIDE SUMMARY) AND IN REPORTS WITHOUT A LABEL THE LINES  *
      *   ARE FILED UNDER BRANCH '****'.                               *
      *                                                                *
      *   THE BUSINESS DATE IS THE ONE ON THE CYCLE CONTROL, OPEN OR   *
      *   ALREADY CLOSED.  FILING A REPORT AGAIN FOR THE SAME DATE     *
      *   (RERUN) REPLACES THE PREVIOUS COPY.                          *
      *                                                                *
      *   RETENTION: DAYS PER REPORT NAME ON RETENCAO, WITH THE        *
      *   '*DEFAULT' ENTRY (OR 100 DAYS) FOR REPORTS NOT LISTED.  THE  *
      *   PURGE DATE IS STAMPED ON THE INDEX WHEN THE REPORT IS        *
      *   FILED; FUNCTION P DELETES EVERY REPORT WHOSE PURGE DATE IS   *
      *   BEFORE THE BUSINESS DATE.                                    *
      *                                                                *
      *   SYSIN CARD 1: FUNCTION (F/P), REPORT NAME (COL 3), PROGRAM   *
      *                 (COL 12), RECORD WIDTH WITHOUT THE CONTROL     *
      *                 BYTE (COL 21, 3 DIGITS) AND CARRIAGE CONTROL   *
      *                 (COL 25: A = ASA BYTE IN FRONT, N = NONE, FOR  *
      *                 A REPORT WRITTEN WITHOUT ADVANCING).  P NEEDS  *
      *                 COL 1 ONLY.                                    *
      *   SYSIN CARD 2: BRANCH LABEL (COL 1-20) AND END LABEL          *
      *                 (COL 21-40), BLANK WHEN NOT SPLIT (F ONLY).    *
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

           SELECT RETENCAO         ASSIGN TO DA-S-RETENCAO
               FILE STATUS         IS WS-FS-RETENCAO.

           SELECT RPTIN            ASSIGN TO DA-S-RPTIN
               FILE STATUS         IS WS-FS-RPTIN.

           SELECT RPTARQ           ASSIGN TO RPTARQ
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS FD-RA-KEY
               FILE STATUS         IS WS-FS-RPTARQ.

           SELECT RPTIDX           ASSIGN TO RPTIDX
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS FD-RX-KEY
               FILE STATUS         IS WS-FS-RPTIDX.

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

      *    RETENTION PER REPORT NAME, IN CALENDAR DAYS.
       FD  RETENCAO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RETENCAO.
           03  FD-RT-REPORT        PIC X(8).
           03  FD-RT-DAYS          PIC 9(4).
           03  FD-RT-TITLE         PIC X(20).
           03  FILLER              PIC X(48).

      *    THE REPORT AS PRINTED; THE RECORD LENGTH IS THE DATASET'S.
       FD  RPTIN
           RECORDING MODE IS F
           RECORD CONTAINS 0 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RPTIN               PIC X(133).

      *    ONE ARCHIVED LINE: CARRIAGE CONTROL, PAGE WITHIN THE
      *    BRANCH AND THE PRINTED TEXT.
       FD  RPTARQ.

       01  REG-RPTARQ.
           03  FD-RA-KEY.
               05  FD-RA-REPORT    PIC X(8).
               05  FD-RA-DATE      PIC 9(8).
               05  FD-RA-BRANCH    PIC X(4).
               05  FD-RA-LINE      PIC 9(6).
           03  FD-RA-CONTROL       PIC X(1).
           03  FD-RA-PAGE          PIC 9(4).
           03  FD-RA-TEXT          PIC X(132).
           03  FILLER              PIC X(7).

      *    ONE ENTRY PER REPORT, BUSINESS DATE AND BRANCH.
       FD  RPTIDX.

       01  REG-RPTIDX.
           03  FD-RX-KEY.
               05  FD-RX-DATE      PIC 9(8).
               05  FD-RX-REPORT    PIC X(8).
               05  FD-RX-BRANCH    PIC X(4).
           03  FD-RX-PROGRAM       PIC X(8).
           03  FD-RX-LINES         PIC 9(6).
           03  FD-RX-PAGES         PIC 9(4).
           03  FD-RX-FILED-DATE    PIC 9(8).
           03  FD-RX-FILED-TIME    PIC 9(6).
           03  FD-RX-PURGE-DATE    PIC 9(8).
           03  FD-RX-TITLE         PIC X(20).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62639'.

       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-RETENCAO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-RPTIN             PIC X(2)            VALUE ZEROS.
       77  WS-FS-RPTARQ            PIC X(2)            VALUE ZEROS.
       77  WS-FS-RPTIDX            PIC X(2)            VALUE ZEROS.

       01  WS-CARD-1.
           03  WS-PM-FUNCTION      PIC X(1).
               88  WS-PM-FILE                          VALUE 'F'.
               88  WS-PM-PURGE                         VALUE 'P'.
           03  FILLER              PIC X(1).
           03  WS-PM-REPORT        PIC X(8).
           03  FILLER              PIC X(1).
           03  WS-PM-PROGRAM       PIC X(8).
           03  FILLER              PIC X(1).
           03  WS-PM-WIDTH         PIC 9(3).
           03  FILLER              PIC X(1).
           03  WS-PM-CONTROL       PIC X(1).
               88  WS-PM-ASA                           VALUE 'A'.
               88  WS-PM-NO-CONTROL                    VALUE 'N'.
           03  FILLER              PIC X(55).

       01  WS-CARD-2.
           03  WS-PM-BRANCH-LABEL  PIC X(20).
           03  WS-PM-END-LABEL     PIC X(20).
           03  FILLER              PIC X(40).

       77  WS-BRANCH-LABEL-LEN     PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-END-LABEL-LEN        PIC 9(2) COMP-3     VALUE ZEROS.

       77  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.
       77  WS-SYS-DATE             PIC 9(8)            VALUE ZEROS.
       01  WS-SYS-TIME.
           03  WS-SYS-HHMMSS       PIC 9(6).
           03  FILLER              PIC 9(2).

      *    RETENTION TABLE AND THE VALUES FOR THE REPORT IN HAND
       77  WS-RT-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-RT-POS               PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-RETENTION-TABLE.
           03  WS-RT-ENTRY         OCCURS 100 TIMES.
               05  WS-RT-REPORT    PIC X(8).
               05  WS-RT-DAYS      PIC 9(4).
               05  WS-RT-TITLE     PIC X(20).

       77  WS-RETENTION-DAYS       PIC 9(4)            VALUE 100.
       77  WS-REPORT-TITLE         PIC X(20)           VALUE SPACES.
       77  WS-PURGE-DATE           PIC 9(8)            VALUE ZEROS.

      *    THE LINE JUST READ: CARRIAGE CONTROL + TEXT
       01  WS-LINE.
           03  WS-LN-CONTROL       PIC X(1).
               88  WS-LN-NEW-PAGE                      VALUE '1'.
           03  WS-LN-TEXT          PIC X(132).

      *    THE LINE BEING FILED
       01  WS-FILE-LINE.
           03  WS-FL-CONTROL       PIC X(1).
               88  WS-FL-NEW-PAGE                      VALUE '1'.
           03  WS-FL-TEXT          PIC X(132).

      *    PAGE HEADING LINES HELD UNTIL THE PAGE NAMES ITS BRANCH
       77  WS-HELD-COUNT           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-HELD-POS             PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-HELD-TABLE.
           03  WS-HL-LINE          PIC X(133)          OCCURS 20 TIMES.

       01  WS-HOLD-IND             PIC X(1)            VALUE 'Y'.
           88  WS-HOLDING                              VALUE 'Y'.
           88  WS-NOT-HOLDING                          VALUE 'N'.

       01  WS-SPLIT-IND            PIC X(1)            VALUE 'N'.
           88  WS-SPLIT-ON                             VALUE 'Y'.
           88  WS-SPLIT-OFF                            VALUE 'N'.

       01  WS-LABEL-IND            PIC X(1)            VALUE 'N'.
           88  WS-LABEL-BRANCH                         VALUE 'B'.
           88  WS-LABEL-END                            VALUE 'E'.
           88  WS-LABEL-NONE                           VALUE 'N'.

       77  WS-SCAN-POS             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-SCAN-LAST            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-VALUE-POS            PIC 9(3) COMP-3     VALUE ZEROS.

       77  WS-CURRENT-BRANCH       PIC X(4)            VALUE '****'.
       77  WS-NEW-BRANCH           PIC X(4)            VALUE SPACES.

      *    BRANCHES OF THE REPORT IN HAND, WITH LINES AND PAGES FILED
       77  WS-BR-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-BR-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-BR-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-BRANCH-TABLE.
           03  WS-BR-ENTRY         OCCURS 200 TIMES.
               05  WS-BR-BRANCH    PIC X(4).
               05  WS-BR-LINES     PIC 9(6).
               05  WS-BR-PAGES     PIC 9(4).

      *    KEY PREFIX OF THE REPORT / BRANCH WHOSE LINES ARE REMOVED
       01  WS-REMOVE-KEY.
           03  WS-RK-REPORT        PIC X(8).
           03  WS-RK-DATE          PIC 9(8).
           03  WS-RK-BRANCH        PIC X(4).

       01  WS-EOF-IND              PIC X(1)            VALUE 'N'.
           88  WS-EOF                                  VALUE 'Y'.

       77  WS-READ-LINES           PIC 9(7)            VALUE ZEROS.
       77  WS-FILED-LINES          PIC 9(7)            VALUE ZEROS.
       77  WS-REMOVED-LINES        PIC 9(7)            VALUE ZEROS.
       77  WS-REMOVED-ENTRIES      PIC 9(7)            VALUE ZEROS.
       77  WS-INDEX-ENTRIES        PIC 9(7)            VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC Z.ZZZ.ZZ9       VALUE ZEROS.
       01  WS-FMT-DATE             PIC 9999/99/99      VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           EVALUATE TRUE
             WHEN WS-PM-FILE
               PERFORM 0201-00-CENTRAL-PROCESSING
                 UNTIL WS-FS-RPTIN EQUAL '10'
               PERFORM 0208-00-END-OF-REPORT
             WHEN WS-PM-PURGE
               PERFORM 0211-00-PURGE-EXPIRED
           END-EVALUATE.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-CARD-1        FROM SYSIN.

           EVALUATE TRUE
             WHEN WS-PM-PURGE
               CONTINUE
             WHEN NOT WS-PM-FILE
               DISPLAY ' FUNCTION PARAMETER INVALID (F/P)'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN WS-PM-REPORT     EQUAL SPACES
               OR WS-PM-PROGRAM    EQUAL SPACES
               DISPLAY ' REPORT NAME AND PROGRAM ARE REQUIRED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN WS-PM-WIDTH      NOT NUMERIC
               OR WS-PM-WIDTH      EQUAL ZEROS
               OR WS-PM-WIDTH      GREATER 132
               DISPLAY ' RECORD WIDTH PARAMETER INVALID (001-132)'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN NOT WS-PM-ASA
              AND NOT WS-PM-NO-CONTROL
               DISPLAY ' CARRIAGE CONTROL PARAMETER INVALID (A/N)'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               ACCEPT WS-CARD-2    FROM SYSIN
           END-EVALUATE.

           PERFORM 0103-00-READ-CYCLECTL.

           ACCEPT WS-SYS-DATE      FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME      FROM TIME.

           PERFORM 0102-00-OPEN-FILES.

           IF  WS-PM-FILE
               PERFORM 0104-00-LOAD-RETENTION
               PERFORM 0105-00-REMOVE-PREVIOUS
               PERFORM 0107-00-SET-LABELS
               PERFORM 0301-00-READ-RPTIN
           END-IF.

       0101-00-EXIT.
           EXIT.

       0102-00-OPEN-FILES.

           OPEN I-O RPTARQ.

           EVALUATE WS-FS-RPTARQ
             WHEN '00'
             WHEN '97'
               CONTINUE
             WHEN '35'
               DISPLAY ' ARCHIVE KSDS NOT FOUND -'
                       ' DEFINE EAD625.RELATORIO.ARQUIVO.KSDS'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-FILES'
                                    ' FILE STATUS: ' WS-FS-RPTARQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN I-O RPTIDX.

           EVALUATE WS-FS-RPTIDX
             WHEN '00'
             WHEN '97'
               CONTINUE
             WHEN '35'
               DISPLAY ' INDEX KSDS NOT FOUND -'
                       ' DEFINE EAD625.RELATORIO.INDICE.KSDS'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-FILES'
                                    ' FILE STATUS: ' WS-FS-RPTIDX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-PM-PURGE
               GO TO 0102-00-EXIT
           END-IF.

           OPEN INPUT RPTIN.

           EVALUATE WS-FS-RPTIN
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' REPORT DATASET NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-FILES'
                                    ' FILE STATUS: ' WS-FS-RPTIN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-READ-CYCLECTL.

      *    THE BUSINESS DATE THE REPORT BELONGS TO.  THE MORNING JOBS
      *    RUN AFTER THE CLOSE, SO A CLOSED CYCLE IS ACCEPTED.

           OPEN INPUT CYCLECTL.

           EVALUATE WS-FS-CYCLECTL
             WHEN '00'
               READ CYCLECTL
               EVALUATE WS-FS-CYCLECTL
                 WHEN '00'
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

       0104-00-LOAD-RETENTION.

      *    THE REPORT'S OWN ENTRY WINS OVER '*DEFAULT'.

           OPEN INPUT RETENCAO.

           EVALUATE WS-FS-RETENCAO
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' RETENTION FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-RETENTION'
                                    ' FILE STATUS: ' WS-FS-RETENCAO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0302-00-READ-RETENCAO.

           PERFORM UNTIL WS-FS-RETENCAO EQUAL '10'
               IF  WS-RT-COUNT     NOT LESS 100
                   DISPLAY ' RETENTION TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1               TO WS-RT-COUNT
               MOVE FD-RT-REPORT   TO WS-RT-REPORT(WS-RT-COUNT)
               MOVE FD-RT-DAYS     TO WS-RT-DAYS(WS-RT-COUNT)
               MOVE FD-RT-TITLE    TO WS-RT-TITLE(WS-RT-COUNT)
               PERFORM 0302-00-READ-RETENCAO
           END-PERFORM.

           CLOSE RETENCAO.

           PERFORM VARYING WS-RT-POS FROM 1 BY 1
             UNTIL WS-RT-POS       GREATER WS-RT-COUNT
               IF  WS-RT-REPORT(WS-RT-POS)
                                   EQUAL '*DEFAULT'
                   MOVE WS-RT-DAYS(WS-RT-POS)
                                   TO WS-RETENTION-DAYS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-RT-POS FROM 1 BY 1
             UNTIL WS-RT-POS       GREATER WS-RT-COUNT
               IF  WS-RT-REPORT(WS-RT-POS)
                                   EQUAL WS-PM-REPORT
                   MOVE WS-RT-DAYS(WS-RT-POS)
                                   TO WS-RETENTION-DAYS
                   MOVE WS-RT-TITLE(WS-RT-POS)
                                   TO WS-REPORT-TITLE
               END-IF
           END-PERFORM.

           COMPUTE WS-PURGE-DATE   = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                    + WS-RETENTION-DAYS).

       0104-00-EXIT.
           EXIT.

       0105-00-REMOVE-PREVIOUS.

      *    A RERUN FILES THE REPORT AGAIN: EVERY BRANCH ALREADY FILED
      *    FOR THIS REPORT AND DATE IS REMOVED FIRST.

           MOVE WS-BUSINESS-DATE   TO FD-RX-DATE.
           MOVE WS-PM-REPORT       TO FD-RX-REPORT.
           MOVE LOW-VALUES         TO FD-RX-BRANCH.

           START RPTIDX KEY NOT LESS FD-RX-KEY.

           EVALUATE WS-FS-RPTIDX
             WHEN '00'
               MOVE 'N'            TO WS-EOF-IND
             WHEN '23'
             WHEN '10'
               MOVE 'Y'            TO WS-EOF-IND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-REMOVE-PREVIOUS'
                                    ' FILE STATUS: ' WS-FS-RPTIDX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM UNTIL WS-EOF
               PERFORM 0303-00-READ-RPTIDX
               IF  NOT WS-EOF
                   IF  FD-RX-DATE  EQUAL WS-BUSINESS-DATE AND
                       FD-RX-REPORT
                                   EQUAL WS-PM-REPORT
                       MOVE FD-RX-REPORT
                                   TO WS-RK-REPORT
                       MOVE FD-RX-DATE
                                   TO WS-RK-DATE
                       MOVE FD-RX-BRANCH
                                   TO WS-RK-BRANCH
                       PERFORM 0212-00-REMOVE-ENTRY
                   ELSE
                       MOVE 'Y'    TO WS-EOF-IND
                   END-IF
               END-IF
           END-PERFORM.

       0105-00-EXIT.
           EXIT.

       0107-00-SET-LABELS.

      *    LABEL LENGTHS WITHOUT THE TRAILING BLANKS.

           PERFORM VARYING WS-SCAN-POS FROM 20 BY -1
             UNTIL WS-SCAN-POS     LESS 1
               IF  WS-BRANCH-LABEL-LEN
                                   EQUAL ZEROS AND
                   WS-PM-BRANCH-LABEL(WS-SCAN-POS:1)
                                   NOT EQUAL SPACE
                   MOVE WS-SCAN-POS
                                   TO WS-BRANCH-LABEL-LEN
               END-IF
               IF  WS-END-LABEL-LEN
                                   EQUAL ZEROS AND
                   WS-PM-END-LABEL(WS-SCAN-POS:1)
                                   NOT EQUAL SPACE
                   MOVE WS-SCAN-POS
                                   TO WS-END-LABEL-LEN
               END-IF
           END-PERFORM.

           IF  WS-BRANCH-LABEL-LEN GREATER ZEROS
               SET WS-SPLIT-ON     TO TRUE
               SET WS-HOLDING      TO TRUE
           ELSE
               SET WS-SPLIT-OFF    TO TRUE
               SET WS-NOT-HOLDING  TO TRUE
           END-IF.

           MOVE '****'             TO WS-CURRENT-BRANCH.

       0107-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    ONLY THE DATASET'S OWN RECORD LENGTH IS MEANINGFUL.  A
      *    REPORT WITHOUT CARRIAGE CONTROL IS FILED SINGLE-SPACED.

           ADD 1                   TO WS-READ-LINES.

           MOVE SPACES             TO WS-LINE.

           IF  WS-PM-ASA
               MOVE REG-RPTIN(1:WS-PM-WIDTH + 1)
                                   TO WS-LINE
           ELSE
               MOVE REG-RPTIN(1:WS-PM-WIDTH)
                                   TO WS-LN-TEXT
           END-IF.

           IF  WS-SPLIT-OFF
               MOVE WS-LINE        TO WS-FILE-LINE
               PERFORM 0204-00-FILE-LINE
               PERFORM 0301-00-READ-RPTIN
               GO TO 0201-00-EXIT
           END-IF.

      *    A NEW PAGE IS HELD UNTIL IT NAMES ITS BRANCH.

           IF  WS-LN-NEW-PAGE
               PERFORM 0205-00-FLUSH-HELD
               SET WS-HOLDING      TO TRUE
           END-IF.

           PERFORM 0203-00-FIND-LABEL.

           EVALUATE TRUE
             WHEN WS-LABEL-BRANCH
               MOVE WS-NEW-BRANCH  TO WS-CURRENT-BRANCH
               PERFORM 0205-00-FLUSH-HELD
               MOVE WS-LINE        TO WS-FILE-LINE
               PERFORM 0204-00-FILE-LINE
               SET WS-NOT-HOLDING  TO TRUE
             WHEN WS-LABEL-END
               MOVE '****'         TO WS-CURRENT-BRANCH
               PERFORM 0205-00-FLUSH-HELD
               MOVE WS-LINE        TO WS-FILE-LINE
               PERFORM 0204-00-FILE-LINE
               SET WS-NOT-HOLDING  TO TRUE
               SET WS-SPLIT-OFF    TO TRUE
             WHEN WS-HOLDING
               PERFORM 0206-00-HOLD-LINE
             WHEN OTHER
               MOVE WS-LINE        TO WS-FILE-LINE
               PERFORM 0204-00-FILE-LINE
           END-EVALUATE.

           PERFORM 0301-00-READ-RPTIN.

       0201-00-EXIT.
           EXIT.

       0203-00-FIND-LABEL.

      *    THE BRANCH IS THE FIRST FOUR NON-BLANK CHARACTERS AFTER
      *    THE BRANCH LABEL.

           SET WS-LABEL-NONE       TO TRUE.

           COMPUTE WS-SCAN-LAST    = 133 - WS-BRANCH-LABEL-LEN.

           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
             UNTIL WS-SCAN-POS     GREATER WS-SCAN-LAST
                OR NOT WS-LABEL-NONE
               IF  WS-LN-TEXT(WS-SCAN-POS:WS-BRANCH-LABEL-LEN)
                                   EQUAL WS-PM-BRANCH-LABEL
                                         (1:WS-BRANCH-LABEL-LEN)
                   COMPUTE WS-VALUE-POS
                                   = WS-SCAN-POS + WS-BRANCH-LABEL-LEN
                   PERFORM UNTIL WS-VALUE-POS GREATER 129
                      OR WS-LN-TEXT(WS-VALUE-POS:1) NOT EQUAL SPACE
                       ADD 1       TO WS-VALUE-POS
                   END-PERFORM
                   IF  WS-VALUE-POS
                                   NOT GREATER 129
                       MOVE WS-LN-TEXT(WS-VALUE-POS:4)
                                   TO WS-NEW-BRANCH
                       SET WS-LABEL-BRANCH
                                   TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF  NOT WS-LABEL-NONE
           OR  WS-END-LABEL-LEN    EQUAL ZEROS
               GO TO 0203-00-EXIT
           END-IF.

           COMPUTE WS-SCAN-LAST    = 133 - WS-END-LABEL-LEN.

           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
             UNTIL WS-SCAN-POS     GREATER WS-SCAN-LAST
                OR NOT WS-LABEL-NONE
               IF  WS-LN-TEXT(WS-SCAN-POS:WS-END-LABEL-LEN)
                                   EQUAL WS-PM-END-LABEL
                                         (1:WS-END-LABEL-LEN)
                   SET WS-LABEL-END
                                   TO TRUE
               END-IF
           END-PERFORM.

       0203-00-EXIT.
           EXIT.

       0204-00-FILE-LINE.

      *    WRITES WS-FILE-LINE UNDER THE CURRENT BRANCH.  A BRANCH'S
      *    FIRST LINE OPENS ITS FIRST PAGE EVEN WITHOUT A PAGE EJECT.

           PERFORM 0207-00-FIND-BRANCH.

           IF  WS-FL-NEW-PAGE
           OR  WS-BR-LINES(WS-BR-POS)
                                   EQUAL ZEROS
               ADD 1               TO WS-BR-PAGES(WS-BR-POS)
           END-IF.

           ADD 1                   TO WS-BR-LINES(WS-BR-POS).

           MOVE WS-PM-REPORT       TO FD-RA-REPORT.
           MOVE WS-BUSINESS-DATE   TO FD-RA-DATE.
           MOVE WS-CURRENT-BRANCH  TO FD-RA-BRANCH.
           MOVE WS-BR-LINES(WS-BR-POS)
                                   TO FD-RA-LINE.
           MOVE WS-FL-CONTROL      TO FD-RA-CONTROL.
           MOVE WS-BR-PAGES(WS-BR-POS)
                                   TO FD-RA-PAGE.
           MOVE WS-FL-TEXT         TO FD-RA-TEXT.

           WRITE REG-RPTARQ.

           IF  WS-FS-RPTARQ        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0204-00-FILE-LINE'
                                    ' FILE STATUS: ' WS-FS-RPTARQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-FILED-LINES.

       0204-00-EXIT.
           EXIT.

       0205-00-FLUSH-HELD.

           PERFORM VARYING WS-HELD-POS FROM 1 BY 1
             UNTIL WS-HELD-POS     GREATER WS-HELD-COUNT
               MOVE WS-HL-LINE(WS-HELD-POS)
                                   TO WS-FILE-LINE
               PERFORM 0204-00-FILE-LINE
           END-PERFORM.

           MOVE ZEROS              TO WS-HELD-COUNT.

       0205-00-EXIT.
           EXIT.

       0206-00-HOLD-LINE.

      *    A PAGE THAT NEVER NAMES A BRANCH STAYS WITH THE CURRENT
      *    ONE ONCE THE HOLDING AREA IS FULL.

           ADD 1                   TO WS-HELD-COUNT.
           MOVE WS-LINE            TO WS-HL-LINE(WS-HELD-COUNT).

           IF  WS-HELD-COUNT       EQUAL 20
               PERFORM 0205-00-FLUSH-HELD
               SET WS-NOT-HOLDING  TO TRUE
           END-IF.

       0206-00-EXIT.
           EXIT.

       0207-00-FIND-BRANCH.

           MOVE ZEROS              TO WS-BR-FOUND.

           PERFORM VARYING WS-BR-POS FROM 1 BY 1
             UNTIL WS-BR-POS       GREATER WS-BR-COUNT
                OR WS-BR-FOUND     GREATER ZEROS
               IF  WS-BR-BRANCH(WS-BR-POS)
                                   EQUAL WS-CURRENT-BRANCH
                   MOVE WS-BR-POS  TO WS-BR-FOUND
               END-IF
           END-PERFORM.

           IF  WS-BR-FOUND         EQUAL ZEROS
               IF  WS-BR-COUNT     NOT LESS 200
                   DISPLAY ' BRANCH TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1               TO WS-BR-COUNT
               MOVE WS-CURRENT-BRANCH
                                   TO WS-BR-BRANCH(WS-BR-COUNT)
               MOVE ZEROS          TO WS-BR-LINES(WS-BR-COUNT)
               MOVE ZEROS          TO WS-BR-PAGES(WS-BR-COUNT)
               MOVE WS-BR-COUNT    TO WS-BR-FOUND
           END-IF.

           MOVE WS-BR-FOUND        TO WS-BR-POS.

       0207-00-EXIT.
           EXIT.

       0208-00-END-OF-REPORT.

      *    ONE INDEX ENTRY PER BRANCH FILED; AN EMPTY REPORT STILL
      *    GETS ITS '****' ENTRY SO THE VIEWER SHOWS IT RAN.

           PERFORM 0205-00-FLUSH-HELD.

           IF  WS-BR-COUNT         EQUAL ZEROS
               MOVE 1              TO WS-BR-COUNT
               MOVE '****'         TO WS-BR-BRANCH(1)
               MOVE ZEROS          TO WS-BR-LINES(1)
               MOVE ZEROS          TO WS-BR-PAGES(1)
           END-IF.

           PERFORM VARYING WS-BR-POS FROM 1 BY 1
             UNTIL WS-BR-POS       GREATER WS-BR-COUNT
               MOVE WS-BUSINESS-DATE
                                   TO FD-RX-DATE
               MOVE WS-PM-REPORT   TO FD-RX-REPORT
               MOVE WS-BR-BRANCH(WS-BR-POS)
                                   TO FD-RX-BRANCH
               MOVE WS-PM-PROGRAM  TO FD-RX-PROGRAM
               MOVE WS-BR-LINES(WS-BR-POS)
                                   TO FD-RX-LINES
               MOVE WS-BR-PAGES(WS-BR-POS)
                                   TO FD-RX-PAGES
               MOVE WS-SYS-DATE    TO FD-RX-FILED-DATE
               MOVE WS-SYS-HHMMSS  TO FD-RX-FILED-TIME
               MOVE WS-PURGE-DATE  TO FD-RX-PURGE-DATE
               MOVE WS-REPORT-TITLE
                                   TO FD-RX-TITLE
               WRITE REG-RPTIDX
               IF  WS-FS-RPTIDX    NOT EQUAL '00'
                   DISPLAY ' ERROR FOUND IN 0208-00-END-OF-REPORT'
                                    ' FILE STATUS: ' WS-FS-RPTIDX
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1               TO WS-INDEX-ENTRIES
           END-PERFORM.

       0208-00-EXIT.
           EXIT.

       0211-00-PURGE-EXPIRED.

      *    ONE PASS OVER THE INDEX; THE PURGE DATE WAS SET WHEN THE
      *    REPORT WAS FILED.

           MOVE LOW-VALUES         TO FD-RX-KEY.

           START RPTIDX KEY NOT LESS FD-RX-KEY.

           EVALUATE WS-FS-RPTIDX
             WHEN '00'
               MOVE 'N'            TO WS-EOF-IND
             WHEN '23'
             WHEN '10'
               MOVE 'Y'            TO WS-EOF-IND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0211-00-PURGE-EXPIRED'
                                    ' FILE STATUS: ' WS-FS-RPTIDX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM UNTIL WS-EOF
               PERFORM 0303-00-READ-RPTIDX
               IF  NOT WS-EOF AND
                   FD-RX-PURGE-DATE
                                   LESS WS-BUSINESS-DATE
                   MOVE FD-RX-REPORT
                                   TO WS-RK-REPORT
                   MOVE FD-RX-DATE TO WS-RK-DATE
                   MOVE FD-RX-BRANCH
                                   TO WS-RK-BRANCH
                   PERFORM 0212-00-REMOVE-ENTRY
               END-IF
           END-PERFORM.

       0211-00-EXIT.
           EXIT.

       0212-00-REMOVE-ENTRY.

      *    DELETES THE LINES OF WS-REMOVE-KEY, THEN THE INDEX ENTRY
      *    JUST READ.

           MOVE WS-RK-REPORT       TO FD-RA-REPORT.
           MOVE WS-RK-DATE         TO FD-RA-DATE.
           MOVE WS-RK-BRANCH       TO FD-RA-BRANCH.
           MOVE ZEROS              TO FD-RA-LINE.

           START RPTARQ KEY NOT LESS FD-RA-KEY.

           EVALUATE WS-FS-RPTARQ
             WHEN '00'
               PERFORM 0304-00-READ-RPTARQ
               PERFORM UNTIL WS-FS-RPTARQ NOT EQUAL '00'
                   OR FD-RA-REPORT NOT EQUAL WS-RK-REPORT
                   OR FD-RA-DATE   NOT EQUAL WS-RK-DATE
                   OR FD-RA-BRANCH NOT EQUAL WS-RK-BRANCH
                   DELETE RPTARQ
                   IF  WS-FS-RPTARQ
                                   NOT EQUAL '00'
                       DISPLAY ' ERROR FOUND IN 0212-00-REMOVE-ENTRY'
                                    ' FILE STATUS: ' WS-FS-RPTARQ
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1           TO WS-REMOVED-LINES
                   PERFORM 0304-00-READ-RPTARQ
               END-PERFORM
             WHEN '23'
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0212-00-REMOVE-ENTRY'
                                    ' FILE STATUS: ' WS-FS-RPTARQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           DELETE RPTIDX.

           IF  WS-FS-RPTIDX        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0212-00-REMOVE-ENTRY'
                                    ' FILE STATUS: ' WS-FS-RPTIDX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-REMOVED-ENTRIES.

       0212-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-RPTIN.

           READ RPTIN.

           EVALUATE WS-FS-RPTIN
             WHEN '00'
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-RPTIN'
                                    ' FILE STATUS: ' WS-FS-RPTIN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-RETENCAO.

           READ RETENCAO.

           EVALUATE WS-FS-RETENCAO
             WHEN '00'
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-RETENCAO'
                                    ' FILE STATUS: ' WS-FS-RETENCAO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-RPTIDX.

           READ RPTIDX NEXT.

           EVALUATE WS-FS-RPTIDX
             WHEN '00'
               CONTINUE
             WHEN '10'
               MOVE 'Y'            TO WS-EOF-IND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-RPTIDX'
                                    ' FILE STATUS: ' WS-FS-RPTIDX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

       0304-00-READ-RPTARQ.

           READ RPTARQ NEXT.

           EVALUATE WS-FS-RPTARQ
             WHEN '00'
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0304-00-READ-RPTARQ'
                                    ' FILE STATUS: ' WS-FS-RPTARQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0304-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-CLOSE-FILES.

           MOVE WS-BUSINESS-DATE   TO WS-FMT-DATE.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           DISPLAY '*  BUSINESS DATE.: ' WS-FMT-DATE
                                         '                  *'.
           IF  WS-PM-FILE
               DISPLAY '*  REPORT........: ' WS-PM-REPORT
                                         '                    *'
               MOVE WS-READ-LINES  TO WS-FMT-AMOUNT
               DISPLAY '*  LINES READ....: ' WS-FMT-AMOUNT
                                         '                   *'
               MOVE WS-FILED-LINES TO WS-FMT-AMOUNT
               DISPLAY '*  LINES FILED...: ' WS-FMT-AMOUNT
                                         '                   *'
               MOVE WS-INDEX-ENTRIES
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  BRANCHES......: ' WS-FMT-AMOUNT
                                         '                   *'
               MOVE WS-REMOVED-LINES
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  LINES REPLACED: ' WS-FMT-AMOUNT
                                         '                   *'
           ELSE
               MOVE WS-REMOVED-ENTRIES
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  ENTRIES PURGED: ' WS-FMT-AMOUNT
                                         '                   *'
               MOVE WS-REMOVED-LINES
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  LINES PURGED..: ' WS-FMT-AMOUNT
                                         '                   *'
           END-IF.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-CLOSE-FILES.

           CLOSE RPTARQ
                 RPTIDX.

           IF  WS-PM-FILE
               CLOSE RPTIN
           END-IF.

       0902-00-EXIT.
           EXIT.
