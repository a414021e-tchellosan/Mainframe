      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62632.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62632                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : WEEKLY AGING OF THE COMPLIANCE CASES         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   LISTS THE CASES STILL OPEN OR UNDER REVIEW ON THE CASE KSDS  *
      *   (EAD62575 / A25X) BY AGE SINCE THE CASE WAS OPENED:          *
      *     FIRST THOSE OPEN MORE THAN 30 DAYS, THEN THOSE OPEN MORE   *
      *     THAN 10 DAYS (11 TO 30).                                   *
      *   THE KSDS IS ONLY READ, SO THE JOB RUNS WITH CICS UP.         *
      *   SYSIN: REPORT DATE (YYYYMMDD).                               *
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

           SELECT CASES            ASSIGN TO CASES
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-CS-CASE-NUMBER
               FILE STATUS         IS WS-FS-CASES.

           SELECT AGERPT           ASSIGN TO DA-S-AGERPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

      *    SAME LAYOUT AS THE CASE RECORD OF EAD62575.
       FD  CASES.

       01  REG-CASES.
           03  FD-CS-CASE-NUMBER   PIC 9(7).
           03  FD-CS-CLIENT-KEY.
               05  FD-CS-BRANCH    PIC X(4).
               05  FD-CS-ACCOUNT   PIC 9(5).
           03  FD-CS-STATUS        PIC X(1).
               88  FD-CS-OPEN                          VALUE 'O'.
               88  FD-CS-UNDER-REVIEW                  VALUE 'U'.
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

       FD  AGERPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-AGERPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62632'.

       77  WS-FS-CASES             PIC X(2)            VALUE ZEROS.

       77  WS-REPORT-DATE          PIC 9(8)            VALUE ZEROS.
       77  WS-REPORT-INTEGER       PIC 9(7)            VALUE ZEROS.
       77  WS-AGE                  PIC 9(5)            VALUE ZEROS.

       77  WS-READ-CASES           PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-ACTIVE         PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-OVER-30        PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-OVER-10        PIC 9(6)            VALUE ZEROS.

      *    AGED CASES, IN CASE NUMBER ORDER, FOR THE TWO SECTIONS.
       77  WS-AGED-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-AGED-POS             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-AGED-TABLE.
           03  WS-AG-ENTRY         OCCURS 5000 TIMES.
               05  WS-AG-LINE      PIC X(80).
               05  WS-AG-AGE       PIC 9(5).

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'COMPLIANCE CASES - AGING       DATE:    '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(8)            VALUE
           'CASE    '.
           03  FILLER              PIC X(11)           VALUE
           'ACCOUNT    '.
           03  FILLER              PIC X(13)           VALUE
           'STATUS       '.
           03  FILLER              PIC X(9)            VALUE
           'OPENED   '.
           03  FILLER              PIC X(5)            VALUE
           ' AGE '.
           03  FILLER              PIC X(7)            VALUE
           'ALERTS '.
           03  FILLER              PIC X(9)            VALUE
           'LAST ALRT'.
           03  FILLER              PIC X(8)            VALUE
           ' ANALYST'.

       01  WS-RPT-SECTION.
           03  FILLER              PIC X(24)           VALUE
           'CASES OPEN MORE THAN    '.
           03  WS-RS-DAYS          PIC Z9              VALUE ZEROS.
           03  FILLER              PIC X(6)            VALUE
           ' DAYS '.
           03  WS-RS-RANGE         PIC X(20)           VALUE SPACES.

       01  WS-RPT-DETAIL.
           03  WS-RD-CASE-NUMBER   PIC 9(7)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-STATUS        PIC X(12)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OPENED-DATE   PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-AGE           PIC ZZZ9            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ALERTS        PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-LAST-ALERT    PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ANALYST       PIC X(8)            VALUE SPACES.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(20)           VALUE
           'TOTAL CASES LISTED: '.
           03  WS-RT-COUNT         PIC ZZZ.ZZ9         VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZ.ZZ9         VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-CASES     EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-REPORT-DATE   FROM SYSIN.

           IF  WS-REPORT-DATE      NOT NUMERIC OR
               WS-REPORT-DATE      EQUAL ZEROS
               DISPLAY ' REPORT DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-REPORT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).

           OPEN INPUT CASES.

           EVALUATE WS-FS-CASES
             WHEN '00'
             WHEN '97'
               CONTINUE
             WHEN '35'
               DISPLAY ' CASE KSDS NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT AGERPT.

           MOVE WS-REPORT-DATE     TO WS-RH-DATE.
           WRITE REG-AGERPT        FROM WS-RPT-HEADER-1.

           PERFORM 0301-00-READ-CASES.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           IF  FD-CS-OPEN OR FD-CS-UNDER-REVIEW
               ADD 1               TO WS-COUNT-ACTIVE
               COMPUTE WS-AGE      = WS-REPORT-INTEGER -
                   FUNCTION INTEGER-OF-DATE(FD-CS-OPENED-DATE)
               IF  WS-AGE          GREATER 10
                   PERFORM 0202-00-KEEP-AGED
               END-IF
           END-IF.

           PERFORM 0301-00-READ-CASES.

       0201-00-EXIT.
           EXIT.

       0202-00-KEEP-AGED.

           IF  WS-AGED-COUNT       NOT LESS 5000
               DISPLAY ' AGED CASE TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FD-CS-CASE-NUMBER  TO WS-RD-CASE-NUMBER.
           MOVE FD-CS-BRANCH       TO WS-RD-BRANCH.
           MOVE FD-CS-ACCOUNT      TO WS-RD-ACCOUNT.

           IF  FD-CS-OPEN
               MOVE 'OPEN'         TO WS-RD-STATUS
           ELSE
               MOVE 'UNDER REVIEW' TO WS-RD-STATUS
           END-IF.

           MOVE FD-CS-OPENED-DATE  TO WS-RD-OPENED-DATE.
           MOVE WS-AGE             TO WS-RD-AGE.
           MOVE FD-CS-ALERT-COUNT  TO WS-RD-ALERTS.
           MOVE FD-CS-LAST-ALERT-DATE
                                   TO WS-RD-LAST-ALERT.
           MOVE FD-CS-ANALYST      TO WS-RD-ANALYST.

           ADD 1                   TO WS-AGED-COUNT.
           MOVE WS-RPT-DETAIL      TO WS-AG-LINE(WS-AGED-COUNT).
           MOVE WS-AGE             TO WS-AG-AGE(WS-AGED-COUNT).

           IF  WS-AGE              GREATER 30
               ADD 1               TO WS-COUNT-OVER-30
           ELSE
               ADD 1               TO WS-COUNT-OVER-10
           END-IF.

       0202-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CASES.

           READ CASES.

           EVALUATE WS-FS-CASES
             WHEN '00'
               ADD 1               TO WS-READ-CASES
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CASES'
                                    ' FILE STATUS: ' WS-FS-CASES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           MOVE 30                 TO WS-RS-DAYS.
           MOVE SPACES             TO WS-RS-RANGE.
           WRITE REG-AGERPT        FROM WS-RPT-SECTION
                                   AFTER 2 LINES.
           WRITE REG-AGERPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM VARYING WS-AGED-POS FROM 1 BY 1
             UNTIL WS-AGED-POS     GREATER WS-AGED-COUNT
               IF  WS-AG-AGE(WS-AGED-POS)
                                   GREATER 30
                   WRITE REG-AGERPT
                                   FROM WS-AG-LINE(WS-AGED-POS)
               END-IF
           END-PERFORM.

           MOVE WS-COUNT-OVER-30   TO WS-RT-COUNT.
           WRITE REG-AGERPT        FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           MOVE 10                 TO WS-RS-DAYS.
           MOVE '(11 TO 30 DAYS)'  TO WS-RS-RANGE.
           WRITE REG-AGERPT        FROM WS-RPT-SECTION
                                   AFTER 2 LINES.
           WRITE REG-AGERPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM VARYING WS-AGED-POS FROM 1 BY 1
             UNTIL WS-AGED-POS     GREATER WS-AGED-COUNT
               IF  WS-AG-AGE(WS-AGED-POS)
                                   NOT GREATER 30
                   WRITE REG-AGERPT
                                   FROM WS-AG-LINE(WS-AGED-POS)
               END-IF
           END-PERFORM.

           MOVE WS-COUNT-OVER-10   TO WS-RT-COUNT.
           WRITE REG-AGERPT        FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           CLOSE CASES
                 AGERPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CASES      TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CASES.........: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-ACTIVE    TO WS-FMT-AMOUNT
           DISPLAY '*  OPEN/UNDER REVIEW...: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-OVER-30   TO WS-FMT-AMOUNT
           DISPLAY '*  OPEN OVER 30 DAYS...: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-OVER-10   TO WS-FMT-AMOUNT
           DISPLAY '*  OPEN 11 TO 30 DAYS..: ' WS-FMT-AMOUNT
                                          '               *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
