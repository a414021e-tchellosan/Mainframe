      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62638.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62638                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END CLOSE GATE AND CHECKLIST FROM THE  *
      *                   CYCLE HISTORY                                *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY BUSINESS DAY OF THE SYSIN MONTH (EAD62544 CALENDAR)    *
      *   MUST HAVE A CYCLE ON THE HISTORY KEPT BY EAD62582 THAT WAS   *
      *   CLOSED AND WHOSE RECORDED STEPS ENDED WITH RC=04 OR LESS.    *
      *   A DAY WITHOUT A CYCLE, A CYCLE STILL OPEN OR A STEP ENDED    *
      *   WITH ERRORS REFUSES THE MONTH-END WITH RC=12, SO EAD625JM    *
      *   STOPS BEFORE EAD62542.                                       *
      *                                                                *
      *   THE CHECKLIST LISTS EACH BUSINESS DAY (OPEN AND CLOSE        *
      *   TIMESTAMPS, STEP RETURN CODES, MASTER GENERATION PRODUCED)   *
      *   AND ENDS WITH THE ITEMS THE OPERATIONS SUPERVISOR SIGNS.     *
      *   CYCLES RUN ON A NON-BUSINESS DAY ARE LISTED FOR REVIEW.      *
      *                                                                *
      *   SYSIN: MONTH (YYYYMM).                                       *
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

           SELECT CYCLEHST         ASSIGN TO DA-S-CYCLEHST
               FILE STATUS         IS WS-FS-CYCLEHST.

           SELECT CHKLIST          ASSIGN TO DA-S-CHKLIST.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CYCLEHST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLEHST.
           03  FD-CH-BUSINESS-DATE PIC 9(8).
           03  FILLER                  REDEFINES FD-CH-BUSINESS-DATE.
               05  FD-CH-MONTH     PIC 9(6).
               05  FILLER          PIC 9(2).
           03  FILLER              PIC X(142).

       FD  CHKLIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHKLIST             PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62638'.

       77  WS-FS-CYCLEHST          PIC X(2)            VALUE ZEROS.

       77  WS-READ-CYCLEHST        PIC 9(7)            VALUE ZEROS.

       77  WS-MONTH                PIC 9(6)            VALUE ZEROS.

       01  WS-DATE-SPLIT.
           03  WS-DT-YEAR          PIC 9(4).
           03  WS-DT-MONTH         PIC 9(2).
           03  WS-DT-DAY           PIC 9(2).
       01  WS-DATE                     REDEFINES WS-DATE-SPLIT
                                   PIC 9(8).

       77  WS-MONTH-LENGTH         PIC 9(2)            VALUE ZEROS.
       77  WS-LEAP-REM-4           PIC 9(4)            VALUE ZEROS.
       77  WS-LEAP-REM-100         PIC 9(4)            VALUE ZEROS.
       77  WS-LEAP-REM-400         PIC 9(4)            VALUE ZEROS.

      *    CYCLE HISTORY RECORD (LAYOUT OF EAD62582)
       01  WS-HISTORY.
           03  WS-CH-BUSINESS-DATE PIC 9(8).
           03  WS-CH-PREV-DATE     PIC 9(8).
           03  WS-CH-STATUS        PIC X(1).
               88  WS-CH-OPEN                          VALUE 'O'.
               88  WS-CH-CLOSED                        VALUE 'C'.
           03  WS-CH-OPEN-DATE     PIC 9(8).
           03  WS-CH-OPEN-TIME     PIC 9(6).
           03  WS-CH-CLOSE-DATE    PIC 9(8).
           03  WS-CH-CLOSE-TIME    PIC 9(6).
           03  WS-CH-RUNSTATS-START
                                   PIC 9(7).
           03  WS-CH-MAX-RC        PIC 9(2).
           03  WS-CH-STEP-COUNT    PIC 9(2).
           03  WS-CH-STEP          OCCURS 5 TIMES.
               05  WS-CH-STEP-PROGRAM
                                   PIC X(8).
               05  WS-CH-STEP-RC   PIC 9(2).
           03  WS-CH-MASTER-DATE   PIC 9(8).
           03  WS-CH-MASTER-COUNT  PIC 9(9).
           03  WS-CH-MASTER-HASH   PIC S9(11)V9(2).
           03  FILLER              PIC X(15).

      *    BUSINESS DAYS OF THE MONTH AND THE CYCLE FOUND FOR EACH
       77  WS-DAY-COUNT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-DAY-POS              PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-DAY-FOUND            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-CAL-DAY              PIC 9(2)            VALUE ZEROS.

       01  WS-DAY-TABLE.
           03  WS-DY-ENTRY         OCCURS 31 TIMES.
               05  WS-DY-DATE      PIC 9(8).
               05  WS-DY-FOUND-IND PIC X(1).
                   88  WS-DY-FOUND             VALUE 'Y'.
               05  WS-DY-HISTORY   PIC X(150).

      *    CYCLES RUN ON A DAY THE CALENDAR DOES NOT KNOW AS BUSINESS
       77  WS-EXTRA-COUNT          PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-EXTRA-POS            PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-EXTRA-TABLE.
           03  WS-EX-HISTORY       PIC X(150)          OCCURS 10 TIMES.

       77  WS-STEP-POS             PIC 9(2)            VALUE ZEROS.

       01  WS-DAY-STATUS           PIC X(1)            VALUE SPACES.
           88  WS-DAY-MISSING                          VALUE 'M'.
           88  WS-DAY-STILL-OPEN                       VALUE 'O'.
           88  WS-DAY-ERRORS                           VALUE 'E'.
           88  WS-DAY-WARNING                          VALUE 'W'.
           88  WS-DAY-CLEAN                            VALUE 'C'.

       77  WS-COUNT-CLEAN          PIC 9(2)            VALUE ZEROS.
       77  WS-COUNT-WARNING        PIC 9(2)            VALUE ZEROS.
       77  WS-COUNT-MISSING        PIC 9(2)            VALUE ZEROS.
       77  WS-COUNT-OPEN           PIC 9(2)            VALUE ZEROS.
       77  WS-COUNT-ERRORS         PIC 9(2)            VALUE ZEROS.
       77  WS-COUNT-EXCEPTIONS     PIC 9(2)            VALUE ZEROS.

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

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'MONTH-END CLOSE CHECKLIST - MONTH       '.
           03  WS-RH-MONTH         PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(50)           VALUE
           'BUSINESS  OPENED           CLOSED           MASTER'.
           03  FILLER              PIC X(50)           VALUE
           '       RECORDS  RC  STATUS                        '.

       01  WS-RPT-DETAIL.
           03  WS-RD-DATE          PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-OPEN-DATE     PIC Z(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OPEN-TIME     PIC Z(6)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-CLOSE-DATE    PIC Z(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CLOSE-TIME    PIC Z(6)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-MASTER-DATE   PIC Z(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-MASTER-COUNT  PIC ZZZ.ZZZ.ZZ9     VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-MAX-RC        PIC Z9              VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-STATUS        PIC X(26)           VALUE SPACES.

       01  WS-RPT-STEPS.
           03  FILLER              PIC X(17)           VALUE
           '          STEPS: '.
           03  WS-RT-STEP          OCCURS 5 TIMES.
               05  WS-RT-PROGRAM   PIC X(8).
               05  WS-RT-EQUAL     PIC X(1).
               05  WS-RT-RC        PIC Z9.
               05  FILLER          PIC X(2).

       01  WS-RPT-EXTRA-TITLE.
           03  FILLER              PIC X(50)           VALUE
           'CYCLES RUN ON A NON-BUSINESS DAY (FOR REVIEW)     '.

       01  WS-RPT-COUNT.
           03  WS-RC-TEXT          PIC X(30)           VALUE SPACES.
           03  WS-RC-VALUE         PIC Z9              VALUE ZEROS.

       01  WS-RPT-REFUSED.
           03  FILLER              PIC X(50)           VALUE
           '*** MONTH-END REFUSED - RESOLVE THE EXCEPTIONS ABO'.
           03  FILLER              PIC X(20)           VALUE
           'VE AND RESUBMIT *** '.

       01  WS-RPT-PROCEED.
           03  FILLER              PIC X(50)           VALUE
           '*** ALL CYCLES OF THE MONTH CLOSED - MONTH-END MAY'.
           03  FILLER              PIC X(20)           VALUE
           ' PROCEED ***        '.

       01  WS-RPT-SIGN-1.
           03  FILLER              PIC X(50)           VALUE
           'SUPERVISOR CHECKLIST                              '.
           03  FILLER              PIC X(20)           VALUE
           '           CHECKED  '.

       01  WS-RPT-SIGN-2.
           03  FILLER              PIC X(50)           VALUE
           '1. EVERY BUSINESS DAY OF THE MONTH OPENED AND CLOS'.
           03  FILLER              PIC X(20)           VALUE
           'ED         [     ]  '.

       01  WS-RPT-SIGN-3.
           03  FILLER              PIC X(50)           VALUE
           '2. STEP RETURN CODES REVIEWED, WARNINGS EXPLAINED '.
           03  FILLER              PIC X(20)           VALUE
           '           [     ]  '.

       01  WS-RPT-SIGN-4.
           03  FILLER              PIC X(50)           VALUE
           '3. MASTER GENERATION OF THE LAST CYCLE CONFIRMED  '.
           03  FILLER              PIC X(20)           VALUE
           '           [     ]  '.

       01  WS-RPT-SIGN-5.
           03  FILLER              PIC X(50)           VALUE
           '4. DAILY RELEASE SNAPSHOTS CONCATENATED FOR EAD625'.
           03  FILLER              PIC X(20)           VALUE
           '42         [     ]  '.

       01  WS-RPT-SIGN-6.
           03  FILLER              PIC X(50)           VALUE
           'OPERATIONS SUPERVISOR: _________________________  '.
           03  FILLER              PIC X(50)           VALUE
           'DATE: __________  SIGNATURE: ____________________ '.

       77  WS-FMT-AMOUNT           PIC ZZZZZZ9         VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-LOAD-HISTORY.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-MONTH         FROM SYSIN.

           IF  WS-MONTH            NOT NUMERIC
               DISPLAY ' MONTH PARAMETER INVALID: ' WS-MONTH
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-MONTH           TO WS-DATE(1:6).
           MOVE 01                 TO WS-DT-DAY.

           IF  WS-DT-MONTH         LESS 01 OR
               WS-DT-MONTH         GREATER 12
               DISPLAY ' MONTH PARAMETER INVALID: ' WS-MONTH
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-DAY-TABLE
                      WS-EXTRA-TABLE.

           PERFORM 0102-00-MONTH-LENGTH.

           PERFORM VARYING WS-CAL-DAY FROM 1 BY 1
             UNTIL WS-CAL-DAY      GREATER WS-MONTH-LENGTH
               MOVE WS-CAL-DAY     TO WS-DT-DAY
               MOVE 1              TO WS-CAL-FUNCTION
               MOVE WS-DATE        TO WS-CAL-DATE-1
               CALL WS-EAD62544    USING WS-CAL-COMMAREA
               IF  WS-CAL-ANSWER-YES
                   ADD 1           TO WS-DAY-COUNT
                   MOVE WS-DATE    TO WS-DY-DATE(WS-DAY-COUNT)
                   MOVE 'N'        TO WS-DY-FOUND-IND(WS-DAY-COUNT)
               END-IF
           END-PERFORM.

           OPEN OUTPUT CHKLIST.

       0101-00-EXIT.
           EXIT.

       0102-00-MONTH-LENGTH.

           EVALUATE WS-DT-MONTH
             WHEN 01
             WHEN 03
             WHEN 05
             WHEN 07
             WHEN 08
             WHEN 10
             WHEN 12
               MOVE 31             TO WS-MONTH-LENGTH
             WHEN 04
             WHEN 06
             WHEN 09
             WHEN 11
               MOVE 30             TO WS-MONTH-LENGTH
             WHEN 02
               COMPUTE WS-LEAP-REM-4 =
                   FUNCTION MOD(WS-DT-YEAR, 4)
               COMPUTE WS-LEAP-REM-100 =
                   FUNCTION MOD(WS-DT-YEAR, 100)
               COMPUTE WS-LEAP-REM-400 =
                   FUNCTION MOD(WS-DT-YEAR, 400)
               IF  (WS-LEAP-REM-4   EQUAL ZEROS AND
                    WS-LEAP-REM-100 NOT EQUAL ZEROS) OR
                   WS-LEAP-REM-400  EQUAL ZEROS
                   MOVE 29         TO WS-MONTH-LENGTH
               ELSE
                   MOVE 28         TO WS-MONTH-LENGTH
               END-IF
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-LOAD-HISTORY.

           OPEN INPUT CYCLEHST.

           EVALUATE WS-FS-CYCLEHST
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CYCLE HISTORY NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0201-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CYCLEHST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0301-00-READ-CYCLEHST.

           PERFORM UNTIL WS-FS-CYCLEHST EQUAL '10'
               IF  FD-CH-MONTH     EQUAL WS-MONTH
                   PERFORM 0202-00-STORE-CYCLE
               END-IF
               PERFORM 0301-00-READ-CYCLEHST
           END-PERFORM.

           CLOSE CYCLEHST.

       0201-00-EXIT.
           EXIT.

       0202-00-STORE-CYCLE.

      *    A CYCLE REOPENED FOR THE SAME DATE HAS A LATER RECORD,
      *    WHICH REPLACES THE EARLIER ONE.

           MOVE ZEROS              TO WS-DAY-FOUND.

           PERFORM VARYING WS-DAY-POS FROM 1 BY 1
             UNTIL WS-DAY-POS      GREATER WS-DAY-COUNT
                OR WS-DAY-FOUND    GREATER ZEROS
               IF  WS-DY-DATE(WS-DAY-POS)
                                   EQUAL FD-CH-BUSINESS-DATE
                   MOVE WS-DAY-POS TO WS-DAY-FOUND
               END-IF
           END-PERFORM.

           IF  WS-DAY-FOUND        GREATER ZEROS
               MOVE 'Y'            TO WS-DY-FOUND-IND(WS-DAY-FOUND)
               MOVE REG-CYCLEHST   TO WS-DY-HISTORY(WS-DAY-FOUND)
           ELSE
               MOVE ZEROS          TO WS-DAY-FOUND
               PERFORM VARYING WS-EXTRA-POS FROM 1 BY 1
                 UNTIL WS-EXTRA-POS
                                   GREATER WS-EXTRA-COUNT
                    OR WS-DAY-FOUND
                                   GREATER ZEROS
                   IF  WS-EX-HISTORY(WS-EXTRA-POS)(1:8)
                                   EQUAL FD-CH-BUSINESS-DATE
                       MOVE WS-EXTRA-POS
                                   TO WS-DAY-FOUND
                   END-IF
               END-PERFORM
               IF  WS-DAY-FOUND    EQUAL ZEROS
                   IF  WS-EXTRA-COUNT
                                   LESS 10
                       ADD 1       TO WS-EXTRA-COUNT
                       MOVE WS-EXTRA-COUNT
                                   TO WS-DAY-FOUND
                   ELSE
                       DISPLAY ' NON-BUSINESS-DAY CYCLE NOT LISTED: '
                               FD-CH-BUSINESS-DATE
                   END-IF
               END-IF
               IF  WS-DAY-FOUND    GREATER ZEROS
                   MOVE REG-CYCLEHST
                                   TO WS-EX-HISTORY(WS-DAY-FOUND)
               END-IF
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-CLASSIFY-DAY.

           IF  NOT WS-DY-FOUND(WS-DAY-POS)
               MOVE 'M'            TO WS-DAY-STATUS
               ADD 1               TO WS-COUNT-MISSING
           ELSE
               EVALUATE TRUE
                 WHEN NOT WS-CH-CLOSED
                   MOVE 'O'        TO WS-DAY-STATUS
                   ADD 1           TO WS-COUNT-OPEN
                 WHEN WS-CH-MAX-RC GREATER 4
                   MOVE 'E'        TO WS-DAY-STATUS
                   ADD 1           TO WS-COUNT-ERRORS
                 WHEN WS-CH-MAX-RC GREATER ZEROS
                   MOVE 'W'        TO WS-DAY-STATUS
                   ADD 1           TO WS-COUNT-WARNING
                 WHEN OTHER
                   MOVE 'C'        TO WS-DAY-STATUS
                   ADD 1           TO WS-COUNT-CLEAN
               END-EVALUATE
           END-IF.

       0203-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CYCLEHST.

           READ CYCLEHST.

           EVALUATE WS-FS-CYCLEHST
             WHEN '00'
               ADD 1               TO WS-READ-CYCLEHST
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CYCLEHST'
                                    ' FILE STATUS: ' WS-FS-CYCLEHST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-PRINT-DAYS.
           PERFORM 0904-00-PRINT-EXTRAS.
           PERFORM 0905-00-PRINT-SUMMARY.

           CLOSE CHKLIST.

           COMPUTE WS-COUNT-EXCEPTIONS =
               WS-COUNT-MISSING + WS-COUNT-OPEN + WS-COUNT-ERRORS.

           IF  WS-COUNT-EXCEPTIONS GREATER ZEROS
               DISPLAY ' MONTH-END REFUSED FOR ' WS-MONTH
               MOVE 12             TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CYCLEHST   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CYCLE HISTORY.: ' WS-FMT-AMOUNT
                                          '              *'.
           MOVE WS-DAY-COUNT       TO WS-FMT-AMOUNT
           DISPLAY '*  BUSINESS DAYS.......: ' WS-FMT-AMOUNT
                                          '              *'.
           MOVE WS-COUNT-CLEAN     TO WS-FMT-AMOUNT
           DISPLAY '*  CLOSED CLEAN........: ' WS-FMT-AMOUNT
                                          '              *'.
           MOVE WS-COUNT-WARNING   TO WS-FMT-AMOUNT
           DISPLAY '*  CLOSED WITH WARNINGS: ' WS-FMT-AMOUNT
                                          '              *'.
           MOVE WS-COUNT-EXCEPTIONS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  EXCEPTIONS..........: ' WS-FMT-AMOUNT
                                          '              *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-PRINT-DAYS.

           MOVE WS-MONTH           TO WS-RH-MONTH.

           WRITE REG-CHKLIST       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-CHKLIST       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM VARYING WS-DAY-POS FROM 1 BY 1
             UNTIL WS-DAY-POS      GREATER WS-DAY-COUNT
               IF  WS-DY-FOUND(WS-DAY-POS)
                   MOVE WS-DY-HISTORY(WS-DAY-POS)
                                   TO WS-HISTORY
               ELSE
                   INITIALIZE WS-HISTORY
               END-IF
               PERFORM 0203-00-CLASSIFY-DAY
               MOVE WS-DY-DATE(WS-DAY-POS)
                                   TO WS-RD-DATE
               EVALUATE TRUE
                 WHEN WS-DAY-MISSING
                   MOVE 'NO CYCLE RUN'
                                   TO WS-RD-STATUS
                 WHEN WS-DAY-STILL-OPEN
                   MOVE 'STILL OPEN'
                                   TO WS-RD-STATUS
                 WHEN WS-DAY-ERRORS
                   MOVE 'ENDED WITH ERRORS'
                                   TO WS-RD-STATUS
                 WHEN WS-DAY-WARNING
                   MOVE 'CLOSED - WARNINGS'
                                   TO WS-RD-STATUS
                 WHEN OTHER
                   MOVE 'CLOSED'   TO WS-RD-STATUS
               END-EVALUATE
               PERFORM 0903-00-PRINT-CYCLE
           END-PERFORM.

       0902-00-EXIT.
           EXIT.

       0903-00-PRINT-CYCLE.

      *    ONE LINE FOR THE CYCLE IN WS-HISTORY, THEN ITS STEPS.

           MOVE WS-CH-OPEN-DATE    TO WS-RD-OPEN-DATE.
           MOVE WS-CH-OPEN-TIME    TO WS-RD-OPEN-TIME.
           MOVE WS-CH-CLOSE-DATE   TO WS-RD-CLOSE-DATE.
           MOVE WS-CH-CLOSE-TIME   TO WS-RD-CLOSE-TIME.
           MOVE WS-CH-MASTER-DATE  TO WS-RD-MASTER-DATE.
           MOVE WS-CH-MASTER-COUNT TO WS-RD-MASTER-COUNT.
           MOVE WS-CH-MAX-RC       TO WS-RD-MAX-RC.

           WRITE REG-CHKLIST       FROM WS-RPT-DETAIL
                                   AFTER 1 LINE.

           IF  WS-CH-STEP-COUNT    GREATER ZEROS
               MOVE SPACES         TO WS-RPT-STEPS(18:)
               PERFORM VARYING WS-STEP-POS FROM 1 BY 1
                 UNTIL WS-STEP-POS GREATER WS-CH-STEP-COUNT
                   MOVE WS-CH-STEP-PROGRAM(WS-STEP-POS)
                                   TO WS-RT-PROGRAM(WS-STEP-POS)
                   MOVE '='        TO WS-RT-EQUAL(WS-STEP-POS)
                   MOVE WS-CH-STEP-RC(WS-STEP-POS)
                                   TO WS-RT-RC(WS-STEP-POS)
               END-PERFORM
               WRITE REG-CHKLIST   FROM WS-RPT-STEPS
                                   AFTER 1 LINE
           END-IF.

       0903-00-EXIT.
           EXIT.

       0904-00-PRINT-EXTRAS.

           IF  WS-EXTRA-COUNT      GREATER ZEROS
               WRITE REG-CHKLIST   FROM WS-RPT-EXTRA-TITLE
                                   AFTER 3 LINES
               MOVE SPACES         TO REG-CHKLIST
               WRITE REG-CHKLIST   AFTER 1 LINE
               PERFORM VARYING WS-EXTRA-POS FROM 1 BY 1
                 UNTIL WS-EXTRA-POS
                                   GREATER WS-EXTRA-COUNT
                   MOVE WS-EX-HISTORY(WS-EXTRA-POS)
                                   TO WS-HISTORY
                   MOVE WS-CH-BUSINESS-DATE
                                   TO WS-RD-DATE
                   IF  WS-CH-CLOSED
                       MOVE 'CLOSED - NOT A BUSINESS DAY'
                                   TO WS-RD-STATUS
                   ELSE
                       MOVE 'OPEN - NOT A BUSINESS DAY'
                                   TO WS-RD-STATUS
                   END-IF
                   PERFORM 0903-00-PRINT-CYCLE
               END-PERFORM
           END-IF.

       0904-00-EXIT.
           EXIT.

       0905-00-PRINT-SUMMARY.

           MOVE 'BUSINESS DAYS IN THE MONTH...'
                                   TO WS-RC-TEXT.
           MOVE WS-DAY-COUNT       TO WS-RC-VALUE.
           WRITE REG-CHKLIST       FROM WS-RPT-COUNT
                                   AFTER 3 LINES.

           MOVE 'CYCLES CLOSED CLEAN..........'
                                   TO WS-RC-TEXT.
           MOVE WS-COUNT-CLEAN     TO WS-RC-VALUE.
           WRITE REG-CHKLIST       FROM WS-RPT-COUNT
                                   AFTER 1 LINE.

           MOVE 'CYCLES CLOSED WITH WARNINGS..'
                                   TO WS-RC-TEXT.
           MOVE WS-COUNT-WARNING   TO WS-RC-VALUE.
           WRITE REG-CHKLIST       FROM WS-RPT-COUNT
                                   AFTER 1 LINE.

           MOVE 'BUSINESS DAYS WITHOUT A CYCLE'
                                   TO WS-RC-TEXT.
           MOVE WS-COUNT-MISSING   TO WS-RC-VALUE.
           WRITE REG-CHKLIST       FROM WS-RPT-COUNT
                                   AFTER 1 LINE.

           MOVE 'CYCLES STILL OPEN............'
                                   TO WS-RC-TEXT.
           MOVE WS-COUNT-OPEN      TO WS-RC-VALUE.
           WRITE REG-CHKLIST       FROM WS-RPT-COUNT
                                   AFTER 1 LINE.

           MOVE 'CYCLES ENDED WITH ERRORS.....'
                                   TO WS-RC-TEXT.
           MOVE WS-COUNT-ERRORS    TO WS-RC-VALUE.
           WRITE REG-CHKLIST       FROM WS-RPT-COUNT
                                   AFTER 1 LINE.

           IF  WS-COUNT-MISSING    GREATER ZEROS OR
               WS-COUNT-OPEN       GREATER ZEROS OR
               WS-COUNT-ERRORS     GREATER ZEROS
               WRITE REG-CHKLIST   FROM WS-RPT-REFUSED
                                   AFTER 2 LINES
           ELSE
               WRITE REG-CHKLIST   FROM WS-RPT-PROCEED
                                   AFTER 2 LINES
           END-IF.

           WRITE REG-CHKLIST       FROM WS-RPT-SIGN-1
                                   AFTER 3 LINES.
           WRITE REG-CHKLIST       FROM WS-RPT-SIGN-2
                                   AFTER 2 LINES.
           WRITE REG-CHKLIST       FROM WS-RPT-SIGN-3
                                   AFTER 1 LINE.
           WRITE REG-CHKLIST       FROM WS-RPT-SIGN-4
                                   AFTER 1 LINE.
           WRITE REG-CHKLIST       FROM WS-RPT-SIGN-5
                                   AFTER 1 LINE.
           WRITE REG-CHKLIST       FROM WS-RPT-SIGN-6
                                   AFTER 3 LINES.

       0905-00-EXIT.
           EXIT.
