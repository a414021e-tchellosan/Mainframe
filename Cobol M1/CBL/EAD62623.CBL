      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62623.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62623                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END TERM-DEPOSIT PORTFOLIO LISTING     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   LISTS EVERY ACTIVE DEPOSIT ON THE MASTER KEPT BY EAD62622    *
      *   WITH ITS INTEREST ACCRUED TO THE REPORTING DATE, THEN A      *
      *   MATURITY LADDER (DAYS TO MATURITY), THE PORTFOLIO TOTALS     *
      *   AND THE PRINCIPAL-WEIGHTED AVERAGE RATE.  A LAST SECTION     *
      *   LISTS THE DEPOSITS PAID OUT OR LEFT FOR MANUAL SETTLEMENT    *
      *   IN THE REPORTING MONTH.                                      *
      *                                                                *
      *   SYSIN: REPORTING DATE (YYYYMMDD).                            *
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

           SELECT TDMAST           ASSIGN TO DA-S-TDMAST
               FILE STATUS         IS WS-FS-TDMAST.

           SELECT TDLIST           ASSIGN TO DA-S-TDLIST.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  TDMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TDMAST.
           03  FD-TD-NUMBER        PIC 9(6).
           03  FD-TD-CLIENT-KEY.
               05  FD-TD-BRANCH    PIC X(4).
               05  FD-TD-ACCOUNT   PIC 9(5).
           03  FD-TD-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-TD-RATE          PIC 9(2)V9(4).
           03  FD-TD-TERM          PIC 9(3).
           03  FD-TD-START-DATE    PIC 9(8).
           03  FD-TD-MATURITY-DATE PIC 9(8).
           03  FD-TD-ROLLOVER      PIC X(1).
           03  FD-TD-ACCRUED       PIC 9(7)V9(2).
           03  FD-TD-STATUS        PIC X(1).
               88  FD-TD-ACTIVE                        VALUE 'A'.
               88  FD-TD-CLOSED                        VALUE 'C'.
               88  FD-TD-MANUAL                        VALUE 'S'.
           03  FD-TD-CLOSE-DATE    PIC 9(8).
           03  FILLER              PIC X(12).

       FD  TDLIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-TDLIST              PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62623'.

       77  WS-FS-TDMAST            PIC X(2)            VALUE ZEROS.

       77  WS-READ-TDMAST          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ACTIVE         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ENDED          PIC 9(5)            VALUE ZEROS.

       77  WS-REPORT-DATE          PIC 9(8)            VALUE ZEROS.
       77  WS-REPORT-INTEGER       PIC 9(7)            VALUE ZEROS.
       77  WS-DAYS                 PIC S9(5)           VALUE ZEROS.
       77  WS-ACCRUED              PIC 9(7)V9(2)       VALUE ZEROS.

       77  WS-TOTAL-PRINCIPAL      PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-ACCRUED        PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-WEIGHT         PIC 9(13)V9(6)      VALUE ZEROS.
       77  WS-AVERAGE-RATE         PIC 9(2)V9(4)       VALUE ZEROS.

       77  WS-BAND-POS             PIC 9(1) COMP-3     VALUE ZEROS.

       01  WS-LADDER-TABLE.
           03  WS-LD-ENTRY         OCCURS 5 TIMES.
               05  WS-LD-COUNT     PIC 9(5).
               05  WS-LD-PRINCIPAL PIC 9(11)V9(2).

       01  WS-LADDER-NAMES.
           03  FILLER              PIC X(20)           VALUE
           '0 TO 30 DAYS........'.
           03  FILLER              PIC X(20)           VALUE
           '31 TO 90 DAYS.......'.
           03  FILLER              PIC X(20)           VALUE
           '91 TO 180 DAYS......'.
           03  FILLER              PIC X(20)           VALUE
           '181 TO 365 DAYS.....'.
           03  FILLER              PIC X(20)           VALUE
           'OVER 365 DAYS.......'.
       01  WS-LADDER-NAME-TABLE        REDEFINES WS-LADDER-NAMES.
           03  WS-LN-NAME          PIC X(20)           OCCURS 5 TIMES.

      *    DEPOSITS THAT LEFT THE PORTFOLIO THIS MONTH ARE HELD BACK
      *    FOR THE LAST SECTION OF THE LISTING.
       77  WS-ENDED-COUNT          PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ENDED-POS            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-ENDED-TABLE.
           03  WS-EN-ENTRY         OCCURS 500 TIMES.
               05  WS-EN-NUMBER    PIC 9(6).
               05  WS-EN-CLIENT-KEY
                                   PIC X(9).
               05  WS-EN-PRINCIPAL PIC 9(7)V9(2).
               05  WS-EN-INTEREST  PIC 9(7)V9(2).
               05  WS-EN-CLOSE-DATE
                                   PIC 9(8).
               05  WS-EN-STATUS    PIC X(1).

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'TERM-DEPOSIT PORTFOLIO - REPORTING DATE '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(50)           VALUE
           'DEPOSIT ACCOUNT      PRINCIPAL    RATE TERM START '.
           03  FILLER              PIC X(50)           VALUE
           '   MATURITY      ACCRUED DAYS ROLL                '.

       01  WS-RPT-DETAIL.
           03  WS-RD-NUMBER        PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-PRINCIPAL     PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-RATE          PIC Z9,9999         VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-TERM          PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-START         PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-MATURITY      PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ACCRUED       PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DAYS          PIC -ZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-ROLLOVER      PIC X(1)            VALUE SPACES.

       01  WS-RPT-LADDER-TITLE.
           03  FILLER              PIC X(50)           VALUE
           'MATURITY LADDER       DEPOSITS         PRINCIPAL  '.

       01  WS-RPT-LADDER.
           03  WS-RL-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RL-COUNT         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RL-PRINCIPAL     PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(20)           VALUE
           'PORTFOLIO TOTAL.....'.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RT-COUNT         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RT-PRINCIPAL     PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(12)           VALUE
           '   ACCRUED: '.
           03  WS-RT-ACCRUED       PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-RPT-AVERAGE.
           03  FILLER              PIC X(31)           VALUE
           'WEIGHTED AVERAGE RATE (% P.A.) '.
           03  WS-RA-RATE          PIC Z9,9999         VALUE ZEROS.

       01  WS-RPT-ENDED-TITLE.
           03  FILLER              PIC X(50)           VALUE
           'DEPOSITS ENDED IN THE MONTH                       '.

       01  WS-RPT-ENDED-HEADER.
           03  FILLER              PIC X(50)           VALUE
           'DEPOSIT ACCOUNT      PRINCIPAL     INTEREST  ENDED'.
           03  FILLER              PIC X(30)           VALUE
           '    SITUATION                 '.

       01  WS-RPT-ENDED.
           03  WS-RE-NUMBER        PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RE-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RE-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RE-PRINCIPAL     PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RE-INTEREST      PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RE-CLOSE-DATE    PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RE-SITUATION     PIC X(30)           VALUE SPACES.

       01  WS-RPT-NONE.
           03  FILLER              PIC X(30)           VALUE
           'NONE                          '.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.
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
             UNTIL WS-FS-TDMAST    EQUAL '10'.

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
               DISPLAY ' REPORTING DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-REPORT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE).

           INITIALIZE WS-LADDER-TABLE.

           OPEN INPUT TDMAST.

           EVALUATE WS-FS-TDMAST
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' TERM-DEPOSIT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-TDMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT TDLIST.

           MOVE WS-REPORT-DATE     TO WS-RH-DATE.
           WRITE REG-TDLIST        FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-TDLIST        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-TDMAST.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           EVALUATE TRUE
             WHEN FD-TD-ACTIVE
               PERFORM 0202-00-LIST-ACTIVE
             WHEN FD-TD-CLOSE-DATE(1:6) EQUAL WS-REPORT-DATE(1:6)
               PERFORM 0204-00-HOLD-ENDED
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 0301-00-READ-TDMAST.

       0201-00-EXIT.
           EXIT.

       0202-00-LIST-ACTIVE.

           ADD 1                   TO WS-COUNT-ACTIVE.

      *    INTEREST IS RECOMPUTED TO THE REPORTING DATE, NOT TAKEN
      *    FROM THE LAST NIGHTLY ACCRUAL.
           IF  FD-TD-START-DATE    NOT LESS WS-REPORT-DATE
               MOVE ZEROS          TO WS-ACCRUED
           ELSE
               COMPUTE WS-DAYS =
                   WS-REPORT-INTEGER
                 - FUNCTION INTEGER-OF-DATE(FD-TD-START-DATE)
               COMPUTE WS-ACCRUED ROUNDED =
                   FD-TD-PRINCIPAL * FD-TD-RATE * WS-DAYS / 36500
           END-IF.

           COMPUTE WS-DAYS =
               FUNCTION INTEGER-OF-DATE(FD-TD-MATURITY-DATE)
             - WS-REPORT-INTEGER.

           PERFORM 0203-00-LADDER-BAND.

           ADD 1                   TO WS-LD-COUNT(WS-BAND-POS).
           ADD FD-TD-PRINCIPAL     TO WS-LD-PRINCIPAL(WS-BAND-POS).

           ADD FD-TD-PRINCIPAL     TO WS-TOTAL-PRINCIPAL.
           ADD WS-ACCRUED          TO WS-TOTAL-ACCRUED.
           COMPUTE WS-TOTAL-WEIGHT =
               WS-TOTAL-WEIGHT + (FD-TD-PRINCIPAL * FD-TD-RATE).

           MOVE FD-TD-NUMBER       TO WS-RD-NUMBER.
           MOVE FD-TD-BRANCH       TO WS-RD-BRANCH.
           MOVE FD-TD-ACCOUNT      TO WS-RD-ACCOUNT.
           MOVE FD-TD-PRINCIPAL    TO WS-RD-PRINCIPAL.
           MOVE FD-TD-RATE         TO WS-RD-RATE.
           MOVE FD-TD-TERM         TO WS-RD-TERM.
           MOVE FD-TD-START-DATE   TO WS-RD-START.
           MOVE FD-TD-MATURITY-DATE
                                   TO WS-RD-MATURITY.
           MOVE WS-ACCRUED         TO WS-RD-ACCRUED.
           MOVE WS-DAYS            TO WS-RD-DAYS.
           MOVE FD-TD-ROLLOVER     TO WS-RD-ROLLOVER.

           WRITE REG-TDLIST        FROM WS-RPT-DETAIL
                                   AFTER 1 LINE.

       0202-00-EXIT.
           EXIT.

       0203-00-LADDER-BAND.

      *    A DEPOSIT ALREADY DUE (MATURING ON A NON-BUSINESS DAY AT
      *    MONTH END) FALLS IN THE FIRST BAND.

           EVALUATE TRUE
             WHEN WS-DAYS          NOT GREATER 30
               MOVE 1              TO WS-BAND-POS
             WHEN WS-DAYS          NOT GREATER 90
               MOVE 2              TO WS-BAND-POS
             WHEN WS-DAYS          NOT GREATER 180
               MOVE 3              TO WS-BAND-POS
             WHEN WS-DAYS          NOT GREATER 365
               MOVE 4              TO WS-BAND-POS
             WHEN OTHER
               MOVE 5              TO WS-BAND-POS
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-HOLD-ENDED.

           IF  WS-ENDED-COUNT      NOT LESS 500
               DISPLAY ' =======> ENDED TABLE FULL =>'
                       ' DEPOSIT: ' FD-TD-NUMBER
               GO TO 0204-00-EXIT
           END-IF.

           ADD 1                   TO WS-ENDED-COUNT.
           MOVE FD-TD-NUMBER       TO WS-EN-NUMBER(WS-ENDED-COUNT).
           MOVE FD-TD-CLIENT-KEY   TO WS-EN-CLIENT-KEY(WS-ENDED-COUNT).
           MOVE FD-TD-PRINCIPAL    TO WS-EN-PRINCIPAL(WS-ENDED-COUNT).
           MOVE FD-TD-ACCRUED      TO WS-EN-INTEREST(WS-ENDED-COUNT).
           MOVE FD-TD-CLOSE-DATE   TO
                                   WS-EN-CLOSE-DATE(WS-ENDED-COUNT).
           MOVE FD-TD-STATUS       TO WS-EN-STATUS(WS-ENDED-COUNT).

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-TDMAST.

           READ TDMAST.

           EVALUATE WS-FS-TDMAST
             WHEN '00'
               ADD 1               TO WS-READ-TDMAST
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-TDMAST'
                                    ' FILE STATUS: ' WS-FS-TDMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           WRITE REG-TDLIST        FROM WS-RPT-LADDER-TITLE
                                   AFTER 3 LINES.

           PERFORM VARYING WS-BAND-POS FROM 1 BY 1
             UNTIL WS-BAND-POS     GREATER 5
               MOVE WS-LN-NAME(WS-BAND-POS)
                                   TO WS-RL-NAME
               MOVE WS-LD-COUNT(WS-BAND-POS)
                                   TO WS-RL-COUNT
               MOVE WS-LD-PRINCIPAL(WS-BAND-POS)
                                   TO WS-RL-PRINCIPAL
               WRITE REG-TDLIST    FROM WS-RPT-LADDER
                                   AFTER 1 LINE
           END-PERFORM.

           MOVE WS-COUNT-ACTIVE    TO WS-RT-COUNT.
           MOVE WS-TOTAL-PRINCIPAL TO WS-RT-PRINCIPAL.
           MOVE WS-TOTAL-ACCRUED   TO WS-RT-ACCRUED.
           WRITE REG-TDLIST        FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           IF  WS-TOTAL-PRINCIPAL  GREATER ZEROS
               COMPUTE WS-AVERAGE-RATE ROUNDED =
                   WS-TOTAL-WEIGHT / WS-TOTAL-PRINCIPAL
           END-IF.
           MOVE WS-AVERAGE-RATE    TO WS-RA-RATE.
           WRITE REG-TDLIST        FROM WS-RPT-AVERAGE
                                   AFTER 1 LINE.

           WRITE REG-TDLIST        FROM WS-RPT-ENDED-TITLE
                                   AFTER 3 LINES.
           WRITE REG-TDLIST        FROM WS-RPT-ENDED-HEADER
                                   AFTER 2 LINES.

           IF  WS-ENDED-COUNT      EQUAL ZEROS
               WRITE REG-TDLIST    FROM WS-RPT-NONE
                                   AFTER 1 LINE
           END-IF.

           PERFORM VARYING WS-ENDED-POS FROM 1 BY 1
             UNTIL WS-ENDED-POS    GREATER WS-ENDED-COUNT
               PERFORM 0902-00-WRITE-ENDED
           END-PERFORM.

           CLOSE TDMAST
                 TDLIST.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-TDMAST     TO WS-FMT-AMOUNT
           DISPLAY '*  DEPOSITS READ.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-ACTIVE    TO WS-FMT-AMOUNT
           DISPLAY '*  ACTIVE........: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-ENDED     TO WS-FMT-AMOUNT
           DISPLAY '*  ENDED IN MONTH: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-PRINCIPAL TO WS-FMT-TOTAL
           DISPLAY '*  PRINCIPAL.....: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-WRITE-ENDED.

           ADD 1                   TO WS-COUNT-ENDED.

           MOVE WS-EN-NUMBER(WS-ENDED-POS)
                                   TO WS-RE-NUMBER.
           MOVE WS-EN-CLIENT-KEY(WS-ENDED-POS)(1:4)
                                   TO WS-RE-BRANCH.
           MOVE WS-EN-CLIENT-KEY(WS-ENDED-POS)(5:5)
                                   TO WS-RE-ACCOUNT.
           MOVE WS-EN-PRINCIPAL(WS-ENDED-POS)
                                   TO WS-RE-PRINCIPAL.
           MOVE WS-EN-INTEREST(WS-ENDED-POS)
                                   TO WS-RE-INTEREST.
           MOVE WS-EN-CLOSE-DATE(WS-ENDED-POS)
                                   TO WS-RE-CLOSE-DATE.

           IF  WS-EN-STATUS(WS-ENDED-POS) EQUAL 'S'
               MOVE 'PENDING MANUAL SETTLEMENT'
                                   TO WS-RE-SITUATION
           ELSE
               MOVE 'PAID OUT AT MATURITY'
                                   TO WS-RE-SITUATION
           END-IF.

           WRITE REG-TDLIST        FROM WS-RPT-ENDED
                                   AFTER 1 LINE.

       0902-00-EXIT.
           EXIT.
