      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62633.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62633                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : PERIODIC KNOW-YOUR-CUSTOMER REVIEW CYCLE     *
      *                   AND DEBIT-ONLY HOLD OF OVERDUE REVIEWS       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EACH CIF RECORD IS DUE FOR REVIEW A NUMBER OF YEARS AFTER    *
      *   ITS LAST REVIEW, BY RISK RATING: H = 1, M = 3, L = 5 (A      *
      *   BLANK OR UNKNOWN RATING IS TREATED AS H, A RECORD WITH NO    *
      *   REVIEW DATE AS LONG OVERDUE).                                *
      *                                                                *
      *   MODE M (MONTHLY, EAD625KC) LISTS, IN SECTIONS:               *
      *     REVIEWS FALLING DUE IN THE NEXT 30 DAYS;                   *
      *     OVERDUE REVIEWS STILL WITHIN THE GRACE PERIOD (ESCALATED); *
      *     REVIEWS OVERDUE BEYOND THE GRACE PERIOD, WHICH GET A       *
      *       DEBIT-ONLY HOLD (SCOPE O, DOCUMENT 0000) ON THE ACCOUNT: *
      *       EAD62510 THEN HOLDS DEBITS, OUTGOING TRANSFERS AND       *
      *       CHEQUES, WHILE CREDITS KEEP POSTING;                     *
      *     HOLDS LIFTED.                                              *
      *   MODE R (EAD625JC, AFTER THE CIF MAINTENANCE) ONLY LIFTS:     *
      *   A SCOPE O HOLD WHOSE CUSTOMER IS NO LONGER OVERDUE - THE     *
      *   REVIEW WAS COMPLETED (TRANSACTION R OF EAD62579) - IS        *
      *   DROPPED.  IN BOTH MODES EVERY OTHER HOLD IS COPIED AS IS.    *
      *                                                                *
      *   CIF AND HOLDS ARE BOTH IN BRANCH/ACCOUNT ORDER AND ARE       *
      *   MATCHED IN ONE PASS; THE NEW HOLDS GENERATION IS RELOADED    *
      *   INTO THE ONLINE CLUSTER BY THE NEXT STEP.                    *
      *                                                                *
      *   SYSIN: MODE (M/R) AND GRACE PERIOD IN DAYS (3 DIGITS), E.G.  *
      *   M060; THEN THE RUN DATE (YYYYMMDD).                          *
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

           SELECT CIF              ASSIGN TO DA-S-CIF
               FILE STATUS         IS WS-FS-CIF.

           SELECT HOLDS            ASSIGN TO DA-S-HOLDS
               FILE STATUS         IS WS-FS-HOLDS.

           SELECT HOLDSNEW         ASSIGN TO DA-S-HOLDSNEW
               FILE STATUS         IS WS-FS-HOLDSNEW.

           SELECT KYCRPT           ASSIGN TO DA-S-KYCRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

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

       FD  HOLDS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HOLDS.
           03  FD-HD-KEY.
               05  FD-HD-CLIENT-KEY
                                   PIC X(9).
               05  FD-HD-SCOPE     PIC X(1).
                   88  FD-HD-SCOPE-DEBITS      VALUE 'O'.
               05  FD-HD-DOC-NUMBER
                                   PIC 9(4).
           03  FD-HD-VALUE         PIC 9(6)V9(2).
           03  FD-HD-CONSUMED      PIC X(1).

       FD  HOLDSNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HOLDSNEW.
           03  FD-HN-KEY.
               05  FD-HN-CLIENT-KEY
                                   PIC X(9).
               05  FD-HN-SCOPE     PIC X(1).
               05  FD-HN-DOC-NUMBER
                                   PIC 9(4).
           03  FD-HN-VALUE         PIC 9(6)V9(2).
           03  FD-HN-CONSUMED      PIC X(1).

       FD  KYCRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-KYCRPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62633'.

       77  WS-FS-CIF               PIC X(2)            VALUE ZEROS.
       77  WS-FS-HOLDS             PIC X(2)            VALUE ZEROS.
       77  WS-FS-HOLDSNEW          PIC X(2)            VALUE ZEROS.

       01  WS-PARM.
           03  WS-PARM-MODE        PIC X(1)            VALUE SPACES.
               88  WS-MODE-MONTHLY                     VALUE 'M'.
               88  WS-MODE-RELEASE                     VALUE 'R'.
           03  WS-PARM-GRACE       PIC 9(3)            VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.
       77  WS-RUN-INTEGER          PIC 9(7)            VALUE ZEROS.

       77  WS-READ-CIF             PIC 9(6)            VALUE ZEROS.
       77  WS-READ-HOLDS           PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-HOLDSNEW       PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-DUE            PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-ESCALATED      PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-BLOCKED        PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-HOLDS-PLACED   PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-HOLDS-LIFTED   PIC 9(6)            VALUE ZEROS.

      *    REVIEW SITUATION OF THE CURRENT CIF RECORD.
       01  WS-REVIEW-STATUS        PIC X(1)            VALUE SPACES.
           88  WS-REVIEW-CURRENT                       VALUE 'C'.
           88  WS-REVIEW-DUE                           VALUE 'D'.
           88  WS-REVIEW-ESCALATED                     VALUE 'E'.
           88  WS-REVIEW-BLOCKED                       VALUE 'B'.
           88  WS-REVIEW-OVERDUE                       VALUE 'E' 'B'.

       77  WS-CYCLE-YEARS          PIC 9(1)            VALUE ZEROS.
       77  WS-DAYS-OVERDUE         PIC S9(5)           VALUE ZEROS.

       01  WS-DUE-DATE             PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WS-DUE-DATE.
           03  WS-DD-YEAR          PIC 9(4).
           03  WS-DD-MONTH-DAY     PIC 9(4).

       77  WS-LEAP-REMAINDER       PIC 9(3)            VALUE ZEROS.

       77  WS-HELD-IND             PIC X(1)            VALUE 'N'.
           88  WS-HELD                                 VALUE 'Y'.

      *    REPORT LINES, IN CIF ORDER, FOR THE FOUR SECTIONS:
      *    D = DUE, E = ESCALATED, B = BLOCKED, L = HOLD LIFTED.
       77  WS-LINE-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-LINE-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-SECTION-POS          PIC 9(1)            VALUE ZEROS.
       77  WS-KEEP-SECTION         PIC X(1)            VALUE SPACES.

       01  WS-LINE-TABLE.
           03  WS-LN-ENTRY         OCCURS 5000 TIMES.
               05  WS-LN-SECTION   PIC X(1).
               05  WS-LN-TEXT      PIC X(80).

       01  WS-SECTION-CODES        PIC X(4)            VALUE 'DEBL'.
       01  FILLER                  REDEFINES WS-SECTION-CODES.
           03  WS-SECTION-CODE     PIC X(1) OCCURS 4 TIMES.

       01  WS-SECTION-TITLES.
           03  FILLER              PIC X(50)           VALUE
           'REVIEWS FALLING DUE IN THE NEXT 30 DAYS'.
           03  FILLER              PIC X(50)           VALUE
           'OVERDUE REVIEWS WITHIN GRACE PERIOD - ESCALATED'.
           03  FILLER              PIC X(50)           VALUE
           'OVERDUE BEYOND GRACE PERIOD - DEBITS BLOCKED'.
           03  FILLER              PIC X(50)           VALUE
           'DEBIT-ONLY HOLDS LIFTED - REVIEW COMPLETED'.
       01  FILLER                  REDEFINES WS-SECTION-TITLES.
           03  WS-SECTION-TITLE    PIC X(50) OCCURS 4 TIMES.

       77  WS-SECTION-LISTED       PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(34)           VALUE
           'CUSTOMER REVIEW (KYC) CYCLE  MODE '.
           03  WS-RH-MODE          PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(8)            VALUE
           '  GRACE '.
           03  WS-RH-GRACE         PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(12)           VALUE
           ' DAYS  DATE '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(11)           VALUE
           'ACCOUNT    '.
           03  FILLER              PIC X(31)           VALUE
           'NAME'.
           03  FILLER              PIC X(3)            VALUE
           'RT '.
           03  FILLER              PIC X(9)            VALUE
           'REVIEWED '.
           03  FILLER              PIC X(9)            VALUE
           'DUE      '.
           03  FILLER              PIC X(6)            VALUE
           ' LATE '.
           03  FILLER              PIC X(11)           VALUE
           'ACTION'.

       01  WS-RPT-SECTION.
           03  WS-RS-TITLE         PIC X(50)           VALUE SPACES.

       01  WS-RPT-DETAIL.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-RATING        PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-LAST-REVIEW   PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DUE-DATE      PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DAYS          PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ACTION        PIC X(11)           VALUE SPACES.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(20)           VALUE
           'TOTAL LISTED......: '.
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
             UNTIL WS-FS-CIF       EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-PARM          FROM SYSIN.

           IF  (NOT WS-MODE-MONTHLY AND NOT WS-MODE-RELEASE) OR
               WS-PARM-GRACE       NOT NUMERIC
               DISPLAY ' REVIEW CYCLE PARAMETER INVALID: ' WS-PARM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE      FROM SYSIN.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-RUN-INTEGER  =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           OPEN INPUT CIF.

           IF  WS-FS-CIF           NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT HOLDS.

           IF  WS-FS-HOLDS         NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-HOLDS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT HOLDSNEW.

           IF  WS-FS-HOLDSNEW      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-HOLDSNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT KYCRPT.

           MOVE WS-PARM-MODE       TO WS-RH-MODE.
           MOVE WS-PARM-GRACE      TO WS-RH-GRACE.
           MOVE WS-RUN-DATE        TO WS-RH-DATE.
           WRITE REG-KYCRPT        FROM WS-RPT-HEADER-1.

           PERFORM 0301-00-READ-CIF.
           PERFORM 0302-00-READ-HOLDS.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM 0202-00-EVALUATE-REVIEW.

      *    HOLDS OF ACCOUNTS WITHOUT A CIF RECORD PASS UNTOUCHED.
           PERFORM 0205-00-COPY-HOLD
             UNTIL FD-HD-CLIENT-KEY
                                   NOT LESS FD-CF-CLIENT-KEY.

           MOVE 'N'                TO WS-HELD-IND.

           PERFORM 0204-00-HOLD-OF-CUSTOMER
             UNTIL FD-HD-CLIENT-KEY
                                   NOT EQUAL FD-CF-CLIENT-KEY.

           IF  WS-MODE-MONTHLY
               PERFORM 0206-00-LIST-REVIEW
           END-IF.

           PERFORM 0301-00-READ-CIF.

       0201-00-EXIT.
           EXIT.

       0202-00-EVALUATE-REVIEW.

           EVALUATE FD-CF-RISK-RATING
             WHEN 'L'
               MOVE 5              TO WS-CYCLE-YEARS
             WHEN 'M'
               MOVE 3              TO WS-CYCLE-YEARS
             WHEN OTHER
               MOVE 1              TO WS-CYCLE-YEARS
           END-EVALUATE.

           IF  FD-CF-LAST-REVIEW   NOT NUMERIC OR
               FD-CF-LAST-REVIEW   EQUAL ZEROS
               MOVE ZEROS          TO WS-DUE-DATE
               MOVE 99999          TO WS-DAYS-OVERDUE
           ELSE
               PERFORM 0203-00-COMPUTE-DUE-DATE
               COMPUTE WS-DAYS-OVERDUE = WS-RUN-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
           END-IF.

           EVALUATE TRUE
             WHEN WS-DAYS-OVERDUE  GREATER WS-PARM-GRACE
               MOVE 'B'            TO WS-REVIEW-STATUS
             WHEN WS-DAYS-OVERDUE  GREATER ZEROS
               MOVE 'E'            TO WS-REVIEW-STATUS
             WHEN WS-DAYS-OVERDUE  NOT LESS -30
               MOVE 'D'            TO WS-REVIEW-STATUS
             WHEN OTHER
               MOVE 'C'            TO WS-REVIEW-STATUS
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-COMPUTE-DUE-DATE.

      *    SAME DAY AND MONTH, CYCLE YEARS LATER; A 29 FEBRUARY
      *    THAT LANDS IN A COMMON YEAR FALLS DUE ON THE 28TH.

           MOVE FD-CF-LAST-REVIEW  TO WS-DUE-DATE.
           ADD WS-CYCLE-YEARS      TO WS-DD-YEAR.

           IF  WS-DD-MONTH-DAY     EQUAL 0229
               COMPUTE WS-LEAP-REMAINDER =
                   FUNCTION MOD(WS-DD-YEAR, 4)
               IF  WS-LEAP-REMAINDER
                                   NOT EQUAL ZEROS
                   MOVE 0228       TO WS-DD-MONTH-DAY
               ELSE
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-DD-YEAR, 100)
                   IF  WS-LEAP-REMAINDER
                                   EQUAL ZEROS
                       COMPUTE WS-LEAP-REMAINDER =
                           FUNCTION MOD(WS-DD-YEAR, 400)
                       IF  WS-LEAP-REMAINDER
                                   NOT EQUAL ZEROS
                           MOVE 0228
                                   TO WS-DD-MONTH-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-HOLD-OF-CUSTOMER.

      *    A DEBIT-ONLY HOLD STAYS WHILE THE REVIEW IS OVERDUE AND IS
      *    DROPPED ONCE IT IS NOT; THE CUSTOMER'S OTHER HOLDS ARE
      *    COPIED.

           IF  FD-HD-SCOPE-DEBITS
               IF  WS-REVIEW-OVERDUE
                   MOVE 'Y'        TO WS-HELD-IND
                   PERFORM 0205-00-COPY-HOLD
               ELSE
                   ADD 1           TO WS-COUNT-HOLDS-LIFTED
                   MOVE 'LIFTED'   TO WS-RD-ACTION
                   MOVE 'L'        TO WS-KEEP-SECTION
                   PERFORM 0207-00-KEEP-LINE
                   PERFORM 0302-00-READ-HOLDS
               END-IF
           ELSE
               PERFORM 0205-00-COPY-HOLD
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-COPY-HOLD.

           MOVE REG-HOLDS          TO REG-HOLDSNEW.

           PERFORM 0208-00-WRITE-HOLDSNEW.

           PERFORM 0302-00-READ-HOLDS.

       0205-00-EXIT.
           EXIT.

       0206-00-LIST-REVIEW.

      *    THE NEW DEBIT-ONLY HOLD SORTS AFTER THE CUSTOMER'S OTHER
      *    HOLDS (SCOPES A AND D), SO IT IS WRITTEN HERE, IN ORDER.

           EVALUATE TRUE
             WHEN WS-REVIEW-DUE
               ADD 1               TO WS-COUNT-DUE
               MOVE SPACES         TO WS-RD-ACTION
               MOVE 'D'            TO WS-KEEP-SECTION
               PERFORM 0207-00-KEEP-LINE

             WHEN WS-REVIEW-ESCALATED
               ADD 1               TO WS-COUNT-ESCALATED
               IF  WS-HELD
                   MOVE 'HELD'     TO WS-RD-ACTION
               ELSE
                   MOVE 'ESCALATED'
                                   TO WS-RD-ACTION
               END-IF
               MOVE 'E'            TO WS-KEEP-SECTION
               PERFORM 0207-00-KEEP-LINE

             WHEN WS-REVIEW-BLOCKED
               ADD 1               TO WS-COUNT-BLOCKED
               IF  WS-HELD
                   MOVE 'HELD'     TO WS-RD-ACTION
               ELSE
                   MOVE FD-CF-CLIENT-KEY
                                   TO FD-HN-CLIENT-KEY
                   MOVE 'O'        TO FD-HN-SCOPE
                   MOVE ZEROS      TO FD-HN-DOC-NUMBER
                   MOVE ZEROS      TO FD-HN-VALUE
                   MOVE 'N'        TO FD-HN-CONSUMED
                   PERFORM 0208-00-WRITE-HOLDSNEW
                   ADD 1           TO WS-COUNT-HOLDS-PLACED
                   MOVE 'HOLD PLACED'
                                   TO WS-RD-ACTION
               END-IF
               MOVE 'B'            TO WS-KEEP-SECTION
               PERFORM 0207-00-KEEP-LINE

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

       0207-00-KEEP-LINE.

           IF  WS-LINE-COUNT       NOT LESS 5000
               DISPLAY ' REPORT LINE TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FD-CF-BRANCH       TO WS-RD-BRANCH.
           MOVE FD-CF-ACCOUNT      TO WS-RD-ACCOUNT.
           MOVE FD-CF-FULL-NAME    TO WS-RD-NAME.
           MOVE FD-CF-RISK-RATING  TO WS-RD-RATING.

           IF  FD-CF-LAST-REVIEW   NUMERIC
               MOVE FD-CF-LAST-REVIEW
                                   TO WS-RD-LAST-REVIEW
           ELSE
               MOVE ZEROS          TO WS-RD-LAST-REVIEW
           END-IF.

           MOVE WS-DUE-DATE        TO WS-RD-DUE-DATE.

           IF  WS-DAYS-OVERDUE     GREATER ZEROS
               MOVE WS-DAYS-OVERDUE
                                   TO WS-RD-DAYS
           ELSE
               MOVE ZEROS          TO WS-RD-DAYS
           END-IF.

           ADD 1                   TO WS-LINE-COUNT.
           MOVE WS-KEEP-SECTION    TO WS-LN-SECTION(WS-LINE-COUNT).
           MOVE WS-RPT-DETAIL      TO WS-LN-TEXT(WS-LINE-COUNT).

       0207-00-EXIT.
           EXIT.

       0208-00-WRITE-HOLDSNEW.

           WRITE REG-HOLDSNEW.

           EVALUATE WS-FS-HOLDSNEW
             WHEN '00'
               ADD 1               TO WS-WRITE-HOLDSNEW
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0208-00-WRITE-HOLDSNEW'
                                    ' FILE STATUS: ' WS-FS-HOLDSNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0208-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CIF.

           READ CIF.

           EVALUATE WS-FS-CIF
             WHEN '00'
               ADD 1               TO WS-READ-CIF
             WHEN '10'
               MOVE HIGH-VALUES    TO FD-CF-CLIENT-KEY
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-HOLDS.

           READ HOLDS.

           EVALUATE WS-FS-HOLDS
             WHEN '00'
               ADD 1               TO WS-READ-HOLDS
             WHEN '10'
               MOVE HIGH-VALUES    TO FD-HD-CLIENT-KEY
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-HOLDS'
                                    ' FILE STATUS: ' WS-FS-HOLDS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

      *    HOLDS BEYOND THE LAST CIF RECORD.
           PERFORM 0205-00-COPY-HOLD
             UNTIL WS-FS-HOLDS     EQUAL '10'.

           IF  WS-MODE-MONTHLY
               PERFORM 0902-00-PRINT-SECTION
                 VARYING WS-SECTION-POS FROM 1 BY 1
                   UNTIL WS-SECTION-POS GREATER 4
           ELSE
               MOVE 4              TO WS-SECTION-POS
               PERFORM 0902-00-PRINT-SECTION
           END-IF.

           CLOSE CIF
                 HOLDS
                 HOLDSNEW
                 KYCRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CIF        TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CIF...........: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-READ-HOLDS      TO WS-FMT-AMOUNT
           DISPLAY '*  READ  HOLDS.........: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-WRITE-HOLDSNEW  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE HOLDS.........: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-DUE       TO WS-FMT-AMOUNT
           DISPLAY '*  REVIEWS DUE.........: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-ESCALATED TO WS-FMT-AMOUNT
           DISPLAY '*  OVERDUE ESCALATED...: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-BLOCKED   TO WS-FMT-AMOUNT
           DISPLAY '*  OVERDUE BLOCKED.....: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-HOLDS-PLACED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  HOLDS PLACED........: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-HOLDS-LIFTED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  HOLDS LIFTED........: ' WS-FMT-AMOUNT
                                          '               *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-PRINT-SECTION.

           MOVE WS-SECTION-TITLE(WS-SECTION-POS)
                                   TO WS-RS-TITLE.
           WRITE REG-KYCRPT        FROM WS-RPT-SECTION
                                   AFTER 2 LINES.
           WRITE REG-KYCRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           MOVE ZEROS              TO WS-SECTION-LISTED.

           PERFORM VARYING WS-LINE-POS FROM 1 BY 1
             UNTIL WS-LINE-POS     GREATER WS-LINE-COUNT
               IF  WS-LN-SECTION(WS-LINE-POS)
                                   EQUAL WS-SECTION-CODE(WS-SECTION-POS)
                   WRITE REG-KYCRPT
                                   FROM WS-LN-TEXT(WS-LINE-POS)
                   ADD 1           TO WS-SECTION-LISTED
               END-IF
           END-PERFORM.

           MOVE WS-SECTION-LISTED  TO WS-RT-COUNT.
           WRITE REG-KYCRPT        FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

       0902-00-EXIT.
           EXIT.
