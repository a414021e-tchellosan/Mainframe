      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62625.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62625                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END OUTSTANDING AND STALE-DATED        *
      *                   CHEQUES PER ACCOUNT                          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   READS THE CHEQUE-BOOK REGISTER (EAD62624, PAID MAP KEPT BY   *
      *   EAD62510) IN ACCOUNT SEQUENCE AND LISTS EVERY CHEQUE OF AN   *
      *   ACTIVE BOOK NOT YET PAID.  THE REGISTER DOES NOT KNOW WHEN   *
      *   A CHEQUE WAS WRITTEN, SO ITS AGE IS COUNTED FROM THE BOOK    *
      *   ISSUE DATE: AN OUTSTANDING CHEQUE FROM A BOOK ISSUED MORE    *
      *   THAN 180 DAYS BEFORE THE REPORTING DATE IS STALE-DATED.      *
      *   CHEQUES OF A CANCELLED BOOK ARE REFUSED ON PRESENTATION AND  *
      *   ARE NOT OUTSTANDING.  EACH ACCOUNT CLOSES WITH ITS COUNTS,   *
      *   THE LISTING WITH THE GRAND TOTALS.                           *
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

           SELECT CHQMAST          ASSIGN TO DA-S-CHQMAST
               FILE STATUS         IS WS-FS-CHQMAST.

           SELECT CHQLIST          ASSIGN TO DA-S-CHQLIST.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CHQMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHQMAST.
           03  FD-CQ-CLIENT-KEY.
               05  FD-CQ-BRANCH    PIC X(4).
               05  FD-CQ-ACCOUNT   PIC 9(5).
           03  FD-CQ-FIRST-CHEQUE  PIC 9(4).
           03  FD-CQ-LAST-CHEQUE   PIC 9(4).
           03  FD-CQ-ISSUE-DATE    PIC 9(8).
           03  FD-CQ-STATUS        PIC X(1).
               88  FD-CQ-ACTIVE                        VALUE 'A'.
               88  FD-CQ-CANCELLED                     VALUE 'C'.
           03  FD-CQ-PAID-MAP.
               05  FD-CQ-PAID      PIC X(1) OCCURS 50 TIMES.
           03  FILLER              PIC X(4).

       FD  CHQLIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHQLIST             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62625'.

       77  WS-FS-CHQMAST           PIC X(2)            VALUE ZEROS.

       77  WS-READ-CHQMAST         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CANCELLED      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ACCOUNTS       PIC 9(5)            VALUE ZEROS.

       77  WS-REPORT-DATE          PIC 9(8)            VALUE ZEROS.
       77  WS-REPORT-INTEGER       PIC 9(7)            VALUE ZEROS.
       77  WS-DAYS                 PIC S9(5)           VALUE ZEROS.

      *    AGE (DAYS SINCE THE BOOK WAS ISSUED) BEYOND WHICH AN
      *    UNPAID CHEQUE IS REPORTED STALE-DATED.
       77  WS-STALE-DAYS           PIC 9(3)            VALUE 180.

       77  WS-BOOK-SIZE            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-SLOT                 PIC 9(2) COMP-3     VALUE ZEROS.

       77  WS-CURRENT-KEY          PIC X(9)            VALUE SPACES.

       77  WS-ACCT-OUTSTANDING     PIC 9(5)            VALUE ZEROS.
       77  WS-ACCT-STALE           PIC 9(5)            VALUE ZEROS.
       77  WS-TOTAL-OUTSTANDING    PIC 9(7)            VALUE ZEROS.
       77  WS-TOTAL-STALE          PIC 9(7)            VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'OUTSTANDING CHEQUES - REPORTING DATE    '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(50)           VALUE
           'ACCOUNT     CHEQUE BOOK ISSUED  DAYS SITUATION    '.

       01  WS-RPT-DETAIL.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-CHEQUE        PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RD-ISSUE-DATE    PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-DAYS          PIC ZZZ9            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-SITUATION     PIC X(12)           VALUE SPACES.

       01  WS-RPT-ACCOUNT.
           03  FILLER              PIC X(12)           VALUE SPACES.
           03  FILLER              PIC X(14)           VALUE
           'OUTSTANDING: '.
           03  WS-RA-OUTSTANDING   PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(14)           VALUE
           '   STALE: '.
           03  WS-RA-STALE         PIC ZZZZ9           VALUE ZEROS.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(26)           VALUE
           'TOTAL OUTSTANDING CHEQUES '.
           03  WS-RT-OUTSTANDING   PIC Z.ZZZ.ZZ9       VALUE ZEROS.
           03  FILLER              PIC X(14)           VALUE
           '   STALE: '.
           03  WS-RT-STALE         PIC Z.ZZZ.ZZ9       VALUE ZEROS.

       01  WS-RPT-NONE.
           03  FILLER              PIC X(30)           VALUE
           'NO OUTSTANDING CHEQUE         '.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.
       77  WS-FMT-TOTAL            PIC Z.ZZZ.ZZ9       VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-CHQMAST   EQUAL '10'.

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

           OPEN INPUT CHQMAST.

           EVALUATE WS-FS-CHQMAST
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CHEQUE-BOOK REGISTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CHQMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CHQLIST.

           MOVE WS-REPORT-DATE     TO WS-RH-DATE.
           WRITE REG-CHQLIST       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-CHQLIST       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-CHQMAST.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           IF  FD-CQ-CLIENT-KEY    NOT EQUAL WS-CURRENT-KEY
               PERFORM 0204-00-ACCOUNT-BREAK
               MOVE FD-CQ-CLIENT-KEY
                                   TO WS-CURRENT-KEY
           END-IF.

           EVALUATE TRUE
             WHEN FD-CQ-CANCELLED
               ADD 1               TO WS-COUNT-CANCELLED
             WHEN FD-CQ-ISSUE-DATE GREATER WS-REPORT-DATE
               CONTINUE
             WHEN OTHER
               PERFORM 0202-00-LIST-BOOK
           END-EVALUATE.

           PERFORM 0301-00-READ-CHQMAST.

       0201-00-EXIT.
           EXIT.

       0202-00-LIST-BOOK.

           COMPUTE WS-BOOK-SIZE =
               FD-CQ-LAST-CHEQUE - FD-CQ-FIRST-CHEQUE + 1.

           COMPUTE WS-DAYS =
               WS-REPORT-INTEGER
             - FUNCTION INTEGER-OF-DATE(FD-CQ-ISSUE-DATE).

           PERFORM 0203-00-LIST-CHEQUE
             VARYING WS-SLOT FROM 1 BY 1
             UNTIL WS-SLOT         GREATER WS-BOOK-SIZE.

       0202-00-EXIT.
           EXIT.

       0203-00-LIST-CHEQUE.

           IF  FD-CQ-PAID(WS-SLOT) EQUAL 'P'
               GO TO 0203-00-EXIT
           END-IF.

           MOVE FD-CQ-BRANCH       TO WS-RD-BRANCH.
           MOVE FD-CQ-ACCOUNT      TO WS-RD-ACCOUNT.
           COMPUTE WS-RD-CHEQUE =
               FD-CQ-FIRST-CHEQUE + WS-SLOT - 1.
           MOVE FD-CQ-ISSUE-DATE   TO WS-RD-ISSUE-DATE.
           MOVE WS-DAYS            TO WS-RD-DAYS.

           IF  WS-DAYS             GREATER WS-STALE-DAYS
               MOVE 'STALE-DATED'  TO WS-RD-SITUATION
               ADD 1               TO WS-ACCT-STALE
           ELSE
               MOVE 'OUTSTANDING'  TO WS-RD-SITUATION
           END-IF.

           ADD 1                   TO WS-ACCT-OUTSTANDING.

           WRITE REG-CHQLIST       FROM WS-RPT-DETAIL
                                   AFTER 1 LINE.

       0203-00-EXIT.
           EXIT.

       0204-00-ACCOUNT-BREAK.

      *    AN ACCOUNT WITH NOTHING OUTSTANDING PRINTS NOTHING.

           IF  WS-ACCT-OUTSTANDING GREATER ZEROS
               MOVE WS-ACCT-OUTSTANDING
                                   TO WS-RA-OUTSTANDING
               MOVE WS-ACCT-STALE  TO WS-RA-STALE
               WRITE REG-CHQLIST   FROM WS-RPT-ACCOUNT
                                   AFTER 1 LINE
               ADD 1               TO WS-COUNT-ACCOUNTS
               ADD WS-ACCT-OUTSTANDING
                                   TO WS-TOTAL-OUTSTANDING
               ADD WS-ACCT-STALE   TO WS-TOTAL-STALE
           END-IF.

           MOVE ZEROS              TO WS-ACCT-OUTSTANDING
                                      WS-ACCT-STALE.

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CHQMAST.

           READ CHQMAST.

           EVALUATE WS-FS-CHQMAST
             WHEN '00'
               ADD 1               TO WS-READ-CHQMAST
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CHQMAST'
                                    ' FILE STATUS: ' WS-FS-CHQMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0204-00-ACCOUNT-BREAK.

           IF  WS-TOTAL-OUTSTANDING
                                   EQUAL ZEROS
               WRITE REG-CHQLIST   FROM WS-RPT-NONE
                                   AFTER 1 LINE
           END-IF.

           MOVE WS-TOTAL-OUTSTANDING
                                   TO WS-RT-OUTSTANDING.
           MOVE WS-TOTAL-STALE     TO WS-RT-STALE.
           WRITE REG-CHQLIST       FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           CLOSE CHQMAST
                 CHQLIST.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CHQMAST    TO WS-FMT-AMOUNT
           DISPLAY '*  BOOKS READ....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-CANCELLED TO WS-FMT-AMOUNT
           DISPLAY '*  CANCELLED.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-ACCOUNTS  TO WS-FMT-AMOUNT
           DISPLAY '*  ACCOUNTS......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-OUTSTANDING
                                   TO WS-FMT-TOTAL
           DISPLAY '*  OUTSTANDING...: ' WS-FMT-TOTAL
                                         '                   *'.
           MOVE WS-TOTAL-STALE     TO WS-FMT-TOTAL
           DISPLAY '*  STALE-DATED...: ' WS-FMT-TOTAL
                                         '                   *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
