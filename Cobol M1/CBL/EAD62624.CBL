      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62624.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62624                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MAINTAIN THE CHEQUE-BOOK REGISTER            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE CURRENT REGISTER GENERATION IS LOADED, THE BRANCH        *
      *   TRANSACTIONS APPLIED IN FILE ORDER AND A NEW GENERATION      *
      *   WRITTEN, THE SAME SHAPE AS THE EAD62616 CUSTOMER MASTER:     *
      *     I = ISSUE A BOOK OF CHEQUES FIRST THRU LAST TO AN          *
      *         ACCOUNT OF THE CLIENT MASTER.  A BOOK HOLDS AT MOST    *
      *         50 CHEQUES AND MAY NOT OVERLAP ANY OTHER BOOK EVER     *
      *         ISSUED TO THE SAME ACCOUNT;                            *
      *     C = CANCEL AN ACTIVE BOOK (IDENTIFIED BY ITS FIRST         *
      *         CHEQUE).  EVERY CHEQUE OF IT NOT YET PAID IS REFUSED   *
      *         FROM THEN ON.                                          *
      *   THE REGISTER STAYS IN ACCOUNT / FIRST-CHEQUE SEQUENCE.  THE  *
      *   PAID MAP (ONE BYTE PER CHEQUE, 'P' = PAID) IS MAINTAINED BY  *
      *   THE EAD62510 BALANCE LINE WHEN A PRESENTED CHEQUE (TYPE Q)   *
      *   IS POSTED.  EVERY TRANSACTION IS LISTED ACCEPTED OR          *
      *   REJECTED ON THE AUDIT REPORT.                                *
      *                                                                *
      *   SYSIN: PROCESSING DATE (YYYYMMDD), THE BOOK ISSUE DATE.      *
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

           SELECT CHQOLD           ASSIGN TO DA-S-CHQOLD
               FILE STATUS         IS WS-FS-CHQOLD.

           SELECT CHQTRAN          ASSIGN TO DA-S-CHQTRAN
               FILE STATUS         IS WS-FS-CHQTRAN.

           SELECT CHQNEW           ASSIGN TO DA-S-CHQNEW
               FILE STATUS         IS WS-FS-CHQNEW.

           SELECT CHQRPT           ASSIGN TO DA-S-CHQRPT.

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
               05  FD-BANK-ACCOUNT PIC 9(5).
           03  FD-CLIENT-NAME      PIC A(20).
           03  FD-BANK-BALANCE     PIC S9(6)V9(2).
           03  FD-LAST-ACTIVITY    PIC 9(8).

       01  REG-CLIENTSO-CONTROL.
           03  FD-CO-CTL-ID        PIC X(4).
               88  FD-CO-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-CO-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-CO-CTL-DATA      PIC X(41).

       FD  CHQOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHQOLD.
           03  FD-CQ-CLIENT-KEY.
               05  FD-CQ-BRANCH    PIC X(4).
               05  FD-CQ-ACCOUNT   PIC 9(5).
           03  FD-CQ-FIRST-CHEQUE  PIC 9(4).
           03  FD-CQ-LAST-CHEQUE   PIC 9(4).
           03  FD-CQ-ISSUE-DATE    PIC 9(8).
           03  FD-CQ-STATUS        PIC X(1).
           03  FD-CQ-PAID-MAP      PIC X(50).
           03  FILLER              PIC X(4).

       FD  CHQTRAN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHQTRAN.
           03  FD-TR-FUNCTION      PIC X(1).
           03  FD-TR-CLIENT-KEY.
               05  FD-TR-BRANCH    PIC X(4).
               05  FD-TR-ACCOUNT   PIC 9(5).
           03  FD-TR-FIRST-CHEQUE  PIC 9(4).
           03  FD-TR-LAST-CHEQUE   PIC 9(4).

       FD  CHQNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHQNEW.
           03  FD-CN-CLIENT-KEY.
               05  FD-CN-BRANCH    PIC X(4).
               05  FD-CN-ACCOUNT   PIC 9(5).
           03  FD-CN-FIRST-CHEQUE  PIC 9(4).
           03  FD-CN-LAST-CHEQUE   PIC 9(4).
           03  FD-CN-ISSUE-DATE    PIC 9(8).
           03  FD-CN-STATUS        PIC X(1).
           03  FD-CN-PAID-MAP      PIC X(50).
           03  FILLER              PIC X(4).

       FD  CHQRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CHQRPT              PIC X(70).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62624'.

       77  WS-FS-CLIENTSO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CHQOLD            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CHQTRAN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CHQNEW            PIC X(2)            VALUE ZEROS.

       77  WS-PROCESS-DATE         PIC 9(8)            VALUE ZEROS.

       77  WS-READ-CLIENTSO        PIC 9(5)            VALUE ZEROS.
       77  WS-READ-CHQOLD          PIC 9(5)            VALUE ZEROS.
       77  WS-READ-CHQTRAN         PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-CHQNEW         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ISSUED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CANCELLED      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(5)            VALUE ZEROS.

      *    LARGEST BOOK THE ONE-BYTE-PER-CHEQUE PAID MAP CAN TRACK.
       77  WS-MAX-BOOK-SIZE        PIC 9(2)            VALUE 50.

       01  WS-TRAN-FUNCTION        PIC X(1)            VALUE SPACES.
           88  WS-TRAN-ISSUE                           VALUE 'I'.
           88  WS-TRAN-CANCEL                          VALUE 'C'.

       77  WS-ACCT-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACCT-POS             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-ACCOUNT-TABLE.
           03  WS-AC-CLIENT-KEY    PIC X(9) OCCURS 9999 TIMES.

       77  WS-ACCOUNT-FOUND-IND    PIC X(1)            VALUE 'N'.
           88  WS-ACCOUNT-FOUND                        VALUE 'Y'.

       77  WS-BOOK-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-BOOK-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-BOOK-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-BOOK-INSERT          PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-BOOK-TABLE.
           03  WS-BK-ENTRY         OCCURS 5000 TIMES.
               05  WS-BK-CLIENT-KEY
                                   PIC X(9).
               05  WS-BK-FIRST-CHEQUE
                                   PIC 9(4).
               05  WS-BK-LAST-CHEQUE
                                   PIC 9(4).
               05  WS-BK-ISSUE-DATE
                                   PIC 9(8).
               05  WS-BK-STATUS    PIC X(1).
                   88  WS-BK-ACTIVE            VALUE 'A'.
                   88  WS-BK-CANCELLED         VALUE 'C'.
               05  WS-BK-PAID-MAP  PIC X(50).

       77  WS-BOOK-SIZE            PIC 9(5)            VALUE ZEROS.

       01  WS-AUDIT-LINE.
           03  WS-AU-FUNCTION      PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-AU-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-AU-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-AU-FIRST-CHEQUE  PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-AU-LAST-CHEQUE   PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-AU-RESULT        PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-AU-DETAIL        PIC X(38)           VALUE SPACES.

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
             UNTIL WS-FS-CHQTRAN   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-PROCESS-DATE  FROM SYSIN.

           IF  WS-PROCESS-DATE     NOT NUMERIC OR
               WS-PROCESS-DATE     EQUAL ZEROS
               DISPLAY ' PROCESSING DATE INVALID: ' WS-PROCESS-DATE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-ACCOUNTS.
           PERFORM 0103-00-LOAD-REGISTER.

           OPEN INPUT CHQTRAN.

           EVALUATE WS-FS-CHQTRAN
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CHEQUE-BOOK TRANSACTION FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CHQTRAN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CHQNEW
                       CHQRPT.

           IF  WS-FS-CHQNEW        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' CHQNEW: ' WS-FS-CHQNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-CHQTRAN.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-ACCOUNTS.

      *    ONLY THE KEYS OF THE CURRENT CLIENT MASTER ARE NEEDED; ITS
      *    HEADER AND TRAILER CONTROL RECORDS ARE SKIPPED.

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
                           IF  WS-ACCT-COUNT LESS 9999
                               ADD 1
                                   TO WS-ACCT-COUNT
                               MOVE FD-CLIENT-KEY
                                 TO WS-AC-CLIENT-KEY(WS-ACCT-COUNT)
                           ELSE
                               DISPLAY ' ACCOUNT TABLE FULL -'
                                       ' RUN ABORTED'
                               MOVE 12
                                   TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-ACCOUNTS'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CLIENTSO
             WHEN '35'
               DISPLAY ' CLIENT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-ACCOUNTS'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-REGISTER.

           OPEN INPUT CHQOLD.

           EVALUATE WS-FS-CHQOLD
             WHEN '00'
               PERFORM UNTIL WS-FS-CHQOLD EQUAL '10'
                   READ CHQOLD
                   EVALUATE WS-FS-CHQOLD
                     WHEN '00'
                       ADD 1       TO WS-READ-CHQOLD
                       IF  WS-BOOK-COUNT LESS 5000
                           ADD 1   TO WS-BOOK-COUNT
                           MOVE FD-CQ-CLIENT-KEY
                             TO WS-BK-CLIENT-KEY(WS-BOOK-COUNT)
                           MOVE FD-CQ-FIRST-CHEQUE
                             TO WS-BK-FIRST-CHEQUE(WS-BOOK-COUNT)
                           MOVE FD-CQ-LAST-CHEQUE
                             TO WS-BK-LAST-CHEQUE(WS-BOOK-COUNT)
                           MOVE FD-CQ-ISSUE-DATE
                             TO WS-BK-ISSUE-DATE(WS-BOOK-COUNT)
                           MOVE FD-CQ-STATUS
                             TO WS-BK-STATUS(WS-BOOK-COUNT)
                           MOVE FD-CQ-PAID-MAP
                             TO WS-BK-PAID-MAP(WS-BOOK-COUNT)
                       ELSE
                           DISPLAY ' CHEQUE-BOOK TABLE FULL -'
                                   ' RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-REGISTER'
                                    ' FILE STATUS: ' WS-FS-CHQOLD
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CHQOLD
             WHEN '35'
               DISPLAY ' CHEQUE-BOOK REGISTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-REGISTER'
                                    ' FILE STATUS: ' WS-FS-CHQOLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE FD-TR-FUNCTION     TO WS-TRAN-FUNCTION.
           MOVE SPACES             TO WS-AU-DETAIL.

           EVALUATE TRUE
             WHEN WS-TRAN-ISSUE
               PERFORM 0203-00-ISSUE-BOOK
             WHEN WS-TRAN-CANCEL
               PERFORM 0204-00-CANCEL-BOOK
             WHEN OTHER
               MOVE 'FUNCTION CODE INVALID'
                                   TO WS-AU-DETAIL
           END-EVALUATE.

           IF  WS-AU-DETAIL        EQUAL SPACES
               PERFORM 0211-00-AUDIT-ACCEPTED
           ELSE
               PERFORM 0212-00-AUDIT-REJECTED
           END-IF.

           PERFORM 0301-00-READ-CHQTRAN.

       0201-00-EXIT.
           EXIT.

       0202-00-FIND-ACCOUNT.

           MOVE 'N'                TO WS-ACCOUNT-FOUND-IND.

           PERFORM VARYING WS-ACCT-POS FROM 1 BY 1
             UNTIL WS-ACCT-POS     GREATER WS-ACCT-COUNT
                OR WS-ACCOUNT-FOUND
               IF  WS-AC-CLIENT-KEY(WS-ACCT-POS)
                                   EQUAL FD-TR-CLIENT-KEY
                   MOVE 'Y'        TO WS-ACCOUNT-FOUND-IND
               END-IF
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-ISSUE-BOOK.

           IF  FD-TR-FIRST-CHEQUE  NOT NUMERIC OR
               FD-TR-LAST-CHEQUE   NOT NUMERIC OR
               FD-TR-FIRST-CHEQUE  EQUAL ZEROS OR
               FD-TR-LAST-CHEQUE   LESS FD-TR-FIRST-CHEQUE
               MOVE 'CHEQUE NUMBER RANGE INVALID'
                                   TO WS-AU-DETAIL
               GO TO 0203-00-EXIT
           END-IF.

           COMPUTE WS-BOOK-SIZE =
               FD-TR-LAST-CHEQUE - FD-TR-FIRST-CHEQUE + 1.

           IF  WS-BOOK-SIZE        GREATER WS-MAX-BOOK-SIZE
               MOVE 'BOOK LARGER THAN 50 CHEQUES'
                                   TO WS-AU-DETAIL
               GO TO 0203-00-EXIT
           END-IF.

           PERFORM 0202-00-FIND-ACCOUNT.

           IF  NOT WS-ACCOUNT-FOUND
               MOVE 'ACCOUNT NOT ON CLIENT MASTER'
                                   TO WS-AU-DETAIL
               GO TO 0203-00-EXIT
           END-IF.

      *    A CHEQUE NUMBER IDENTIFIES ONE CHEQUE OF THE ACCOUNT FOR
      *    GOOD, SO NO BOOK MAY REUSE A NUMBER ALREADY ISSUED, EVEN
      *    FROM A CANCELLED BOOK.  THE INSERT POINT KEEPS THE
      *    REGISTER IN ACCOUNT / FIRST-CHEQUE SEQUENCE.

           MOVE ZEROS              TO WS-BOOK-FOUND.
           COMPUTE WS-BOOK-INSERT = WS-BOOK-COUNT + 1.

           PERFORM VARYING WS-BOOK-POS FROM 1 BY 1
             UNTIL WS-BOOK-POS     GREATER WS-BOOK-COUNT
               IF  WS-BK-CLIENT-KEY(WS-BOOK-POS)
                                   EQUAL FD-TR-CLIENT-KEY AND
                   WS-BK-FIRST-CHEQUE(WS-BOOK-POS)
                                   NOT GREATER FD-TR-LAST-CHEQUE AND
                   WS-BK-LAST-CHEQUE(WS-BOOK-POS)
                                   NOT LESS FD-TR-FIRST-CHEQUE
                   MOVE WS-BOOK-POS
                                   TO WS-BOOK-FOUND
               END-IF
               IF  WS-BOOK-INSERT  GREATER WS-BOOK-COUNT AND
                   (WS-BK-CLIENT-KEY(WS-BOOK-POS)
                                   GREATER FD-TR-CLIENT-KEY OR
                   (WS-BK-CLIENT-KEY(WS-BOOK-POS)
                                   EQUAL FD-TR-CLIENT-KEY AND
                    WS-BK-FIRST-CHEQUE(WS-BOOK-POS)
                                   GREATER FD-TR-FIRST-CHEQUE))
                   MOVE WS-BOOK-POS
                                   TO WS-BOOK-INSERT
               END-IF
           END-PERFORM.

           IF  WS-BOOK-FOUND       GREATER ZEROS
               MOVE 'RANGE OVERLAPS A BOOK ALREADY ISSUED'
                                   TO WS-AU-DETAIL
               GO TO 0203-00-EXIT
           END-IF.

           IF  WS-BOOK-COUNT       NOT LESS 5000
               DISPLAY ' CHEQUE-BOOK TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-BOOK-POS FROM WS-BOOK-COUNT BY -1
             UNTIL WS-BOOK-POS     LESS WS-BOOK-INSERT
               MOVE WS-BK-ENTRY(WS-BOOK-POS)
                                   TO WS-BK-ENTRY(WS-BOOK-POS + 1)
           END-PERFORM.

           ADD 1                   TO WS-BOOK-COUNT.

           MOVE FD-TR-CLIENT-KEY
                   TO WS-BK-CLIENT-KEY(WS-BOOK-INSERT).
           MOVE FD-TR-FIRST-CHEQUE
                   TO WS-BK-FIRST-CHEQUE(WS-BOOK-INSERT).
           MOVE FD-TR-LAST-CHEQUE
                   TO WS-BK-LAST-CHEQUE(WS-BOOK-INSERT).
           MOVE WS-PROCESS-DATE
                   TO WS-BK-ISSUE-DATE(WS-BOOK-INSERT).
           MOVE 'A'
                   TO WS-BK-STATUS(WS-BOOK-INSERT).
           MOVE SPACES
                   TO WS-BK-PAID-MAP(WS-BOOK-INSERT).

           ADD 1                   TO WS-COUNT-ISSUED.

       0203-00-EXIT.
           EXIT.

       0204-00-CANCEL-BOOK.

           MOVE ZEROS              TO WS-BOOK-FOUND.

           PERFORM VARYING WS-BOOK-POS FROM 1 BY 1
             UNTIL WS-BOOK-POS     GREATER WS-BOOK-COUNT
                OR WS-BOOK-FOUND   GREATER ZEROS
               IF  WS-BK-CLIENT-KEY(WS-BOOK-POS)
                                   EQUAL FD-TR-CLIENT-KEY AND
                   WS-BK-FIRST-CHEQUE(WS-BOOK-POS)
                                   EQUAL FD-TR-FIRST-CHEQUE
                   MOVE WS-BOOK-POS
                                   TO WS-BOOK-FOUND
               END-IF
           END-PERFORM.

           IF  WS-BOOK-FOUND       EQUAL ZEROS
               MOVE 'BOOK NOT ON REGISTER'
                                   TO WS-AU-DETAIL
               GO TO 0204-00-EXIT
           END-IF.

           IF  WS-BK-CANCELLED(WS-BOOK-FOUND)
               MOVE 'BOOK ALREADY CANCELLED'
                                   TO WS-AU-DETAIL
               GO TO 0204-00-EXIT
           END-IF.

           MOVE 'C'                TO WS-BK-STATUS(WS-BOOK-FOUND).
           MOVE WS-BK-LAST-CHEQUE(WS-BOOK-FOUND)
                                   TO FD-TR-LAST-CHEQUE.

           ADD 1                   TO WS-COUNT-CANCELLED.

       0204-00-EXIT.
           EXIT.

       0211-00-AUDIT-ACCEPTED.

           MOVE FD-TR-FUNCTION     TO WS-AU-FUNCTION.
           MOVE FD-TR-BRANCH       TO WS-AU-BRANCH.
           MOVE FD-TR-ACCOUNT      TO WS-AU-ACCOUNT.
           MOVE FD-TR-FIRST-CHEQUE TO WS-AU-FIRST-CHEQUE.
           MOVE FD-TR-LAST-CHEQUE  TO WS-AU-LAST-CHEQUE.
           MOVE 'ACCEPTED'         TO WS-AU-RESULT.

           IF  WS-TRAN-ISSUE
               MOVE 'BOOK ISSUED'  TO WS-AU-DETAIL
           ELSE
               MOVE 'BOOK CANCELLED'
                                   TO WS-AU-DETAIL
           END-IF.

           WRITE REG-CHQRPT        FROM WS-AUDIT-LINE.

       0211-00-EXIT.
           EXIT.

       0212-00-AUDIT-REJECTED.

           MOVE FD-TR-FUNCTION     TO WS-AU-FUNCTION.
           MOVE FD-TR-BRANCH       TO WS-AU-BRANCH.
           MOVE FD-TR-ACCOUNT      TO WS-AU-ACCOUNT.
           MOVE FD-TR-FIRST-CHEQUE TO WS-AU-FIRST-CHEQUE.
           MOVE FD-TR-LAST-CHEQUE  TO WS-AU-LAST-CHEQUE.
           MOVE 'REJECTED'         TO WS-AU-RESULT.

           WRITE REG-CHQRPT        FROM WS-AUDIT-LINE.

           ADD 1                   TO WS-COUNT-REJECTED.

       0212-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CHQTRAN.

           READ CHQTRAN.

           EVALUATE WS-FS-CHQTRAN
             WHEN '00'
               ADD 1               TO WS-READ-CHQTRAN
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CHQTRAN'
                                    ' FILE STATUS: ' WS-FS-CHQTRAN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-WRITE-BOOK
             VARYING WS-BOOK-POS FROM 1 BY 1
             UNTIL WS-BOOK-POS     GREATER WS-BOOK-COUNT.

           CLOSE CHQTRAN
                 CHQNEW
                 CHQRPT.

      *    A REJECTED TRANSACTION NEEDS THE BRANCH TO RESUBMIT IT.
           IF  WS-COUNT-REJECTED   GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CLIENTSO   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  ACCOUNTS: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-CHQOLD     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  BOOKS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-CHQTRAN    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  TRANS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-ISSUED    TO WS-FMT-AMOUNT
           DISPLAY '*  BOOKS ISSUED..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-CANCELLED TO WS-FMT-AMOUNT
           DISPLAY '*  BOOKS CANCELED: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-CHQNEW    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE BOOKS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-WRITE-BOOK.

           MOVE SPACES             TO REG-CHQNEW.
           MOVE WS-BK-CLIENT-KEY(WS-BOOK-POS)
                                   TO FD-CN-CLIENT-KEY.
           MOVE WS-BK-FIRST-CHEQUE(WS-BOOK-POS)
                                   TO FD-CN-FIRST-CHEQUE.
           MOVE WS-BK-LAST-CHEQUE(WS-BOOK-POS)
                                   TO FD-CN-LAST-CHEQUE.
           MOVE WS-BK-ISSUE-DATE(WS-BOOK-POS)
                                   TO FD-CN-ISSUE-DATE.
           MOVE WS-BK-STATUS(WS-BOOK-POS)
                                   TO FD-CN-STATUS.
           MOVE WS-BK-PAID-MAP(WS-BOOK-POS)
                                   TO FD-CN-PAID-MAP.

           WRITE REG-CHQNEW.

           EVALUATE WS-FS-CHQNEW
             WHEN '00'
               ADD 1               TO WS-WRITE-CHQNEW
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0902-00-WRITE-BOOK'
                                    ' FILE STATUS: ' WS-FS-CHQNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0902-00-EXIT.
           EXIT.
