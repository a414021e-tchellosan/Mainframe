      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62619.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62619                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : RECORD THE OUTCOME OF THE LOAN INSTALLMENT   *
      *                   DEBITS GENERATED BY EAD62618                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUNS AFTER EAD62510 HAS POSTED THE NIGHT'S RELEASES.  EACH   *
      *   INSTALLMENT ON LOANDUE IS MATCHED BY ACCOUNT AND DOCUMENT    *
      *   NUMBER AGAINST THE REJECTED AND DUPLICATE RELEASE FILES:     *
      *                                                                *
      *     REJECTED   -> MISSED INSTALLMENT FILE, WITH THE REASON     *
      *     NO ACCOUNT -> MISSED INSTALLMENT FILE, NO LINKED ACCOUNT   *
      *     DUPLICATE  -> IGNORED (ALREADY POSTED BY AN EARLIER RUN)   *
      *     OTHERWISE  -> APPENDED TO THE LOAN PAYMENT FILE READ BY    *
      *                   EAD62594, SO THE PORTFOLIO REPORT SHOWS IT   *
      *                   AS PAID WITHOUT A MANUAL ENTRY               *
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

           SELECT LOANDUE          ASSIGN TO DA-S-LOANDUE
               FILE STATUS         IS WS-FS-LOANDUE.

           SELECT REJECTED         ASSIGN TO DA-S-REJECTED
               FILE STATUS         IS WS-FS-REJECTED.

           SELECT DUPLICS          ASSIGN TO DA-S-DUPLICS
               FILE STATUS         IS WS-FS-DUPLICS.

           SELECT LOANPAY          ASSIGN TO DA-S-LOANPAY
               FILE STATUS         IS WS-FS-LOANPAY.

           SELECT MISSED           ASSIGN TO DA-S-MISSED
               FILE STATUS         IS WS-FS-MISSED.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  LOANDUE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LOANDUE.
           03  FD-LD-KEY.
               05  FD-LD-BRANCH    PIC X(4).
               05  FD-LD-ACCOUNT   PIC X(5).
           03  FD-LD-DOC-NUMBER    PIC 9(4).
           03  FD-LD-CONTRACT      PIC 9(6).
           03  FD-LD-MONTH         PIC 9(3).
           03  FD-LD-DUE-DATE      PIC 9(8).
           03  FD-LD-AMOUNT        PIC 9(6)V9(2).

       FD  REJECTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-REJECTED.
           03  FD-REJ-KEY.
               05  FD-REJ-BRANCH   PIC X(4).
               05  FD-REJ-ACCOUNT  PIC 9(5).
           03  FD-REJ-DOC-NUMBER   PIC 9(4).
           03  FD-REJ-REASON-CODE  PIC 9(2).
           03  FD-REJ-REASON-DESC  PIC X(30).
           03  FD-REJ-ORIG-VALUE   PIC 9(6)V9(2).
           03  FD-REJ-CURRENCY     PIC X(3).
           03  FD-REJ-RATE         PIC 9(3)V9(6).

       FD  DUPLICS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DUPLICS.
           03  FD-DU-KEY.
               05  FD-DU-BRANCH    PIC X(4).
               05  FD-DU-ACCOUNT   PIC 9(5).
           03  FD-DU-DOC-NUMBER    PIC 9(4).
           03  FD-DU-REASON-CODE   PIC 9(2).
           03  FD-DU-REASON-DESC   PIC X(30).
           03  FD-DU-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-DU-CURRENCY      PIC X(3).
           03  FD-DU-RATE          PIC 9(3)V9(6).

       FD  LOANPAY
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LOANPAY.
           03  FD-LP-CONTRACT      PIC 9(6).
           03  FD-LP-DATE          PIC 9(8).
           03  FD-LP-AMOUNT        PIC 9(7)V9(2).

       FD  MISSED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MISSED.
           03  FD-MI-CONTRACT      PIC 9(6).
           03  FD-MI-MONTH         PIC 9(3).
           03  FD-MI-DUE-DATE      PIC 9(8).
           03  FD-MI-KEY           PIC X(9).
           03  FD-MI-AMOUNT        PIC 9(6)V9(2).
           03  FD-MI-REASON-CODE   PIC 9(2).
           03  FD-MI-REASON-DESC   PIC X(30).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62619'.

       77  WS-FS-LOANDUE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-REJECTED          PIC X(2)            VALUE ZEROS.
       77  WS-FS-DUPLICS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-LOANPAY           PIC X(2)            VALUE ZEROS.
       77  WS-FS-MISSED            PIC X(2)            VALUE ZEROS.

       77  WS-READ-LOANDUE         PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-LOANPAY        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-MISSED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-DUPLICATE      PIC 9(5)            VALUE ZEROS.

       77  WS-TOTAL-PAID           PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-MISSED         PIC 9(9)V9(2)       VALUE ZEROS.

      *    ONLY THE INSTALLMENT DOCUMENT RANGE OF EAD62618 IS KEPT.
       77  WS-DOC-LOW              PIC 9(4)            VALUE 6001.
       77  WS-DOC-HIGH             PIC 9(4)            VALUE 6500.

       77  WS-OUT-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OUT-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OUT-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-OUTCOME-TABLE.
           03  WS-OT-ENTRY         OCCURS 1000 TIMES.
               05  WS-OT-KEY       PIC X(9).
               05  WS-OT-DOC       PIC 9(4).
               05  WS-OT-KIND      PIC X(1).
                   88  WS-OT-REJECTED          VALUE 'R'.
                   88  WS-OT-DUPLICATE         VALUE 'D'.
               05  WS-OT-REASON-CODE
                                   PIC 9(2).
               05  WS-OT-REASON-DESC
                                   PIC X(30).

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
             UNTIL WS-FS-LOANDUE   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-LOAD-REJECTED.
           PERFORM 0103-00-LOAD-DUPLICS.

           OPEN INPUT LOANDUE.

           EVALUATE WS-FS-LOANDUE
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' INSTALLMENT CONTROL FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-LOANDUE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN EXTEND LOANPAY.

           IF  WS-FS-LOANPAY       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-LOANPAY
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MISSED.

           IF  WS-FS-MISSED        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-MISSED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-LOANDUE.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-REJECTED.

           OPEN INPUT REJECTED.

           EVALUATE WS-FS-REJECTED
             WHEN '00'
               PERFORM UNTIL WS-FS-REJECTED EQUAL '10'
                   READ REJECTED
                   EVALUATE WS-FS-REJECTED
                     WHEN '00'
                       IF  FD-REJ-DOC-NUMBER NOT LESS WS-DOC-LOW AND
                           FD-REJ-DOC-NUMBER NOT GREATER WS-DOC-HIGH
                           PERFORM 0104-00-ADD-OUTCOME
                           MOVE FD-REJ-KEY
                               TO WS-OT-KEY(WS-OUT-COUNT)
                           MOVE FD-REJ-DOC-NUMBER
                               TO WS-OT-DOC(WS-OUT-COUNT)
                           MOVE 'R'
                               TO WS-OT-KIND(WS-OUT-COUNT)
                           MOVE FD-REJ-REASON-CODE
                               TO WS-OT-REASON-CODE(WS-OUT-COUNT)
                           MOVE FD-REJ-REASON-DESC
                               TO WS-OT-REASON-DESC(WS-OUT-COUNT)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-REJECTED'
                                    ' FILE STATUS: ' WS-FS-REJECTED
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE REJECTED
             WHEN '35'
               DISPLAY ' REJECTED RELEASES FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-REJECTED'
                                    ' FILE STATUS: ' WS-FS-REJECTED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-DUPLICS.

           OPEN INPUT DUPLICS.

           EVALUATE WS-FS-DUPLICS
             WHEN '00'
               PERFORM UNTIL WS-FS-DUPLICS EQUAL '10'
                   READ DUPLICS
                   EVALUATE WS-FS-DUPLICS
                     WHEN '00'
                       IF  FD-DU-DOC-NUMBER NOT LESS WS-DOC-LOW AND
                           FD-DU-DOC-NUMBER NOT GREATER WS-DOC-HIGH
                           PERFORM 0104-00-ADD-OUTCOME
                           MOVE FD-DU-KEY
                               TO WS-OT-KEY(WS-OUT-COUNT)
                           MOVE FD-DU-DOC-NUMBER
                               TO WS-OT-DOC(WS-OUT-COUNT)
                           MOVE 'D'
                               TO WS-OT-KIND(WS-OUT-COUNT)
                           MOVE FD-DU-REASON-CODE
                               TO WS-OT-REASON-CODE(WS-OUT-COUNT)
                           MOVE FD-DU-REASON-DESC
                               TO WS-OT-REASON-DESC(WS-OUT-COUNT)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-DUPLICS'
                                    ' FILE STATUS: ' WS-FS-DUPLICS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE DUPLICS
             WHEN '35'
               DISPLAY ' DUPLICATE RELEASES FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-DUPLICS'
                                    ' FILE STATUS: ' WS-FS-DUPLICS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-ADD-OUTCOME.

           IF  WS-OUT-COUNT        LESS 1000
               ADD 1               TO WS-OUT-COUNT
           ELSE
               DISPLAY ' OUTCOME TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0104-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           IF  FD-LD-KEY           EQUAL SPACES
               MOVE ZEROS          TO FD-MI-REASON-CODE
               MOVE 'NO LINKED ACCOUNT'
                                   TO FD-MI-REASON-DESC
               PERFORM 0203-00-WRITE-MISSED
           ELSE
               PERFORM 0202-00-FIND-OUTCOME
               IF  WS-OUT-FOUND    EQUAL ZEROS
                   PERFORM 0204-00-WRITE-LOANPAY
               ELSE
                   IF  WS-OT-DUPLICATE(WS-OUT-FOUND)
                       ADD 1       TO WS-COUNT-DUPLICATE
                   ELSE
                       MOVE WS-OT-REASON-CODE(WS-OUT-FOUND)
                                   TO FD-MI-REASON-CODE
                       MOVE WS-OT-REASON-DESC(WS-OUT-FOUND)
                                   TO FD-MI-REASON-DESC
                       PERFORM 0203-00-WRITE-MISSED
                   END-IF
               END-IF
           END-IF.

           PERFORM 0301-00-READ-LOANDUE.

       0201-00-EXIT.
           EXIT.

       0202-00-FIND-OUTCOME.

           MOVE ZEROS              TO WS-OUT-FOUND.

           PERFORM VARYING WS-OUT-POS FROM 1 BY 1
             UNTIL WS-OUT-POS      GREATER WS-OUT-COUNT
                OR WS-OUT-FOUND    GREATER ZEROS
               IF  WS-OT-KEY(WS-OUT-POS)
                                   EQUAL FD-LD-KEY        AND
                   WS-OT-DOC(WS-OUT-POS)
                                   EQUAL FD-LD-DOC-NUMBER
                   MOVE WS-OUT-POS TO WS-OUT-FOUND
               END-IF
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-MISSED.

           MOVE FD-LD-CONTRACT     TO FD-MI-CONTRACT.
           MOVE FD-LD-MONTH        TO FD-MI-MONTH.
           MOVE FD-LD-DUE-DATE     TO FD-MI-DUE-DATE.
           MOVE FD-LD-KEY          TO FD-MI-KEY.
           MOVE FD-LD-AMOUNT       TO FD-MI-AMOUNT.

           WRITE REG-MISSED.

           EVALUATE WS-FS-MISSED
             WHEN '00'
               ADD 1               TO WS-WRITE-MISSED
               ADD FD-LD-AMOUNT    TO WS-TOTAL-MISSED
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0203-00-WRITE-MISSED'
                                    ' FILE STATUS: ' WS-FS-MISSED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-LOANPAY.

           MOVE FD-LD-CONTRACT     TO FD-LP-CONTRACT.
           MOVE FD-LD-DUE-DATE     TO FD-LP-DATE.
           MOVE FD-LD-AMOUNT       TO FD-LP-AMOUNT.

           WRITE REG-LOANPAY.

           EVALUATE WS-FS-LOANPAY
             WHEN '00'
               ADD 1               TO WS-WRITE-LOANPAY
               ADD FD-LD-AMOUNT    TO WS-TOTAL-PAID
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-WRITE-LOANPAY'
                                    ' FILE STATUS: ' WS-FS-LOANPAY
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-LOANDUE.

           READ LOANDUE.

           EVALUATE WS-FS-LOANDUE
             WHEN '00'
               ADD 1               TO WS-READ-LOANDUE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-LOANDUE'
                                    ' FILE STATUS: ' WS-FS-LOANDUE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE LOANDUE
                 LOANPAY
                 MISSED.

      *    A MISSED INSTALLMENT LEAVES A WARNING FOR THE LOAN DESK.
           IF  WS-WRITE-MISSED     GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-LOANDUE    TO WS-FMT-AMOUNT
           DISPLAY '*  INSTALLMENTS..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-LOANPAY   TO WS-FMT-AMOUNT
           DISPLAY '*  PAID..........: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-MISSED    TO WS-FMT-AMOUNT
           DISPLAY '*  MISSED........: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-DUPLICATE TO WS-FMT-AMOUNT
           DISPLAY '*  ALREADY POSTED: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-PAID      TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL PAID....: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-MISSED    TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL MISSED..: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
