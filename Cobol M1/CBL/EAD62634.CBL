      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62634.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62634                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : ONE-TIME CONVERSION OF THE CUSTOMER          *
      *                   INFORMATION MASTER TO THE 152-BYTE LAYOUT    *
      *                   WITH RISK RATING AND LAST REVIEW DATE        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY 143-BYTE CIF RECORD IS COPIED UNCHANGED AND EXTENDED   *
      *   WITH THE DEFAULT RISK RATING AND THE ASSUMED LAST REVIEW     *
      *   DATE GIVEN ON SYSIN.  COMPLIANCE THEN RE-RATES THE HIGH      *
      *   RISK CUSTOMERS THROUGH U OR R TRANSACTIONS (EAD62579).       *
      *                                                                *
      *   SYSIN: DEFAULT RISK RATING (H/M/L) AND THE LAST REVIEW       *
      *   DATE (YYYYMMDD) TO STAMP, E.G. M20261015.                    *
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

           SELECT CIFOLD           ASSIGN TO DA-S-CIFOLD
               FILE STATUS         IS WS-FS-CIFOLD.

           SELECT CIFNEW           ASSIGN TO DA-S-CIFNEW
               FILE STATUS         IS WS-FS-CIFNEW.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CIFOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CIFOLD.
           03  FD-CO-CLIENT-KEY.
               05  FD-CO-BRANCH    PIC X(4).
               05  FD-CO-ACCOUNT   PIC 9(5).
           03  FD-CO-FULL-NAME     PIC X(40).
           03  FD-CO-STREET        PIC X(30).
           03  FD-CO-CITY          PIC X(20).
           03  FD-CO-STATE         PIC X(2).
           03  FD-CO-POSTAL-CODE   PIC X(8).
           03  FD-CO-TAX-ID        PIC 9(11).
           03  FD-CO-BIRTH-DATE    PIC 9(8).
           03  FD-CO-PHONE         PIC X(15).

       FD  CIFNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CIFNEW.
           03  FD-CN-BASE          PIC X(143).
           03  FD-CN-RISK-RATING   PIC X(1).
           03  FD-CN-LAST-REVIEW   PIC 9(8).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62634'.

       77  WS-FS-CIFOLD            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CIFNEW            PIC X(2)            VALUE ZEROS.

       01  WS-PARM.
           03  WS-PARM-RATING      PIC X(1)            VALUE SPACES.
               88  WS-PARM-RATING-VALID        VALUE 'H' 'M' 'L'.
           03  WS-PARM-REVIEW      PIC 9(8)            VALUE ZEROS.

       77  WS-READ-CIFOLD          PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-CIFNEW         PIC 9(6)            VALUE ZEROS.

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
             UNTIL WS-FS-CIFOLD    EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-PARM          FROM SYSIN.

           IF  NOT WS-PARM-RATING-VALID OR
               WS-PARM-REVIEW      NOT NUMERIC OR
               WS-PARM-REVIEW      EQUAL ZEROS
               DISPLAY ' CONVERSION PARAMETER INVALID: ' WS-PARM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CIFOLD.

           IF  WS-FS-CIFOLD        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CIFOLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CIFNEW.

           IF  WS-FS-CIFNEW        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CIFNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-CIFOLD.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE REG-CIFOLD         TO FD-CN-BASE.
           MOVE WS-PARM-RATING     TO FD-CN-RISK-RATING.
           MOVE WS-PARM-REVIEW     TO FD-CN-LAST-REVIEW.

           WRITE REG-CIFNEW.

           EVALUATE WS-FS-CIFNEW
             WHEN '00'
               ADD 1               TO WS-WRITE-CIFNEW
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0201-00-CENTRAL-PROCESSING'
                                    ' FILE STATUS: ' WS-FS-CIFNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0301-00-READ-CIFOLD.

       0201-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CIFOLD.

           READ CIFOLD.

           EVALUATE WS-FS-CIFOLD
             WHEN '00'
               ADD 1               TO WS-READ-CIFOLD
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CIFOLD'
                                    ' FILE STATUS: ' WS-FS-CIFOLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE CIFOLD
                 CIFNEW.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CIFOLD     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CIF (OLD).....: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-WRITE-CIFNEW    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE CIF (NEW).....: ' WS-FMT-AMOUNT
                                          '               *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
