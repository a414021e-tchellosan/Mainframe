      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62620.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62620                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : RELEASE THE PAYROLL PAYMENT FILES INTO THE   *
      *                   NIGHTLY RELEASES MERGE ON THEIR PAY DATE     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   FOUR PAYMENT INTERFACES IN THE RELEASES LAYOUT, EACH WITH    *
      *   ITS OWN HDR*/TRL* CONTROLS:                                  *
      *     PAYMONTH - MONTHLY PAYROLL        (EAD62560)               *
      *     PAYBONUS - THIRTEENTH / BONUS     (EAD62599)               *
      *     PAYFINAL - TERMINATION FINAL PAY  (EAD62601)               *
      *     PAYEXPN  - EXPENSE REIMBURSEMENTS (EAD62667)               *
      *   AN EMPTY FILE MEANS NOTHING WAS PRODUCED SINCE THE LAST      *
      *   PAYDAY.  A FILE WHOSE HEADER (PAY) DATE IS STILL AHEAD OF    *
      *   THE BUSINESS DATE IS HELD FOR A LATER CYCLE (RC=4).  A DUE   *
      *   FILE MUST COME FROM THE EXPECTED PROGRAM AND ITS TRAILER     *
      *   COUNT AND HASH MUST AGREE WITH THE DATA, OTHERWISE THE RUN   *
      *   STOPS WITH RC=12 BEFORE THE MERGE; THE SAME CHECKS AS        *
      *   EAD62539 MAKES ON THE DAILY FEED.  THE DATA RECORDS OF THE   *
      *   DUE FILES ARE COPIED, WITHOUT CONTROLS, TO PAYREL.           *
      *                                                                *
      *   THE FILES ARE NOT EMPTIED HERE: EAD62621 CONSUMES THEM       *
      *   AFTER THE BALANCE LINE, ONCE THE PAID-CONFIRMATION REPORT    *
      *   HAS BEEN PRODUCED.                                           *
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

           SELECT PAYMONTH         ASSIGN TO DA-S-PAYMONTH
               FILE STATUS         IS WS-FS-PAYMONTH.

           SELECT PAYBONUS         ASSIGN TO DA-S-PAYBONUS
               FILE STATUS         IS WS-FS-PAYBONUS.

           SELECT PAYFINAL         ASSIGN TO DA-S-PAYFINAL
               FILE STATUS         IS WS-FS-PAYFINAL.

           SELECT PAYEXPN          ASSIGN TO DA-S-PAYEXPN
               FILE STATUS         IS WS-FS-PAYEXPN.

           SELECT PAYREL           ASSIGN TO DA-S-PAYREL
               FILE STATUS         IS WS-FS-PAYREL.

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  PAYMONTH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYMONTH            PIC X(50).

       FD  PAYBONUS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYBONUS            PIC X(50).

       FD  PAYFINAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYFINAL            PIC X(50).

       FD  PAYEXPN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYEXPN             PIC X(50).

       FD  PAYREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PAYREL              PIC X(50).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62620'.

       77  WS-FS-PAYMONTH          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYBONUS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYFINAL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYEXPN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYREL            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.

      *    STATUS OF WHICHEVER PAYMENT FILE IS BEING PROCESSED
       77  WS-FS-PAYMENT           PIC X(2)            VALUE ZEROS.

       77  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.

       77  WS-SOURCE-POS           PIC 9(1)            VALUE ZEROS.

       01  WS-SOURCE-NAMES.
           03  FILLER              PIC X(16)           VALUE
           'PAYMONTHEAD62560'.
           03  FILLER              PIC X(16)           VALUE
           'PAYBONUSEAD62599'.
           03  FILLER              PIC X(16)           VALUE
           'PAYFINALEAD62601'.
           03  FILLER              PIC X(16)           VALUE
           'PAYEXPN EAD62667'.
       01  FILLER                      REDEFINES WS-SOURCE-NAMES.
           03  WS-SN-ENTRY         OCCURS 4 TIMES.
               05  WS-SN-DDNAME    PIC X(8).
               05  WS-SN-PROGRAM   PIC X(8).

       01  WS-PAY-RECORD.
           03  WS-PR-RELEASE-KEY.
               05  WS-PR-BRANCH    PIC X(4).
               05  WS-PR-ACCOUNT   PIC 9(5).
           03  WS-PR-DOC-NUMBER    PIC 9(4).
           03  WS-PR-RELEASE-TYPE  PIC A(1).
           03  WS-PR-RELEASE-VALUE PIC 9(6)V9(2).
           03  WS-PR-COUNTERPARTY  PIC X(9).
           03  WS-PR-POSTING-DATE  PIC 9(8).
           03  WS-PR-VALUE-DATE    PIC 9(8).
           03  WS-PR-CURRENCY      PIC X(3).

       01  WS-PAY-CONTROL              REDEFINES WS-PAY-RECORD.
           03  WS-PC-CTL-ID        PIC X(4).
               88  WS-PC-CTL-HEADER                    VALUE 'HDR*'.
               88  WS-PC-CTL-TRAILER                   VALUE 'TRL*'.
           03  WS-PC-CTL-DATA      PIC X(46).
           03  FILLER                  REDEFINES WS-PC-CTL-DATA.
               05  WS-PC-HDR-DATE  PIC 9(8).
               05  WS-PC-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(30).
           03  FILLER                  REDEFINES WS-PC-CTL-DATA.
               05  WS-PC-TRL-COUNT PIC 9(9).
               05  WS-PC-TRL-HASH  PIC 9(11)V9(2).
               05  FILLER          PIC X(24).

       77  WS-FILE-COUNT           PIC 9(9)            VALUE ZEROS.
       77  WS-FILE-HASH            PIC 9(11)V9(2)      VALUE ZEROS.

       77  WS-TRAILER-SEEN-IND     PIC X(1)            VALUE 'N'.
           88  WS-TRAILER-SEEN                         VALUE 'Y'.

       77  WS-COUNT-RELEASED       PIC 9(1)            VALUE ZEROS.
       77  WS-COUNT-HELD           PIC 9(1)            VALUE ZEROS.
       77  WS-COUNT-EMPTY          PIC 9(1)            VALUE ZEROS.
       77  WS-WRITE-PAYREL         PIC 9(5)            VALUE ZEROS.
       77  WS-TOTAL-RELEASED       PIC 9(11)V9(2)      VALUE ZEROS.

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
             VARYING WS-SOURCE-POS FROM 1 BY 1
             UNTIL WS-SOURCE-POS   GREATER 4.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-READ-CYCLECTL.

           OPEN OUTPUT PAYREL.

           IF  WS-FS-PAYREL        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-PAYREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

      *    THE PAY DATE IS COMPARED WITH THE BUSINESS DATE OF THE
      *    OPEN CYCLE, LIKE EVERY PIPELINE STEP.

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

       0102-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM 0202-00-OPEN-PAYMENT.
           PERFORM 0301-00-READ-PAYMENT.

           EVALUATE TRUE
             WHEN WS-FS-PAYMENT    EQUAL '10'
               ADD 1               TO WS-COUNT-EMPTY
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ': NO PAYMENT FILE PENDING'

             WHEN NOT WS-PC-CTL-HEADER
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ': HEADER RECORD MISSING'
               MOVE 12             TO RETURN-CODE
               STOP RUN

             WHEN WS-PC-HDR-SOURCE NOT EQUAL
                                   WS-SN-PROGRAM(WS-SOURCE-POS)
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ': FILE WRITTEN BY ' WS-PC-HDR-SOURCE
                       ' - EXPECTED ' WS-SN-PROGRAM(WS-SOURCE-POS)
               MOVE 12             TO RETURN-CODE
               STOP RUN

             WHEN WS-PC-HDR-DATE   GREATER WS-BUSINESS-DATE
               ADD 1               TO WS-COUNT-HELD
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ': PAY DATE ' WS-PC-HDR-DATE
                       ' NOT YET DUE - HELD'

             WHEN OTHER
               ADD 1               TO WS-COUNT-RELEASED
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ': PAY DATE ' WS-PC-HDR-DATE
                       ' RELEASED'
               PERFORM 0203-00-RELEASE-PAYMENT
           END-EVALUATE.

           PERFORM 0205-00-CLOSE-PAYMENT.

       0201-00-EXIT.
           EXIT.

       0202-00-OPEN-PAYMENT.

           EVALUATE WS-SOURCE-POS
             WHEN 1
               OPEN INPUT PAYMONTH
               MOVE WS-FS-PAYMONTH TO WS-FS-PAYMENT
             WHEN 2
               OPEN INPUT PAYBONUS
               MOVE WS-FS-PAYBONUS TO WS-FS-PAYMENT
             WHEN 3
               OPEN INPUT PAYFINAL
               MOVE WS-FS-PAYFINAL TO WS-FS-PAYMENT
             WHEN 4
               OPEN INPUT PAYEXPN
               MOVE WS-FS-PAYEXPN  TO WS-FS-PAYMENT
           END-EVALUATE.

           EVALUATE WS-FS-PAYMENT
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ' PAYMENT FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-OPEN-PAYMENT'
                                    ' FILE STATUS: ' WS-FS-PAYMENT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-RELEASE-PAYMENT.

           MOVE ZEROS              TO WS-FILE-COUNT
                                      WS-FILE-HASH.
           MOVE 'N'                TO WS-TRAILER-SEEN-IND.

           PERFORM 0301-00-READ-PAYMENT.

           PERFORM UNTIL WS-FS-PAYMENT EQUAL '10'
                      OR WS-TRAILER-SEEN
               IF  WS-PC-CTL-TRAILER
                   SET WS-TRAILER-SEEN
                                   TO TRUE
                   PERFORM 0204-00-VERIFY-TRAILER
               ELSE
                   ADD 1           TO WS-FILE-COUNT
                   IF  WS-PR-RELEASE-VALUE
                                   IS NUMERIC
                       ADD WS-PR-RELEASE-VALUE
                                   TO WS-FILE-HASH
                   END-IF
                   WRITE REG-PAYREL
                                   FROM WS-PAY-RECORD
                   IF  WS-FS-PAYREL
                                   NOT EQUAL '00'
                       DISPLAY ' ERROR FOUND IN'
                               ' 0203-00-RELEASE-PAYMENT'
                               ' FILE STATUS: ' WS-FS-PAYREL
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1           TO WS-WRITE-PAYREL
                   PERFORM 0301-00-READ-PAYMENT
               END-IF
           END-PERFORM.

           IF  NOT WS-TRAILER-SEEN
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ': TRAILER RECORD MISSING -'
                       ' FILE MAY BE TRUNCATED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD WS-FILE-HASH        TO WS-TOTAL-RELEASED.

       0203-00-EXIT.
           EXIT.

       0204-00-VERIFY-TRAILER.

           IF  WS-PC-TRL-COUNT     NOT EQUAL WS-FILE-COUNT
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ': RECORD COUNT MISMATCH -'
                       ' TRAILER: ' WS-PC-TRL-COUNT
                       ' READ: '    WS-FILE-COUNT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-PC-TRL-HASH      NOT EQUAL WS-FILE-HASH
               DISPLAY ' ' WS-SN-DDNAME(WS-SOURCE-POS)
                       ': HASH TOTAL MISMATCH -'
                       ' FILE MAY BE CORRUPTED OR TRUNCATED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-CLOSE-PAYMENT.

           EVALUATE WS-SOURCE-POS
             WHEN 1
               CLOSE PAYMONTH
             WHEN 2
               CLOSE PAYBONUS
             WHEN 3
               CLOSE PAYFINAL
             WHEN 4
               CLOSE PAYEXPN
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-PAYMENT.

           EVALUATE WS-SOURCE-POS
             WHEN 1
               READ PAYMONTH       INTO WS-PAY-RECORD
               MOVE WS-FS-PAYMONTH TO WS-FS-PAYMENT
             WHEN 2
               READ PAYBONUS       INTO WS-PAY-RECORD
               MOVE WS-FS-PAYBONUS TO WS-FS-PAYMENT
             WHEN 3
               READ PAYFINAL       INTO WS-PAY-RECORD
               MOVE WS-FS-PAYFINAL TO WS-FS-PAYMENT
             WHEN 4
               READ PAYEXPN        INTO WS-PAY-RECORD
               MOVE WS-FS-PAYEXPN  TO WS-FS-PAYMENT
           END-EVALUATE.

           EVALUATE WS-FS-PAYMENT
             WHEN '00'
               CONTINUE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-PAYMENT'
                                    ' FILE STATUS: ' WS-FS-PAYMENT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE PAYREL.

      *    A PAYMENT FILE WAITING FOR ITS PAY DATE IS A WARNING ONLY.
           IF  WS-COUNT-HELD       GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-RELEASED  TO WS-FMT-AMOUNT
           DISPLAY '*  FILES RELEASED: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-HELD      TO WS-FMT-AMOUNT
           DISPLAY '*  FILES HELD....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-EMPTY     TO WS-FMT-AMOUNT
           DISPLAY '*  FILES EMPTY...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-PAYREL    TO WS-FMT-AMOUNT
           DISPLAY '*  CREDITS.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-RELEASED  TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL VALUE...: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
