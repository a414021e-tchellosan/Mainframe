      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62621.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62621                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : PAYROLL PAID-CONFIRMATION REPORT FOR HR      *
      *                   AFTER THE NIGHTLY BALANCE LINE               *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   FOR EVERY PAYMENT FILE EAD62620 RELEASED THIS CYCLE (HEADER  *
      *   PAY DATE NOT AFTER THE BUSINESS DATE) EACH CREDIT IS         *
      *   MATCHED TO ITS EMPLOYEE ON VS001 BY BANK BRANCH/ACCOUNT AND  *
      *   TO THE NIGHT'S EAD62510 REJECTIONS AND EAD62534 DUPLICATES   *
      *   BY ACCOUNT AND DOCUMENT NUMBER:                              *
      *     PAID        - POSTED BY THE BALANCE LINE                   *
      *     REJECTED    - WITH THE BALANCE LINE REASON                 *
      *     NOT POSTED  - DOCUMENT ALREADY ON THE POSTED REGISTRY      *
      *   WHEN THE MONTHLY PAYROLL WAS RELEASED, EVERY ACTIVE          *
      *   EMPLOYEE WITH NO CREDIT ON IT IS LISTED TOO (HELD BACK BY    *
      *   EAD62560 FOR A BAD ACCOUNT, NO TIMESHEET OR AN OVERSIZED     *
      *   NET PAY - SEE THE PAYROLL REGISTER).  RC=4 WHEN ANYONE WAS   *
      *   NOT PAID.                                                    *
      *                                                                *
      *   THE REPORTED FILES ARE THEN EMPTIED SO THEY CANNOT BE        *
      *   RELEASED AGAIN; A FILE STILL WAITING FOR ITS PAY DATE IS     *
      *   LEFT UNTOUCHED.                                              *
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

           SELECT VS001            ASSIGN TO VS001
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-VS001-KEY
               FILE STATUS         IS WS-FS-VS001.

           SELECT PAYMONTH         ASSIGN TO DA-S-PAYMONTH
               FILE STATUS         IS WS-FS-PAYMONTH.

           SELECT PAYBONUS         ASSIGN TO DA-S-PAYBONUS
               FILE STATUS         IS WS-FS-PAYBONUS.

           SELECT PAYFINAL         ASSIGN TO DA-S-PAYFINAL
               FILE STATUS         IS WS-FS-PAYFINAL.

           SELECT PAYEXPN          ASSIGN TO DA-S-PAYEXPN
               FILE STATUS         IS WS-FS-PAYEXPN.

           SELECT REJECTED         ASSIGN TO DA-S-REJECTED
               FILE STATUS         IS WS-FS-REJECTED.

           SELECT DUPLICS          ASSIGN TO DA-S-DUPLICS
               FILE STATUS         IS WS-FS-DUPLICS.

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT CONFIRM-RPT      ASSIGN TO DA-S-CONFIRM.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  VS001.

           COPY REGVS001.

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

       FD  REJECTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-REJECTED.
           03  FD-REJ-KEY          PIC X(9).
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
           03  FD-DU-KEY           PIC X(9).
           03  FD-DU-DOC-NUMBER    PIC 9(4).
           03  FD-DU-REASON-CODE   PIC 9(2).
           03  FD-DU-REASON-DESC   PIC X(30).
           03  FD-DU-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-DU-CURRENCY      PIC X(3).
           03  FD-DU-RATE          PIC 9(3)V9(6).

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

       FD  CONFIRM-RPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CONFIRM             PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62621'.

       77  WS-FS-VS001             PIC X(2)            VALUE SPACES.
       77  WS-FS-PAYMONTH          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYBONUS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYFINAL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYEXPN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-REJECTED          PIC X(2)            VALUE ZEROS.
       77  WS-FS-DUPLICS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.

      *    STATUS OF WHICHEVER PAYMENT FILE IS BEING PROCESSED
       77  WS-FS-PAYMENT           PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       77  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.

       77  WS-SOURCE-POS           PIC 9(1)            VALUE ZEROS.

       01  WS-SOURCE-NAMES.
           03  FILLER              PIC X(28)           VALUE
           'PAYMONTHEAD62560MONTHLY PAY '.
           03  FILLER              PIC X(28)           VALUE
           'PAYBONUSEAD62599BONUS       '.
           03  FILLER              PIC X(28)           VALUE
           'PAYFINALEAD62601FINAL PAY   '.
           03  FILLER              PIC X(28)           VALUE
           'PAYEXPN EAD62667EXPENSES    '.
       01  FILLER                      REDEFINES WS-SOURCE-NAMES.
           03  WS-SN-ENTRY         OCCURS 4 TIMES.
               05  WS-SN-DDNAME    PIC X(8).
               05  WS-SN-PROGRAM   PIC X(8).
               05  WS-SN-DESC      PIC X(12).

      *    'Y' FOR EACH FILE REPORTED THIS RUN, EMPTIED AT THE END
       01  WS-REPORTED-FLAGS.
           03  WS-RF-REPORTED      PIC X(1)            OCCURS 4 TIMES.

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

      *    EMPLOYEES FROM VS001, WITH A MARK FOR A MONTHLY CREDIT
       77  WS-EMP-COUNT            PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-EMP-POS              PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-EMP-FOUND            PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-EMPLOYEE-TABLE.
           03  WS-EM-ENTRY         OCCURS 200 TIMES.
               05  WS-EM-ID        PIC X(3).
               05  WS-EM-NAME      PIC X(20).
               05  WS-EM-STATUS    PIC X(1).
               05  WS-EM-KEY.
                   07  WS-EM-BRANCH
                                   PIC X(4).
                   07  WS-EM-ACCOUNT
                                   PIC 9(5).
               05  WS-EM-CREDITED  PIC X(1).

      *    REJECTIONS AND DUPLICATES OF THE PAYROLL DOCUMENT SERIES:
      *    MONTHLY 4001+, BONUS 9001+, FINAL PAY 9501 (BELOW THE
      *    TERM-DEPOSIT SERIES FROM 9601).
       77  WS-OUT-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OUT-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OUT-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-OUTCOME-TABLE.
           03  WS-OT-ENTRY         OCCURS 1000 TIMES.
               05  WS-OT-KEY       PIC X(9).
               05  WS-OT-DOC       PIC 9(4).
               05  WS-OT-KIND      PIC X(1).
                   88  WS-OT-DUPLICATE         VALUE 'D'.
               05  WS-OT-REASON-DESC
                                   PIC X(30).

       77  WS-OUT-KEY              PIC X(9)            VALUE SPACES.
       77  WS-OUT-DOC              PIC 9(4)            VALUE ZEROS.

       77  WS-COUNT-PAID           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NOT-PAID       PIC 9(5)            VALUE ZEROS.
       77  WS-TOTAL-PAID           PIC 9(11)V9(2)      VALUE ZEROS.
       77  WS-TOTAL-NOT-PAID       PIC 9(11)V9(2)      VALUE ZEROS.

       01  WS-RPT-HEADER.
           03  FILLER              PIC X(42)           VALUE
           'PAYROLL PAID CONFIRMATION - BUSINESS DATE '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-FILE.
           03  FILLER              PIC X(13)           VALUE
           'PAYMENT FILE '.
           03  WS-RF-DESC          PIC X(12)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RF-PROGRAM       PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(11)           VALUE
           ' PAY DATE: '.
           03  WS-RF-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-COLUMNS.
           03  FILLER              PIC X(50)           VALUE
           '  ID  NAME                 ACCOUNT     DOC        '.
           03  FILLER              PIC X(20)           VALUE
           '  AMOUNT  STATUS    '.

       01  WS-RPT-DETAIL.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-ID            PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DOC           PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-AMOUNT        PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-STATUS        PIC X(43)           VALUE SPACES.

       01  WS-RPT-HELD.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RX-ID            PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RX-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RX-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RX-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(47)           VALUE
           ' NOT PAID - NO CREDIT ON THE MONTHLY PAY FILE, '.
           03  FILLER              PIC X(16)           VALUE
           'SEE THE REGISTER'.

       01  WS-RPT-NONE.
           03  FILLER              PIC X(40)           VALUE
           'NO PAYMENT FILE WAS RELEASED THIS CYCLE '.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(12)           VALUE
           'PAID......: '.
           03  WS-RT-PAID-COUNT    PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RT-PAID-VALUE    PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(16)           VALUE
           '   NOT PAID..: '.
           03  WS-RT-UNPAID-COUNT  PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RT-UNPAID-VALUE  PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

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
           PERFORM 0103-00-LOAD-EMPLOYEES.
           PERFORM 0104-00-LOAD-REJECTED.
           PERFORM 0105-00-LOAD-DUPLICS.

           MOVE ALL 'N'            TO WS-REPORTED-FLAGS.

           OPEN OUTPUT CONFIRM-RPT.

           MOVE WS-BUSINESS-DATE   TO WS-RH-DATE.
           WRITE REG-CONFIRM       FROM WS-RPT-HEADER
                                   AFTER PAGE.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

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

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-EMPLOYEES.

           OPEN INPUT VS001.

           EVALUATE WS-FS-VS001
             WHEN '00'
               PERFORM UNTIL WS-FS-VS001 EQUAL WS-EOF
                   READ VS001 NEXT RECORD
                   EVALUATE WS-FS-VS001
                     WHEN '00'
                       IF  WS-EMP-COUNT LESS 200
                           ADD 1   TO WS-EMP-COUNT
                           MOVE FD-ID-EMPLOYEE
                               TO WS-EM-ID(WS-EMP-COUNT)
                           MOVE FD-NAME
                               TO WS-EM-NAME(WS-EMP-COUNT)
                           MOVE FD-STATUS
                               TO WS-EM-STATUS(WS-EMP-COUNT)
                           MOVE FD-EMP-BRANCH
                               TO WS-EM-BRANCH(WS-EMP-COUNT)
                           MOVE FD-EMP-ACCOUNT
                               TO WS-EM-ACCOUNT(WS-EMP-COUNT)
                           MOVE 'N'
                               TO WS-EM-CREDITED(WS-EMP-COUNT)
                       ELSE
                           DISPLAY ' EMPLOYEE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN WS-EOF
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-EMPLOYEES'
                                    ' FILE STATUS: ' WS-FS-VS001
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE VS001
             WHEN '35'
               DISPLAY ' VS001 NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-EMPLOYEES'
                                    ' FILE STATUS: ' WS-FS-VS001
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-REJECTED.

           OPEN INPUT REJECTED.

           EVALUATE WS-FS-REJECTED
             WHEN '00'
               PERFORM UNTIL WS-FS-REJECTED EQUAL '10'
                   READ REJECTED
                   EVALUATE WS-FS-REJECTED
                     WHEN '00'
                       IF  (FD-REJ-DOC-NUMBER GREATER 2000 AND
                            FD-REJ-DOC-NUMBER LESS 3000) OR
                           (FD-REJ-DOC-NUMBER GREATER 4000 AND
                            FD-REJ-DOC-NUMBER LESS 5001) OR
                           (FD-REJ-DOC-NUMBER GREATER 9000 AND
                            FD-REJ-DOC-NUMBER LESS 9601)
                           PERFORM 0106-00-ADD-OUTCOME
                           MOVE FD-REJ-KEY
                               TO WS-OT-KEY(WS-OUT-COUNT)
                           MOVE FD-REJ-DOC-NUMBER
                               TO WS-OT-DOC(WS-OUT-COUNT)
                           MOVE 'R'
                               TO WS-OT-KIND(WS-OUT-COUNT)
                           MOVE FD-REJ-REASON-DESC
                               TO WS-OT-REASON-DESC(WS-OUT-COUNT)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-REJECTED'
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
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-REJECTED'
                                    ' FILE STATUS: ' WS-FS-REJECTED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-DUPLICS.

           OPEN INPUT DUPLICS.

           EVALUATE WS-FS-DUPLICS
             WHEN '00'
               PERFORM UNTIL WS-FS-DUPLICS EQUAL '10'
                   READ DUPLICS
                   EVALUATE WS-FS-DUPLICS
                     WHEN '00'
                       IF  (FD-DU-DOC-NUMBER GREATER 2000 AND
                            FD-DU-DOC-NUMBER LESS 3000) OR
                           (FD-DU-DOC-NUMBER GREATER 4000 AND
                            FD-DU-DOC-NUMBER LESS 5001) OR
                           (FD-DU-DOC-NUMBER GREATER 9000 AND
                            FD-DU-DOC-NUMBER LESS 9601)
                           PERFORM 0106-00-ADD-OUTCOME
                           MOVE FD-DU-KEY
                               TO WS-OT-KEY(WS-OUT-COUNT)
                           MOVE FD-DU-DOC-NUMBER
                               TO WS-OT-DOC(WS-OUT-COUNT)
                           MOVE 'D'
                               TO WS-OT-KIND(WS-OUT-COUNT)
                           MOVE FD-DU-REASON-DESC
                               TO WS-OT-REASON-DESC(WS-OUT-COUNT)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-DUPLICS'
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
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-DUPLICS'
                                    ' FILE STATUS: ' WS-FS-DUPLICS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-ADD-OUTCOME.

           IF  WS-OUT-COUNT        LESS 1000
               ADD 1               TO WS-OUT-COUNT
           ELSE
               DISPLAY ' OUTCOME TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM 0202-00-OPEN-PAYMENT.
           PERFORM 0301-00-READ-PAYMENT.

      *    ONLY A FILE EAD62620 RELEASED TONIGHT IS REPORTED: AN EMPTY
      *    FILE, OR ONE STILL WAITING FOR ITS PAY DATE, IS SKIPPED.
           IF  WS-FS-PAYMENT       EQUAL '00'     AND
               WS-PC-CTL-HEADER                   AND
               WS-PC-HDR-DATE      NOT GREATER WS-BUSINESS-DATE
               MOVE 'Y'            TO WS-RF-REPORTED(WS-SOURCE-POS)
               MOVE WS-SN-DESC(WS-SOURCE-POS)
                                   TO WS-RF-DESC
               MOVE WS-PC-HDR-SOURCE
                                   TO WS-RF-PROGRAM
               MOVE WS-PC-HDR-DATE TO WS-RF-DATE
               WRITE REG-CONFIRM   FROM WS-RPT-FILE
                                   AFTER 2 LINES
               WRITE REG-CONFIRM   FROM WS-RPT-COLUMNS
                                   AFTER 1 LINE
               PERFORM 0301-00-READ-PAYMENT
               PERFORM 0203-00-REPORT-CREDIT
                 UNTIL WS-FS-PAYMENT EQUAL '10'
                    OR WS-PC-CTL-TRAILER
               IF  WS-SOURCE-POS   EQUAL 1
                   PERFORM 0206-00-REPORT-HELD-BACK
                     VARYING WS-EMP-POS FROM 1 BY 1
                     UNTIL WS-EMP-POS GREATER WS-EMP-COUNT
               END-IF
           END-IF.

           PERFORM 0208-00-CLOSE-PAYMENT.

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

           IF  WS-FS-PAYMENT       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0202-00-OPEN-PAYMENT '
                       WS-SN-DDNAME(WS-SOURCE-POS)
                       ' FILE STATUS: ' WS-FS-PAYMENT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-REPORT-CREDIT.

           PERFORM 0204-00-FIND-EMPLOYEE.

           IF  WS-EMP-FOUND        GREATER ZEROS
               MOVE WS-EM-ID(WS-EMP-FOUND)
                                   TO WS-RD-ID
               MOVE WS-EM-NAME(WS-EMP-FOUND)
                                   TO WS-RD-NAME
               IF  WS-SOURCE-POS   EQUAL 1
                   MOVE 'Y'        TO WS-EM-CREDITED(WS-EMP-FOUND)
               END-IF
           ELSE
               MOVE '???'          TO WS-RD-ID
               MOVE 'ACCOUNT NOT ON VS001'
                                   TO WS-RD-NAME
           END-IF.

           MOVE WS-PR-BRANCH       TO WS-RD-BRANCH.
           MOVE WS-PR-ACCOUNT      TO WS-RD-ACCOUNT.
           MOVE WS-PR-DOC-NUMBER   TO WS-RD-DOC.
           MOVE WS-PR-RELEASE-VALUE
                                   TO WS-RD-AMOUNT.

           MOVE WS-PR-RELEASE-KEY  TO WS-OUT-KEY.
           MOVE WS-PR-DOC-NUMBER   TO WS-OUT-DOC.
           PERFORM 0205-00-FIND-OUTCOME.

           EVALUATE TRUE
             WHEN WS-OUT-FOUND     EQUAL ZEROS
               MOVE 'PAID'         TO WS-RD-STATUS
               ADD 1               TO WS-COUNT-PAID
               ADD WS-PR-RELEASE-VALUE
                                   TO WS-TOTAL-PAID
             WHEN WS-OT-DUPLICATE(WS-OUT-FOUND)
               MOVE 'NOT POSTED - DOCUMENT ALREADY POSTED'
                                   TO WS-RD-STATUS
               ADD 1               TO WS-COUNT-NOT-PAID
               ADD WS-PR-RELEASE-VALUE
                                   TO WS-TOTAL-NOT-PAID
             WHEN OTHER
               MOVE SPACES         TO WS-RD-STATUS
               STRING 'REJECTED - '
                      WS-OT-REASON-DESC(WS-OUT-FOUND)
                      DELIMITED BY SIZE
                                   INTO WS-RD-STATUS
               ADD 1               TO WS-COUNT-NOT-PAID
               ADD WS-PR-RELEASE-VALUE
                                   TO WS-TOTAL-NOT-PAID
           END-EVALUATE.

           WRITE REG-CONFIRM       FROM WS-RPT-DETAIL
                                   AFTER 1 LINE.

           PERFORM 0301-00-READ-PAYMENT.

       0203-00-EXIT.
           EXIT.

       0204-00-FIND-EMPLOYEE.

           MOVE ZEROS              TO WS-EMP-FOUND.

           PERFORM VARYING WS-EMP-POS FROM 1 BY 1
             UNTIL WS-EMP-POS      GREATER WS-EMP-COUNT
                OR WS-EMP-FOUND    GREATER ZEROS
               IF  WS-EM-KEY(WS-EMP-POS)
                                   EQUAL WS-PR-RELEASE-KEY
                   MOVE WS-EMP-POS TO WS-EMP-FOUND
               END-IF
           END-PERFORM.

       0204-00-EXIT.
           EXIT.

       0205-00-FIND-OUTCOME.

           MOVE ZEROS              TO WS-OUT-FOUND.

           PERFORM VARYING WS-OUT-POS FROM 1 BY 1
             UNTIL WS-OUT-POS      GREATER WS-OUT-COUNT
                OR WS-OUT-FOUND    GREATER ZEROS
               IF  WS-OT-KEY(WS-OUT-POS)
                                   EQUAL WS-OUT-KEY AND
                   WS-OT-DOC(WS-OUT-POS)
                                   EQUAL WS-OUT-DOC
                   MOVE WS-OUT-POS TO WS-OUT-FOUND
               END-IF
           END-PERFORM.

       0205-00-EXIT.
           EXIT.

       0206-00-REPORT-HELD-BACK.

           IF  WS-EM-STATUS(WS-EMP-POS)
                                   EQUAL 'A'  AND
               WS-EM-CREDITED(WS-EMP-POS)
                                   EQUAL 'N'
               MOVE WS-EM-ID(WS-EMP-POS)
                                   TO WS-RX-ID
               MOVE WS-EM-NAME(WS-EMP-POS)
                                   TO WS-RX-NAME
               MOVE WS-EM-BRANCH(WS-EMP-POS)
                                   TO WS-RX-BRANCH
               MOVE WS-EM-ACCOUNT(WS-EMP-POS)
                                   TO WS-RX-ACCOUNT
               WRITE REG-CONFIRM   FROM WS-RPT-HELD
                                   AFTER 1 LINE
               ADD 1               TO WS-COUNT-NOT-PAID
           END-IF.

       0206-00-EXIT.
           EXIT.

       0207-00-EMPTY-PAYMENT.

      *    REOPENING FOR OUTPUT LEAVES THE REPORTED FILE EMPTY, READY
      *    FOR THE NEXT PAYROLL RUN.

           EVALUATE WS-SOURCE-POS
             WHEN 1
               OPEN OUTPUT PAYMONTH
               MOVE WS-FS-PAYMONTH TO WS-FS-PAYMENT
               CLOSE PAYMONTH
             WHEN 2
               OPEN OUTPUT PAYBONUS
               MOVE WS-FS-PAYBONUS TO WS-FS-PAYMENT
               CLOSE PAYBONUS
             WHEN 3
               OPEN OUTPUT PAYFINAL
               MOVE WS-FS-PAYFINAL TO WS-FS-PAYMENT
               CLOSE PAYFINAL
             WHEN 4
               OPEN OUTPUT PAYEXPN
               MOVE WS-FS-PAYEXPN  TO WS-FS-PAYMENT
               CLOSE PAYEXPN
           END-EVALUATE.

           IF  WS-FS-PAYMENT       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0207-00-EMPTY-PAYMENT '
                       WS-SN-DDNAME(WS-SOURCE-POS)
                       ' FILE STATUS: ' WS-FS-PAYMENT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0207-00-EXIT.
           EXIT.

       0208-00-CLOSE-PAYMENT.

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

       0208-00-EXIT.
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

           IF  WS-REPORTED-FLAGS   EQUAL ALL 'N'
               WRITE REG-CONFIRM   FROM WS-RPT-NONE
                                   AFTER 2 LINES
           END-IF.

           MOVE WS-COUNT-PAID      TO WS-RT-PAID-COUNT.
           MOVE WS-TOTAL-PAID      TO WS-RT-PAID-VALUE.
           MOVE WS-COUNT-NOT-PAID  TO WS-RT-UNPAID-COUNT.
           MOVE WS-TOTAL-NOT-PAID  TO WS-RT-UNPAID-VALUE.
           WRITE REG-CONFIRM       FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           CLOSE CONFIRM-RPT.

           PERFORM VARYING WS-SOURCE-POS FROM 1 BY 1
             UNTIL WS-SOURCE-POS   GREATER 4
               IF  WS-RF-REPORTED(WS-SOURCE-POS)
                                   EQUAL 'Y'
                   PERFORM 0207-00-EMPTY-PAYMENT
               END-IF
           END-PERFORM.

      *    ANYONE NOT PAID IS A WARNING FOR HR, NOT A JOB FAILURE.
           IF  WS-COUNT-NOT-PAID   GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-PAID      TO WS-FMT-AMOUNT
           DISPLAY '*  PAID..........: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NOT-PAID  TO WS-FMT-AMOUNT
           DISPLAY '*  NOT PAID......: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
