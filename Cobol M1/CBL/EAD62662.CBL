      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62662.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62662                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : FOLLOW UP THE INVESTMENT CASH SETTLEMENTS    *
      *                   AFTER THE BALANCE LINE AND REPORT THE        *
      *                   EXCEPTIONS TO THE INVESTMENT DESK            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EAD62596 DEBITS EVERY SUBSCRIPTION AND CREDITS EVERY         *
      *   REDEMPTION AND MATURITY WITH DOCUMENT NUMBERS 3001-3999,     *
      *   QUEUEING THE SUBSCRIPTION DEBITS ON INVSUBS.  EACH QUEUED    *
      *   DEBIT IS MATCHED BY ACCOUNT AND DOCUMENT NUMBER AGAINST THE  *
      *   REJECTED AND DUPLICATE RELEASE FILES:                        *
      *                                                                *
      *     NOT REJECTED   -> COLLECTED (A DUPLICATE WAS ALREADY       *
      *                       POSTED BY AN EARLIER RUN)                *
      *     REJECTED FOR   -> WRITTEN TO INVREV: THE NEXT EAD62596     *
      *     LACK OF FUNDS     TAKES THE SUBSCRIPTION BACK OUT OF THE   *
      *     (02 OR 04)        POSITIONS                                *
      *     REJECTED FOR   -> NOT COLLECTED, LEFT TO THE DESK          *
      *     ANY OTHER REASON                                           *
      *                                                                *
      *   A REJECTED RELEASE IN THE RANGE THAT IS NOT A QUEUED DEBIT   *
      *   IS A REDEMPTION OR MATURITY CREDIT THE INVESTOR DID NOT      *
      *   RECEIVE; THE POSITION IS ALREADY REDUCED, SO THE DESK PAYS   *
      *   IT BY HAND.  ALL OF THESE ARE LISTED ON INVRPT, AND INVSUBS  *
      *   IS EMPTIED ONCE FOLLOWED UP.                                 *
      *                                                                *
      *   RC=04: ANY SUBSCRIPTION REVERSED OR NOT COLLECTED, OR ANY    *
      *   CREDIT REJECTED.                                             *
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

           SELECT INVSUBS          ASSIGN TO DA-S-INVSUBS
               FILE STATUS         IS WS-FS-INVSUBS.

           SELECT REJECTED         ASSIGN TO DA-S-REJECTED
               FILE STATUS         IS WS-FS-REJECTED.

           SELECT DUPLICS          ASSIGN TO DA-S-DUPLICS
               FILE STATUS         IS WS-FS-DUPLICS.

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT INVREV           ASSIGN TO DA-S-INVREV
               FILE STATUS         IS WS-FS-INVREV.

           SELECT INVRPT           ASSIGN TO DA-S-INVRPT
               FILE STATUS         IS WS-FS-INVRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  INVSUBS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVSUBS.
           03  FD-SU-DATE          PIC 9(8).
           03  FD-SU-CLIENT        PIC X(20).
           03  FD-SU-PRODUCT       PIC X(10).
           03  FD-SU-AMOUNT        PIC 9(7)V9(2).
           03  FD-SU-KEY           PIC X(9).
           03  FD-SU-DOC-NUMBER    PIC 9(4).

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

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

       FD  INVREV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVREV.
           03  FD-RV-DATE          PIC 9(8).
           03  FD-RV-CLIENT        PIC X(20).
           03  FD-RV-PRODUCT       PIC X(10).
           03  FD-RV-AMOUNT        PIC 9(7)V9(2).
           03  FD-RV-KEY           PIC X(9).
           03  FD-RV-DOC-NUMBER    PIC 9(4).
           03  FD-RV-REASON-CODE   PIC 9(2).
           03  FD-RV-REASON-DESC   PIC X(30).
           03  FILLER              PIC X(8).

       FD  INVRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVRPT              PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62662'.

       77  WS-FS-INVSUBS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-REJECTED          PIC X(2)            VALUE ZEROS.
       77  WS-FS-DUPLICS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVREV            PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVRPT            PIC X(2)            VALUE ZEROS.

       77  WS-READ-INVSUBS         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-COLLECTED      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REVERSED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNCOLLECTED    PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CREDIT-REJ     PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-INVREV         PIC 9(5)            VALUE ZEROS.

       77  WS-TOTAL-SUBSCRIBED     PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-COLLECTED      PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-REVERSED       PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-UNCOLLECTED    PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-CREDIT-REJ     PIC 9(9)V9(2)       VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

      *    ONLY THE INVESTMENT DOCUMENT RANGE OF EAD62596 IS KEPT.
       77  WS-DOC-LOW              PIC 9(4)            VALUE 3001.
       77  WS-DOC-HIGH             PIC 9(4)            VALUE 3999.

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
                   88  WS-OT-NO-FUNDS          VALUE 02 04.
               05  WS-OT-REASON-DESC
                                   PIC X(30).
               05  WS-OT-VALUE     PIC 9(6)V9(2).
               05  WS-OT-MATCHED   PIC X(1).

       77  WS-REPORTED-IND         PIC X(1)            VALUE 'N'.
           88  WS-REPORTED                             VALUE 'Y'.

       01  WS-RPT-HEADER.
           03  FILLER              PIC X(48)           VALUE
           'INVESTMENT SETTLEMENT EXCEPTIONS - BUSINESS DATE'.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-COLUMNS.
           03  FILLER              PIC X(50)           VALUE
           'CLIENT               PRODUCT    ACCOUNT    DOC    '.
           03  FILLER              PIC X(31)           VALUE
           '    AMOUNT ACTION       REASON '.

       01  WS-RPT-DETAIL.
           03  WS-RD-CLIENT        PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-PRODUCT       PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC X(5)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DOC           PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-AMOUNT        PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ACTION        PIC X(12)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-REASON        PIC X(25)           VALUE SPACES.

       01  WS-RPT-NONE.
           03  FILLER              PIC X(40)           VALUE
           'NO INVESTMENT SETTLEMENT EXCEPTION      '.

       01  WS-RPT-TOTAL.
           03  WS-RT-LABEL         PIC X(30)           VALUE SPACES.
           03  WS-RT-COUNT         PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RT-VALUE         PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

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
             UNTIL WS-FS-INVSUBS   EQUAL '10'.

           PERFORM 0204-00-CREDIT-REJECTED
             VARYING WS-OUT-POS FROM 1 BY 1
             UNTIL WS-OUT-POS      GREATER WS-OUT-COUNT.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-READ-CYCLECTL.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0103-00-LOAD-REJECTED.
           PERFORM 0104-00-LOAD-DUPLICS.

           OPEN INPUT INVSUBS.

           EVALUATE WS-FS-INVSUBS
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' SUBSCRIPTION DEBITS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-INVSUBS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN EXTEND INVREV.

           IF  WS-FS-INVREV        EQUAL '35'
               OPEN OUTPUT INVREV
           END-IF.

           EVALUATE WS-FS-INVREV
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-INVREV
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT INVRPT.

           IF  WS-FS-INVRPT        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-INVRPT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE        TO WS-RH-DATE.
           WRITE REG-INVRPT        FROM WS-RPT-HEADER
                                   AFTER PAGE.
           WRITE REG-INVRPT        FROM WS-RPT-COLUMNS
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-INVSUBS.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

      *    THE BUSINESS DATE COMES FROM THE CYCLE-CONTROL DATASET,
      *    LIKE EVERY PIPELINE STEP.

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
                                   TO WS-RUN-DATE
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

       0103-00-LOAD-REJECTED.

           OPEN INPUT REJECTED.

           EVALUATE WS-FS-REJECTED
             WHEN '00'
               PERFORM UNTIL WS-FS-REJECTED EQUAL '10'
                   READ REJECTED
                   EVALUATE WS-FS-REJECTED
                     WHEN '00'
                       IF  FD-REJ-DOC-NUMBER NOT LESS WS-DOC-LOW AND
                           FD-REJ-DOC-NUMBER NOT GREATER WS-DOC-HIGH
                           PERFORM 0105-00-ADD-OUTCOME
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
                           MOVE FD-REJ-ORIG-VALUE
                               TO WS-OT-VALUE(WS-OUT-COUNT)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-REJECTED'
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
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-REJECTED'
                                    ' FILE STATUS: ' WS-FS-REJECTED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-DUPLICS.

           OPEN INPUT DUPLICS.

           EVALUATE WS-FS-DUPLICS
             WHEN '00'
               PERFORM UNTIL WS-FS-DUPLICS EQUAL '10'
                   READ DUPLICS
                   EVALUATE WS-FS-DUPLICS
                     WHEN '00'
                       IF  FD-DU-DOC-NUMBER NOT LESS WS-DOC-LOW AND
                           FD-DU-DOC-NUMBER NOT GREATER WS-DOC-HIGH
                           PERFORM 0105-00-ADD-OUTCOME
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
                           MOVE FD-DU-ORIG-VALUE
                               TO WS-OT-VALUE(WS-OUT-COUNT)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-DUPLICS'
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
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-DUPLICS'
                                    ' FILE STATUS: ' WS-FS-DUPLICS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-ADD-OUTCOME.

           IF  WS-OUT-COUNT        LESS 1000
               ADD 1               TO WS-OUT-COUNT
               MOVE 'N'            TO WS-OT-MATCHED(WS-OUT-COUNT)
           ELSE
               DISPLAY ' OUTCOME TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           ADD FD-SU-AMOUNT        TO WS-TOTAL-SUBSCRIBED.

           PERFORM 0202-00-FIND-OUTCOME.

           EVALUATE TRUE
             WHEN WS-OUT-FOUND     EQUAL ZEROS
               ADD 1               TO WS-COUNT-COLLECTED
               ADD FD-SU-AMOUNT    TO WS-TOTAL-COLLECTED

             WHEN WS-OT-DUPLICATE(WS-OUT-FOUND)
               MOVE 'Y'            TO WS-OT-MATCHED(WS-OUT-FOUND)
               ADD 1               TO WS-COUNT-COLLECTED
               ADD FD-SU-AMOUNT    TO WS-TOTAL-COLLECTED

             WHEN WS-OT-NO-FUNDS(WS-OUT-FOUND)
               MOVE 'Y'            TO WS-OT-MATCHED(WS-OUT-FOUND)
               ADD 1               TO WS-COUNT-REVERSED
               ADD FD-SU-AMOUNT    TO WS-TOTAL-REVERSED
               PERFORM 0203-00-WRITE-REVERSAL
               MOVE 'REVERSED'     TO WS-RD-ACTION
               PERFORM 0205-00-WRITE-SUBS-DETAIL

             WHEN OTHER
               MOVE 'Y'            TO WS-OT-MATCHED(WS-OUT-FOUND)
               ADD 1               TO WS-COUNT-UNCOLLECTED
               ADD FD-SU-AMOUNT    TO WS-TOTAL-UNCOLLECTED
               MOVE 'NOT COLLECTD' TO WS-RD-ACTION
               PERFORM 0205-00-WRITE-SUBS-DETAIL
           END-EVALUATE.

           PERFORM 0301-00-READ-INVSUBS.

       0201-00-EXIT.
           EXIT.

       0202-00-FIND-OUTCOME.

           MOVE ZEROS              TO WS-OUT-FOUND.

           PERFORM VARYING WS-OUT-POS FROM 1 BY 1
             UNTIL WS-OUT-POS      GREATER WS-OUT-COUNT
                OR WS-OUT-FOUND    GREATER ZEROS
               IF  WS-OT-KEY(WS-OUT-POS)
                                   EQUAL FD-SU-KEY AND
                   WS-OT-DOC(WS-OUT-POS)
                                   EQUAL FD-SU-DOC-NUMBER
                   MOVE WS-OUT-POS TO WS-OUT-FOUND
               END-IF
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-REVERSAL.

           MOVE SPACES             TO REG-INVREV.
           MOVE FD-SU-DATE         TO FD-RV-DATE.
           MOVE FD-SU-CLIENT       TO FD-RV-CLIENT.
           MOVE FD-SU-PRODUCT      TO FD-RV-PRODUCT.
           MOVE FD-SU-AMOUNT       TO FD-RV-AMOUNT.
           MOVE FD-SU-KEY          TO FD-RV-KEY.
           MOVE FD-SU-DOC-NUMBER   TO FD-RV-DOC-NUMBER.
           MOVE WS-OT-REASON-CODE(WS-OUT-FOUND)
                                   TO FD-RV-REASON-CODE.
           MOVE WS-OT-REASON-DESC(WS-OUT-FOUND)
                                   TO FD-RV-REASON-DESC.

           WRITE REG-INVREV.

           EVALUATE WS-FS-INVREV
             WHEN '00'
               ADD 1               TO WS-WRITE-INVREV
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0203-00-WRITE-REVERSAL'
                                    ' FILE STATUS: ' WS-FS-INVREV
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-CREDIT-REJECTED.

      *    A REJECTED RELEASE OF THE RANGE NO QUEUED DEBIT CLAIMED IS
      *    A REDEMPTION OR MATURITY CREDIT.

           IF  WS-OT-REJECTED(WS-OUT-POS) AND
               WS-OT-MATCHED(WS-OUT-POS)  EQUAL 'N'
               ADD 1               TO WS-COUNT-CREDIT-REJ
               ADD WS-OT-VALUE(WS-OUT-POS)
                                   TO WS-TOTAL-CREDIT-REJ
               MOVE 'Y'            TO WS-REPORTED-IND
               MOVE SPACES         TO WS-RD-CLIENT
                                      WS-RD-PRODUCT
               MOVE WS-OT-KEY(WS-OUT-POS)(1:4)
                                   TO WS-RD-BRANCH
               MOVE WS-OT-KEY(WS-OUT-POS)(5:5)
                                   TO WS-RD-ACCOUNT
               MOVE WS-OT-DOC(WS-OUT-POS)
                                   TO WS-RD-DOC
               MOVE WS-OT-VALUE(WS-OUT-POS)
                                   TO WS-RD-AMOUNT
               MOVE 'PAY BY HAND'  TO WS-RD-ACTION
               MOVE WS-OT-REASON-DESC(WS-OUT-POS)
                                   TO WS-RD-REASON
               WRITE REG-INVRPT    FROM WS-RPT-DETAIL
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-WRITE-SUBS-DETAIL.

           MOVE 'Y'                TO WS-REPORTED-IND.

           MOVE FD-SU-CLIENT       TO WS-RD-CLIENT.
           MOVE FD-SU-PRODUCT      TO WS-RD-PRODUCT.
           MOVE FD-SU-KEY(1:4)     TO WS-RD-BRANCH.
           MOVE FD-SU-KEY(5:5)     TO WS-RD-ACCOUNT.
           MOVE FD-SU-DOC-NUMBER   TO WS-RD-DOC.
           MOVE FD-SU-AMOUNT       TO WS-RD-AMOUNT.
           MOVE WS-OT-REASON-DESC(WS-OUT-FOUND)
                                   TO WS-RD-REASON.

           WRITE REG-INVRPT        FROM WS-RPT-DETAIL.

       0205-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-INVSUBS.

           READ INVSUBS.

           EVALUATE WS-FS-INVSUBS
             WHEN '00'
               ADD 1               TO WS-READ-INVSUBS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-INVSUBS'
                                    ' FILE STATUS: ' WS-FS-INVSUBS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  NOT WS-REPORTED
               WRITE REG-INVRPT    FROM WS-RPT-NONE
                                   AFTER 2 LINES
           END-IF.

           MOVE 'SUBSCRIPTIONS DEBITED.......:'
                                   TO WS-RT-LABEL.
           MOVE WS-READ-INVSUBS    TO WS-RT-COUNT.
           MOVE WS-TOTAL-SUBSCRIBED
                                   TO WS-RT-VALUE.
           WRITE REG-INVRPT        FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           MOVE '  COLLECTED.................:'
                                   TO WS-RT-LABEL.
           MOVE WS-COUNT-COLLECTED TO WS-RT-COUNT.
           MOVE WS-TOTAL-COLLECTED TO WS-RT-VALUE.
           WRITE REG-INVRPT        FROM WS-RPT-TOTAL.

           MOVE '  REVERSED (LACK OF FUNDS)..:'
                                   TO WS-RT-LABEL.
           MOVE WS-COUNT-REVERSED  TO WS-RT-COUNT.
           MOVE WS-TOTAL-REVERSED  TO WS-RT-VALUE.
           WRITE REG-INVRPT        FROM WS-RPT-TOTAL.

           MOVE '  NOT COLLECTED.............:'
                                   TO WS-RT-LABEL.
           MOVE WS-COUNT-UNCOLLECTED
                                   TO WS-RT-COUNT.
           MOVE WS-TOTAL-UNCOLLECTED
                                   TO WS-RT-VALUE.
           WRITE REG-INVRPT        FROM WS-RPT-TOTAL.

           MOVE 'CREDITS REJECTED............:'
                                   TO WS-RT-LABEL.
           MOVE WS-COUNT-CREDIT-REJ
                                   TO WS-RT-COUNT.
           MOVE WS-TOTAL-CREDIT-REJ
                                   TO WS-RT-VALUE.
           WRITE REG-INVRPT        FROM WS-RPT-TOTAL.

           CLOSE INVSUBS
                 INVREV
                 INVRPT.

           PERFORM 0902-00-EMPTY-INVSUBS.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-INVSUBS    TO WS-FMT-AMOUNT
           DISPLAY '*  READ INVSUBS..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-COLLECTED TO WS-FMT-AMOUNT
           DISPLAY '*  COLLECTED.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REVERSED  TO WS-FMT-AMOUNT
           DISPLAY '*  REVERSED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-UNCOLLECTED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NOT COLLECTED.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-CREDIT-REJ
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  CREDITS REJ...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-INVREV    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE INVREV..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-REVERSED  TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL REVERSED: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-REVERSED   GREATER ZEROS OR
               WS-COUNT-UNCOLLECTED
                                   GREATER ZEROS OR
               WS-COUNT-CREDIT-REJ GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.

       0902-00-EMPTY-INVSUBS.

      *    REOPENING FOR OUTPUT LEAVES THE FOLLOWED-UP DEBITS FILE
      *    EMPTY, READY FOR THE NEXT EAD62596 RUN.

           OPEN OUTPUT INVSUBS.

           IF  WS-FS-INVSUBS       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0902-00-EMPTY-INVSUBS'
                                    ' FILE STATUS: ' WS-FS-INVSUBS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE INVSUBS.

       0902-00-EXIT.
           EXIT.
