           03  FD-CI-TAX-ID        PIC 9(11).
           03  FD-CI-BIRTH-DATE    PIC 9(8).
           03  FD-CI-PHONE         PIC X(15).
           03  FD-CI-RISK-RATING   PIC X(1).
           03  FD-CI-LAST-REVIEW   PIC 9(8).

       FD  CYCLECTL
           RECORDING MODE IS F

       77  WS-FS-HOLDS             PIC X(2)            VALUE ZEROS.

       77  WS-HOLD-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-HOLD-POS             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-HOLD-TABLE.
           03  WS-HD-ENTRY         OCCURS 2000 TIMES.
               05  WS-HD-CLIENT-KEY
                                   PIC X(9).
               05  WS-HD-SCOPE     PIC X(1).
                   88  WS-HD-SCOPE-ACCOUNT     VALUE 'A'.
                   88  WS-HD-SCOPE-DOCUMENT    VALUE 'D'.
                   88  WS-HD-SCOPE-DEBITS      VALUE 'O'.
               05  WS-HD-DOC-NUMBER
                                   PIC 9(4).
               05  WS-HD-VALUE     PIC 9(6)V9(2).
                   READ HOLDS
                   EVALUATE WS-FS-HOLDS
                     WHEN '00'
                       IF  WS-HOLD-COUNT LESS 2000
                           ADD 1   TO WS-HOLD-COUNT
                           MOVE FD-HD-CLIENT-KEY
                               TO WS-HD-CLIENT-KEY(WS-HOLD-COUNT)
                           MOVE 'Y' TO WS-RELEASE-HELD-IND
                           MOVE 'Y' TO WS-HD-CONSUMED(WS-HOLD-POS)
                       END-IF
                     WHEN WS-HD-SCOPE-DEBITS(WS-HOLD-POS)
                       IF  FD-RELEASE-TYPE EQUAL 'D' OR 'T' OR 'Q'
                           MOVE 'Y' TO WS-RELEASE-HELD-IND
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
             UNTIL WS-HOLD-POS     GREATER WS-HOLD-COUNT
               IF  WS-HD-CLIENT-KEY(WS-HOLD-POS)
                                   EQUAL FD-CLIENT-KEY OF REG-CLIENTSO
                   IF  WS-HD-SCOPE-ACCOUNT(WS-HOLD-POS) OR
                       WS-HD-SCOPE-DEBITS(WS-HOLD-POS)
                       IF  WS-HD-SCOPE-ACCOUNT(WS-HOLD-POS)
                           MOVE 'ACCOUNT'
                                   TO WS-HL-SCOPE
                       ELSE
                           MOVE 'DEBITS'
                                   TO WS-HL-SCOPE
                       END-IF
                       MOVE ZEROS  TO WS-HL-DOC-NUMBER
                       MOVE ZEROS  TO WS-HL-VALUE
                   ELSE
                   MOVE 'TRF IN'   TO WS-D-TYPE
                 WHEN 'R'
                   MOVE 'REVERSL'  TO WS-D-TYPE
                 WHEN 'Q'
                   MOVE 'CHEQUE'   TO WS-D-TYPE
                 WHEN OTHER
                   MOVE 'INVALID'  TO WS-D-TYPE
               END-EVALUATE
                 WHEN 'R'
                   MOVE 'REVERSL'  TO WS-D-TYPE
                   PERFORM 0210-00-APPLY-REVERSAL
                 WHEN 'Q'
                   MOVE 'CHEQUE'   TO WS-D-TYPE
                   IF  WS-CONVERT-OK
                       PERFORM 0205-00-APPLY-DEBIT
                   END-IF
                 WHEN OTHER
                   MOVE 'INVALID'  TO WS-D-TYPE
                   MOVE 'IGNORED'  TO WS-D-FLAG
