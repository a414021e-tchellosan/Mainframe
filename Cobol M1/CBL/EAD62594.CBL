      *   AND THE REPORT BUCKETS THE ARREARS 30/60/90+ WITH THE        *
      *   PROVISIONING PERCENTAGE PER BUCKET FOR ACCOUNTING.           *
      *                                                                *
      *   A CONTRACT RESTRUCTURED BY EAD62656 RESTARTS ON ITS          *
      *   RESTRUCTURE DATE: PAYMENTS DATED BEFORE THE START OF THE     *
      *   CURRENT SCHEDULE WERE TAKEN INTO THE RESTRUCTURING AND ARE   *
      *   NOT COUNTED AGAIN.  WHILE IN PROBATION (CONTRACT HISTORY,    *
      *   CTRHIST) IT IS FLAGGED ON THE DETAIL AND LISTED APART.       *
      *                                                                *
      *   SYSIN: RUN DATE, PROVISION PCT FOR 30 / 60 / 90+ DAYS.       *
      *                                                                *
      *================================================================*
           SELECT ARREARS          ASSIGN TO DA-S-ARREARS
               FILE STATUS         IS WS-FS-ARREARS.

           SELECT CTRHIST          ASSIGN TO DA-S-CTRHIST
               FILE STATUS         IS WS-FS-CTRHIST.

           SELECT AGINGRPT         ASSIGN TO DA-S-AGINGRPT.

      *================================================================*
           03  FD-AR-ARREARS       PIC 9(9)V9(2).
           03  FD-AR-MONTHS-OVER   PIC 9(3).

       FD  CTRHIST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CTRHIST.
           03  FD-CH-CONTRACT      PIC 9(6).
           03  FD-CH-VERSION       PIC 9(2).
           03  FD-CH-TYPE          PIC X(1).
           03  FD-CH-CLIENT        PIC X(20).
           03  FD-CH-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-CH-RATE          PIC 9(2)V9(2).
           03  FD-CH-TERM          PIC 9(3).
           03  FD-CH-START-DATE    PIC 9(8).
           03  FD-CH-INDEX         PIC X(4).
           03  FD-CH-SPREAD        PIC 9(2)V9(2).
           03  FD-CH-RESTRUCT-DATE PIC 9(8).
           03  FD-CH-PRIOR-BALANCE PIC 9(7)V9(2).
           03  FD-CH-CAPITALIZED   PIC 9(7)V9(2).
           03  FD-CH-PROBATION-END PIC 9(8).
           03  FD-CH-APPROVED-BY   PIC X(8).
           03  FILLER              PIC X(17).

       FD  AGINGRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-LOANPAY           PIC X(2)            VALUE ZEROS.
       77  WS-FS-ARREARS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CTRHIST           PIC X(2)            VALUE ZEROS.

       77  WS-READ-SCHEDULE        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CONTRACTS      PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-IN-ARREARS     PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-PROBATION      PIC 9(4)            VALUE ZEROS.
       77  WS-PROBATION-ARREARS    PIC 9(11)V9(2)      VALUE ZEROS.

       01  WS-RUN-DATE.
           03  WS-RUN-YEAR         PIC 9(4).
           03  WS-RUN-MONTH        PIC 9(2).
           03  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-DATE-N           REDEFINES WS-RUN-DATE
                                   PIC 9(8).

       01  WS-PROVISION-PCTS.
           03  WS-PROV-PCT         PIC 9(3) OCCURS 3 TIMES.
               05  WS-CT-START     PIC 9(8).
               05  WS-CT-TERM      PIC 9(3).
               05  WS-CT-PAID      PIC 9(9)V9(2).
               05  WS-CT-PROBATION PIC X(1).
               05  WS-CT-RESTRUCT-DATE
                                   PIC 9(8).
               05  WS-CT-PROBATION-END
                                   PIC 9(8).
               05  WS-CT-ARREARS   PIC 9(9)V9(2).
               05  WS-CT-MONTHS-OVER
                                   PIC 9(3).

      *    PER CONTRACT WHILE ITS SCHEDULE PASSES THROUGH
       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(14)           VALUE
           ' MONTHS OVER: '.
           03  WS-RD-MONTHS        PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-FLAG          PIC X(12)           VALUE SPACES.

       01  WS-RPT-PROBATION-TITLE.
           03  FILLER              PIC X(40)           VALUE
           'RESTRUCTURED CONTRACTS IN PROBATION     '.

       01  WS-RPT-PROBATION.
           03  FILLER              PIC X(10)           VALUE
           'CONTRACT: '.
           03  WS-RP-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(13)           VALUE
           ' RESTRUCTURED'.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-RESTRUCT-DATE PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(7)            VALUE
           ' UNTIL '.
           03  WS-RP-PROBATION-END PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-ARREARS       PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RP-MONTHS        PIC ZZ9             VALUE ZEROS.

       01  WS-RPT-PROBATION-TOTAL.
           03  FILLER              PIC X(11)           VALUE
           'CONTRACTS: '.
           03  WS-RT-CONTRACTS     PIC ZZZ9            VALUE ZEROS.
           03  FILLER              PIC X(10)           VALUE
           ' ARREARS: '.
           03  WS-RT-ARREARS       PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

       01  WS-RPT-BUCKET.
           03  FILLER              PIC X(7)            VALUE
           END-PERFORM.

           PERFORM 0102-00-LOAD-CONTRACTS.
           PERFORM 0106-00-LOAD-HISTORY.
           PERFORM 0103-00-LOAD-PAYMENTS.

           OPEN INPUT PORTSCHD.
                               TO WS-CT-TERM(WS-CT-COUNT)
                           MOVE ZEROS
                               TO WS-CT-PAID(WS-CT-COUNT)
                                  WS-CT-RESTRUCT-DATE(WS-CT-COUNT)
                                  WS-CT-PROBATION-END(WS-CT-COUNT)
                                  WS-CT-ARREARS(WS-CT-COUNT)
                                  WS-CT-MONTHS-OVER(WS-CT-COUNT)
                           MOVE 'N'
                               TO WS-CT-PROBATION(WS-CT-COUNT)
                       ELSE
                           DISPLAY ' CONTRACT TABLE FULL'
                           MOVE 12 TO RETURN-CODE
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
               IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL FD-LP-CONTRACT
                   IF  FD-LP-DATE  NOT LESS WS-CT-START(WS-CT-POS)
                       ADD FD-LP-AMOUNT
                                   TO WS-CT-PAID(WS-CT-POS)
                   END-IF
                   MOVE WS-CT-COUNT
                                   TO WS-CT-POS
               END-IF
       0104-00-EXIT.
           EXIT.

       0106-00-LOAD-HISTORY.

      *    THE LATEST RESTRUCTURING ON THE HISTORY GIVES THE END OF
      *    THE PROBATION OF EACH CONTRACT; THE FILE IS IN THE ORDER
      *    IT WAS WRITTEN, SO A LATER VERSION OVERRIDES.

           OPEN INPUT CTRHIST.

           EVALUATE WS-FS-CTRHIST
             WHEN '00'
               PERFORM UNTIL WS-FS-CTRHIST EQUAL '10'
                   READ CTRHIST
                   EVALUATE WS-FS-CTRHIST
                     WHEN '00'
                       IF  FD-CH-TYPE EQUAL 'R'
                           PERFORM 0107-00-TAKE-RESTRUCTURE
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CTRHIST
             WHEN '35'
      *        NO CONTRACT RESTRUCTURED YET
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-LOAD-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CTRHIST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-TAKE-RESTRUCTURE.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
               IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL FD-CH-CONTRACT
                   MOVE FD-CH-RESTRUCT-DATE
                                   TO WS-CT-RESTRUCT-DATE(WS-CT-POS)
                   MOVE FD-CH-PROBATION-END
                                   TO WS-CT-PROBATION-END(WS-CT-POS)
                   IF  FD-CH-PROBATION-END
                                   NOT LESS WS-RUN-DATE-N
                       MOVE 'Y'    TO WS-CT-PROBATION(WS-CT-POS)
                   ELSE
                       MOVE 'N'    TO WS-CT-PROBATION(WS-CT-POS)
                   END-IF
                   MOVE WS-CT-COUNT
                                   TO WS-CT-POS
               END-IF
           END-PERFORM.

       0107-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
               MOVE WS-ARREARS-AMT TO FD-AR-ARREARS
               MOVE WS-MONTHS-OVER TO FD-AR-MONTHS-OVER

               MOVE WS-ARREARS-AMT TO WS-CT-ARREARS(WS-CT-FOUND)
               MOVE WS-MONTHS-OVER TO WS-CT-MONTHS-OVER(WS-CT-FOUND)

               WRITE REG-ARREARS
               IF  WS-FS-ARREARS   NOT EQUAL '00'
                   DISPLAY ' ERROR FOUND IN 0204-00-CLOSE-CONTRACT'
                                   TO WS-RD-ARREARS
                   MOVE WS-MONTHS-OVER
                                   TO WS-RD-MONTHS
                   IF  WS-CT-PROBATION(WS-CT-FOUND) EQUAL 'Y'
                       MOVE 'RESTRUCTURED'
                                   TO WS-RD-FLAG
                   ELSE
                       MOVE SPACES TO WS-RD-FLAG
                   END-IF
                   WRITE REG-AGINGRPT
                                   FROM WS-RPT-DETAIL
               END-IF
       0901-00-FINAL.

           PERFORM 0902-00-PRINT-BUCKETS.
           PERFORM 0903-00-PRINT-PROBATION.

           CLOSE PORTSCHD
                 ARREARS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  IN ARREARS....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-PROBATION TO WS-FMT-AMOUNT
           DISPLAY '*  IN PROBATION..: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.


       0902-00-EXIT.
           EXIT.

       0903-00-PRINT-PROBATION.

      *    RESTRUCTURED CONTRACTS STILL IN PROBATION ARE REPORTED
      *    APART, IN ARREARS OR NOT; THEY STAY IN THE BUCKETS ABOVE.

           WRITE REG-AGINGRPT      FROM WS-RPT-PROBATION-TITLE
                                   AFTER 2 LINES.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
               IF  WS-CT-PROBATION(WS-CT-POS) EQUAL 'Y'
                   ADD 1           TO WS-COUNT-PROBATION
                   ADD WS-CT-ARREARS(WS-CT-POS)
                                   TO WS-PROBATION-ARREARS
                   MOVE WS-CT-CONTRACT(WS-CT-POS)
                                   TO WS-RP-CONTRACT
                   MOVE WS-CT-RESTRUCT-DATE(WS-CT-POS)
                                   TO WS-RP-RESTRUCT-DATE
                   MOVE WS-CT-PROBATION-END(WS-CT-POS)
                                   TO WS-RP-PROBATION-END
                   MOVE WS-CT-ARREARS(WS-CT-POS)
                                   TO WS-RP-ARREARS
                   MOVE WS-CT-MONTHS-OVER(WS-CT-POS)
                                   TO WS-RP-MONTHS
                   WRITE REG-AGINGRPT
                                   FROM WS-RPT-PROBATION
               END-IF
           END-PERFORM.

           MOVE WS-COUNT-PROBATION TO WS-RT-CONTRACTS.
           MOVE WS-PROBATION-ARREARS
                                   TO WS-RT-ARREARS.
           WRITE REG-AGINGRPT      FROM WS-RPT-PROBATION-TOTAL.

       0903-00-EXIT.
           EXIT.
