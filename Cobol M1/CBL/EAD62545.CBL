      *   THAT MONTH, SO THE EAD62592 CLAWBACK PASS CAN PRICE A        *
      *   LATE RETURN AT THE RATE THE ORIGINAL SALE EARNED.            *
      *                                                                *
      *   SELLHIER: SELLER, MANAGER, OVERRIDE RATE AND EFFECTIVE DATE. *
      *   FOR EACH SELLER/MONTH THE ROW WITH THE LATEST EFFECTIVE      *
      *   DATE NOT AFTER THAT MONTH (OF THE CYCLE YEAR ON SYSIN)       *
      *   NAMES THE MANAGER; MANAGER 00 ENDS THE LINK.  THE MANAGER    *
      *   EARNS THE ROW'S RATE ON THE SELLER'S NET VOLUME (SAME-MONTH  *
      *   RETURNS DEDUCTED), PAID ON PAYFILE UNDER THE MANAGER'S OWN   *
      *   SELLER CODE WITH THE TEAM VOLUME.  THE TEAM'S INVOICES GO    *
      *   TO COMMHIST UNDER THE MANAGER AT THE OVERRIDE RATE, SO       *
      *   EAD62592 CLAWS THE OVERRIDE BACK ON A LATE RETURN.  NO       *
      *   SELLHIER FILE MEANS NO OVERRIDES.                            *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
           SELECT COMMRATE         ASSIGN TO DA-S-COMMRATE
               FILE STATUS         IS WS-FS-COMMRATE.

           SELECT SELLHIER         ASSIGN TO DA-S-SELLHIER
               FILE STATUS         IS WS-FS-SELLHIER.

           SELECT PAYFILE          ASSIGN TO DA-S-PAYFILE
               FILE STATUS         IS WS-FS-PAYFILE.

           03  FD-VALUE            PIC 9(6)V9(2).
           03  FD-REC-TYPE         PIC X(1).
           03  FD-ORIG-INVOICE     PIC 9(6).
           03  FD-CUSTOMER         PIC 9(6).

       FD  COMMRATE
           RECORDING MODE IS F
           03  FD-CR-RATE-2        PIC 9(2)V9(2).
           03  FD-CR-RATE-3        PIC 9(2)V9(2).

       FD  SELLHIER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SELLHIER.
           03  FD-SH-SELLER        PIC 9(2).
           03  FD-SH-MANAGER       PIC 9(2).
           03  FD-SH-RATE          PIC 9(2)V9(2).
           03  FD-SH-EFFECTIVE     PIC 9(8).
           03  FILLER                  REDEFINES FD-SH-EFFECTIVE.
               05  FD-SH-EFF-YM    PIC 9(6).
               05  FD-SH-EFF-DD    PIC 9(2).
           03  FILLER              PIC X(64).

       FD  PAYFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       77  WS-FS-COMMRATE          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYFILE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-COMMHIST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-SELLHIER          PIC X(2)            VALUE ZEROS.

       77  WS-COMM-YEAR            PIC 9(4)            VALUE ZEROS.
       77  WS-COMM-YM              PIC 9(6)            VALUE ZEROS.

       77  WS-WRITE-COMMHIST       PIC 9(4)            VALUE ZEROS.
       77  WS-EFFECTIVE-RATE       PIC 9(2)V9(4)       VALUE ZEROS.

       77  WS-READ-SALES3L         PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-PAYFILE        PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-OVERRIDES      PIC 9(4)            VALUE ZEROS.

       77  WS-RATE-COUNT           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-RATE-POS             PIC 9(2) COMP-3     VALUE ZEROS.
               05  WS-RT-RATE-2    PIC 9(2)V9(2).
               05  WS-RT-RATE-3    PIC 9(2)V9(2).

       77  WS-HIER-COUNT           PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-HIER-POS             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-HIER-FOUND           PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-HIER-TABLE.
           03  WS-HR-ENTRY         OCCURS 100 TIMES.
               05  WS-HR-SELLER    PIC 9(2).
               05  WS-HR-MANAGER   PIC 9(2).
               05  WS-HR-RATE      PIC 9(2)V9(2).
               05  WS-HR-EFF-YM    PIC 9(6).

       77  WS-MGR-COUNT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-MGR-POS              PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-MGR-MO               PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-MANAGER-TABLE.
           03  WS-MG-ENTRY         OCCURS 20 TIMES.
               05  WS-MG-MANAGER   PIC 9(2).
               05  WS-MG-MONTH-VOL PIC 9(9)V9(2)  OCCURS 12 TIMES.
               05  WS-MG-MONTH-BASE
                                   PIC 9(11)V9(4) OCCURS 12 TIMES.

       77  WS-SELLER-COUNT         PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-SELLER-POS           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-MO                   PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-COMMISSION           PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-SELLER-COMMISSION    PIC 9(8)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-COMMISSION     PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-OVERRIDE             PIC 9(7)V9(2)       VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZ9            VALUE ZEROS.

           ' SELLER '.
           03  WS-RH-SELLER        PIC 9(2)            VALUE ZEROS.

       01  WS-RPT-OVR-HEADER.
           03  FILLER              PIC X(20)           VALUE
           'OVERRIDE STATEMENT -'.
           03  FILLER              PIC X(9)            VALUE
           ' MANAGER '.
           03  WS-RO-MANAGER       PIC 9(2)            VALUE ZEROS.

       01  WS-RPT-SALE.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  FILLER              PIC X(6)            VALUE

       0101-00-INITIAL.

           ACCEPT WS-COMM-YEAR     FROM SYSIN.

           IF  WS-COMM-YEAR        NOT NUMERIC OR
               WS-COMM-YEAR        LESS 2000
               DISPLAY ' CYCLE YEAR INVALID ON SYSIN: ' WS-COMM-YEAR
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-COMMRATE.
           PERFORM 0103-00-LOAD-SELLHIER.

           OPEN INPUT SALES3L.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-SELLHIER.

           OPEN INPUT SELLHIER.

           EVALUATE WS-FS-SELLHIER
             WHEN '00'
               PERFORM UNTIL WS-FS-SELLHIER EQUAL '10'
                   READ SELLHIER
                   EVALUATE WS-FS-SELLHIER
                     WHEN '00'
                       PERFORM 0104-00-STORE-SELLHIER
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-SELLHIER'
                                    ' FILE STATUS: ' WS-FS-SELLHIER
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE SELLHIER
             WHEN '35'
      *        NO SALES HIERARCHY: NO OVERRIDES THIS CYCLE
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-SELLHIER'
                                    ' FILE STATUS: ' WS-FS-SELLHIER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-STORE-SELLHIER.

           IF  FD-SH-SELLER        NOT NUMERIC OR
               FD-SH-MANAGER       NOT NUMERIC OR
               FD-SH-RATE          NOT NUMERIC OR
               FD-SH-EFFECTIVE     NOT NUMERIC OR
               FD-SH-MANAGER       EQUAL FD-SH-SELLER
               DISPLAY ' SALES HIERARCHY ROW INVALID: ' REG-SELLHIER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-HIER-COUNT       LESS 100
               ADD 1               TO WS-HIER-COUNT
               MOVE FD-SH-SELLER   TO WS-HR-SELLER(WS-HIER-COUNT)
               MOVE FD-SH-MANAGER  TO WS-HR-MANAGER(WS-HIER-COUNT)
               MOVE FD-SH-RATE     TO WS-HR-RATE(WS-HIER-COUNT)
               MOVE FD-SH-EFF-YM   TO WS-HR-EFF-YM(WS-HIER-COUNT)
           ELSE
               DISPLAY ' SALES HIERARCHY TABLE FULL'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0104-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
             VARYING WS-SELLER-POS FROM 1 BY 1
             UNTIL WS-SELLER-POS   GREATER WS-SELLER-COUNT.

           PERFORM 0908-00-TEAM-VOLUME
             VARYING WS-SELLER-POS FROM 1 BY 1
             UNTIL WS-SELLER-POS   GREATER WS-SELLER-COUNT
             AFTER WS-MO FROM 1 BY 1
             UNTIL WS-MO           GREATER 12.

           PERFORM 0912-00-PRINT-MANAGER
             VARYING WS-MGR-POS FROM 1 BY 1
             UNTIL WS-MGR-POS      GREATER WS-MGR-COUNT.

           CLOSE SALES3L
                 PAYFILE
                 COMMHIST
           MOVE WS-WRITE-PAYFILE   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE PAYFILE.: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-WRITE-OVERRIDES TO WS-FMT-AMOUNT
           DISPLAY '*  OVERRIDES.....: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.


       0906-00-EXIT.
           EXIT.

       0908-00-TEAM-VOLUME.

           MOVE WS-SE-MONTH-VOL(WS-SELLER-POS, WS-MO)
                                   TO WS-VOLUME.

           IF  WS-VOLUME           GREATER ZEROS
               COMPUTE WS-COMM-YM = WS-COMM-YEAR * 100 + WS-MO
               PERFORM 0909-00-FIND-MANAGER

               IF  WS-HIER-FOUND   GREATER ZEROS
                   PERFORM 0910-00-FIND-MANAGER-SLOT
                   ADD WS-VOLUME
                       TO WS-MG-MONTH-VOL(WS-MGR-POS, WS-MO)
                   COMPUTE WS-MG-MONTH-BASE(WS-MGR-POS, WS-MO) =
                       WS-MG-MONTH-BASE(WS-MGR-POS, WS-MO)
                       + (WS-VOLUME * WS-HR-RATE(WS-HIER-FOUND))
                   PERFORM 0911-00-WRITE-OVERRIDE-HIST
               END-IF
           END-IF.

       0908-00-EXIT.
           EXIT.

       0909-00-FIND-MANAGER.

      *    THE ROW IN FORCE FOR THE SELLER IN WS-COMM-YM IS THE ONE
      *    WITH THE LATEST EFFECTIVE MONTH NOT AFTER IT (THE LATER
      *    ROW WINS A TIE).  A MANAGER 00 ROW MEANS NO MANAGER.

           MOVE ZEROS              TO WS-HIER-FOUND.

           PERFORM VARYING WS-HIER-POS FROM 1 BY 1
             UNTIL WS-HIER-POS     GREATER WS-HIER-COUNT
               IF  WS-HR-SELLER(WS-HIER-POS)
                                   EQUAL WS-SE-SELLER(WS-SELLER-POS)
                                                      AND
                   WS-HR-EFF-YM(WS-HIER-POS)
                                   NOT GREATER WS-COMM-YM
                   IF  WS-HIER-FOUND EQUAL ZEROS
                       MOVE WS-HIER-POS
                                   TO WS-HIER-FOUND
                   ELSE
                       IF  WS-HR-EFF-YM(WS-HIER-POS) NOT LESS
                           WS-HR-EFF-YM(WS-HIER-FOUND)
                           MOVE WS-HIER-POS
                                   TO WS-HIER-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF  WS-HIER-FOUND       GREATER ZEROS
               IF  WS-HR-MANAGER(WS-HIER-FOUND) EQUAL ZEROS
                   MOVE ZEROS      TO WS-HIER-FOUND
               END-IF
           END-IF.

       0909-00-EXIT.
           EXIT.

       0910-00-FIND-MANAGER-SLOT.

           PERFORM VARYING WS-MGR-POS FROM 1 BY 1
             UNTIL WS-MGR-POS      GREATER WS-MGR-COUNT
                OR WS-MG-MANAGER(WS-MGR-POS)
                                   EQUAL WS-HR-MANAGER(WS-HIER-FOUND)
               CONTINUE
           END-PERFORM.

           IF  WS-MGR-POS          GREATER WS-MGR-COUNT
               IF  WS-MGR-COUNT    LESS 20
                   ADD 1           TO WS-MGR-COUNT
                   MOVE WS-MGR-COUNT
                                   TO WS-MGR-POS
                   MOVE WS-HR-MANAGER(WS-HIER-FOUND)
                                   TO WS-MG-MANAGER(WS-MGR-POS)
                   PERFORM VARYING WS-MGR-MO FROM 1 BY 1
                     UNTIL WS-MGR-MO GREATER 12
                       MOVE ZEROS
                           TO WS-MG-MONTH-VOL(WS-MGR-POS, WS-MGR-MO)
                       MOVE ZEROS
                           TO WS-MG-MONTH-BASE(WS-MGR-POS, WS-MGR-MO)
                   END-PERFORM
               ELSE
                   DISPLAY ' MANAGER TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       0910-00-EXIT.
           EXIT.

       0911-00-WRITE-OVERRIDE-HIST.

      *    THE SELLER'S INVOICES OF THE MONTH ARE HISTORIZED UNDER
      *    THE MANAGER AT THE OVERRIDE RATE FOR THE CLAWBACK PASS.

           PERFORM VARYING WS-DET-POS FROM 1 BY 1
             UNTIL WS-DET-POS      GREATER WS-DET-COUNT
               IF  WS-DT-SELLER(WS-DET-POS)
                                   EQUAL WS-SE-SELLER(WS-SELLER-POS)
                                                      AND
                   WS-DT-MONTH(WS-DET-POS)
                                   EQUAL WS-MO       AND
                   WS-DT-REC-TYPE(WS-DET-POS)
                                   NOT EQUAL 'R'
                   MOVE WS-HR-MANAGER(WS-HIER-FOUND)
                                   TO FD-CH-SELLER
                   MOVE WS-DT-MONTH(WS-DET-POS)
                                   TO FD-CH-MONTH
                   MOVE WS-DT-INVOICE(WS-DET-POS)
                                   TO FD-CH-INVOICE
                   MOVE WS-DT-VALUE(WS-DET-POS)
                                   TO FD-CH-VALUE
                   MOVE WS-HR-RATE(WS-HIER-FOUND)
                                   TO FD-CH-RATE
                   WRITE REG-COMMHIST
                   IF  WS-FS-COMMHIST NOT EQUAL '00'
                       DISPLAY ' ERROR FOUND IN '
                               '0911-00-WRITE-OVERRIDE-HIST'
                                    ' FILE STATUS: ' WS-FS-COMMHIST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1           TO WS-WRITE-COMMHIST
               END-IF
           END-PERFORM.

       0911-00-EXIT.
           EXIT.

       0912-00-PRINT-MANAGER.

           MOVE WS-MG-MANAGER(WS-MGR-POS)
                                   TO WS-RO-MANAGER.
           WRITE REG-REPORTK       FROM WS-RPT-OVR-HEADER
                                   AFTER PAGE.

           MOVE ZEROS              TO WS-SELLER-COMMISSION.

           PERFORM 0913-00-MONTH-OVERRIDE
             VARYING WS-MO FROM 1 BY 1
             UNTIL WS-MO           GREATER 12.

           MOVE WS-SELLER-COMMISSION
                                   TO WS-RT-TOTAL.
           WRITE REG-REPORTK       FROM WS-RPT-SELLER-TOTAL
                                   AFTER 2 LINES.

       0912-00-EXIT.
           EXIT.

       0913-00-MONTH-OVERRIDE.

           IF  WS-MG-MONTH-VOL(WS-MGR-POS, WS-MO)
                                   GREATER ZEROS
               COMPUTE WS-OVERRIDE ROUNDED =
                   WS-MG-MONTH-BASE(WS-MGR-POS, WS-MO) / 100

               MOVE WS-MO          TO WS-RC-MONTH
               MOVE WS-MG-MONTH-VOL(WS-MGR-POS, WS-MO)
                                   TO WS-RC-VOLUME
               MOVE WS-OVERRIDE    TO WS-RC-COMMISSION
               WRITE REG-REPORTK   FROM WS-RPT-COMMISSION

               MOVE WS-MG-MANAGER(WS-MGR-POS)
                                   TO FD-PY-SELLER
               MOVE WS-MO          TO FD-PY-MONTH
               MOVE WS-MG-MONTH-VOL(WS-MGR-POS, WS-MO)
                                   TO FD-PY-VOLUME
               MOVE WS-OVERRIDE    TO FD-PY-COMMISSION
               WRITE REG-PAYFILE

               EVALUATE WS-FS-PAYFILE
                 WHEN '00'
                   ADD 1           TO WS-WRITE-PAYFILE
                   ADD 1           TO WS-WRITE-OVERRIDES
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0913-00-MONTH-OVERRIDE'
                                    ' FILE STATUS: ' WS-FS-PAYFILE
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE

               ADD WS-OVERRIDE     TO WS-SELLER-COMMISSION
               ADD WS-OVERRIDE     TO WS-TOTAL-COMMISSION
           END-IF.

       0913-00-EXIT.
           EXIT.
