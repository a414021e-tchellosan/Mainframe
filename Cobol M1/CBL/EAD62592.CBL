      *   THE CHEQUE CANNOT ABSORB CARRIES FORWARD.  THE CLAWBACK      *
      *   REPORT PER SELLER KEEPS THE SMALLER CHEQUE FROM BEING A      *
      *   SURPRISE.  SAME-MONTH RETURNS ARE ALREADY NETTED IN THE      *
      *   EAD62545 VOLUME AND ARE SKIPPED HERE.  A MANAGER OVERRIDE    *
      *   IS HISTORIZED UNDER THE MANAGER FOR THE SAME INVOICE AND     *
      *   IS CLAWED BACK FROM THE MANAGER THE SAME WAY.                *
      *                                                                *
      *   EVERY SELLER OF THE CYCLE ALSO GETS A SUMMARY RECORD         *
      *   (YEAR, MONTH, VOLUME, GROSS COMMISSION AND THE MONTH'S NEW   *
      *   CLAWBACK) APPENDED TO COMMSUMM, THE HISTORY THE SELLER       *
      *   SCORECARD EAD62653 READS.  SYSIN: THE CYCLE YEAR (YYYY).     *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
           SELECT ADJNEW           ASSIGN TO DA-S-ADJNEW
               FILE STATUS         IS WS-FS-ADJNEW.

           SELECT COMMSUMM         ASSIGN TO DA-S-COMMSUMM
               FILE STATUS         IS WS-FS-COMMSUMM.

           SELECT CLAWRPT          ASSIGN TO DA-S-CLAWRPT.

      *================================================================*
           03  FD-VALUE            PIC 9(6)V9(2).
           03  FD-REC-TYPE         PIC X(1).
           03  FD-ORIG-INVOICE     PIC 9(6).
           03  FD-CUSTOMER         PIC 9(6).

       FD  COMMHIST
           RECORDING MODE IS F
           03  FD-AN-SELLER        PIC 9(2).
           03  FD-AN-BALANCE       PIC 9(8)V9(2).

       FD  COMMSUMM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-COMMSUMM.
           03  FD-CS-SELLER        PIC 9(2).
           03  FD-CS-YEAR          PIC 9(4).
           03  FD-CS-MONTH         PIC 9(2).
           03  FD-CS-VOLUME        PIC 9(9)V9(2).
           03  FD-CS-COMMISSION    PIC 9(7)V9(2).
           03  FD-CS-CLAWBACK      PIC 9(8)V9(2).
           03  FILLER              PIC X(2).

       FD  CLAWRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       77  WS-FS-PAYFILE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PAYNET            PIC X(2)            VALUE ZEROS.
       77  WS-FS-ADJNEW            PIC X(2)            VALUE ZEROS.
       77  WS-FS-COMMSUMM          PIC X(2)            VALUE ZEROS.

       77  WS-CYCLE-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-CYCLE-MONTH          PIC 9(2)            VALUE ZEROS.

       77  WS-READ-SALES           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CLAWBACKS      PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-UNMATCHED      PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-PAYNET         PIC 9(4)            VALUE ZEROS.
       77  WS-WRITE-COMMSUMM       PIC 9(4)            VALUE ZEROS.

       77  WS-HIST-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-HIST-POS             PIC 9(4) COMP-3     VALUE ZEROS.
               05  WS-AJ-CARRIED   PIC 9(8)V9(2).
               05  WS-AJ-NEW       PIC 9(8)V9(2).
               05  WS-AJ-APPLIED   PIC 9(8)V9(2).
               05  WS-AJ-VOLUME    PIC 9(9)V9(2).
               05  WS-AJ-COMMISSION
                                   PIC 9(7)V9(2).

       77  WS-CLAWBACK             PIC 9(7)V9(2)       VALUE ZEROS.
       77  WS-AVAILABLE            PIC 9(8)V9(2)       VALUE ZEROS.

       0101-00-INITIAL.

           ACCEPT WS-CYCLE-YEAR    FROM SYSIN.

           IF  WS-CYCLE-YEAR       NOT NUMERIC OR
               WS-CYCLE-YEAR       LESS 2000
               DISPLAY ' CYCLE YEAR INVALID ON SYSIN: ' WS-CYCLE-YEAR
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-COMMHIST.
           PERFORM 0103-00-LOAD-ADJOLD.

                       ADJNEW
                       CLAWRPT.

           OPEN EXTEND COMMSUMM.

           IF  WS-FS-COMMSUMM      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' COMMSUMM: ' WS-FS-COMMSUMM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-SALES3L.
           PERFORM 0302-00-READ-PAYFILE.

                   MOVE ZEROS      TO WS-AJ-CARRIED(WS-ADJ-POS)
                   MOVE ZEROS      TO WS-AJ-NEW(WS-ADJ-POS)
                   MOVE ZEROS      TO WS-AJ-APPLIED(WS-ADJ-POS)
                   MOVE ZEROS      TO WS-AJ-VOLUME(WS-ADJ-POS)
                   MOVE ZEROS      TO WS-AJ-COMMISSION(WS-ADJ-POS)
               ELSE
                   DISPLAY ' ADJUSTMENT TABLE FULL'
                   MOVE 12         TO RETURN-CODE

       0202-00-PRICE-RETURN.

      *    EVERY HISTORY ENTRY OF THE ORIGINAL INVOICE IS CLAWED
      *    BACK: THE SELLER'S COMMISSION AND ANY MANAGER OVERRIDE.

           MOVE ZEROS              TO WS-HIST-FOUND.

           PERFORM VARYING WS-HIST-POS FROM 1 BY 1
             UNTIL WS-HIST-POS     GREATER WS-HIST-COUNT
               IF  WS-HI-INVOICE(WS-HIST-POS)
                                   EQUAL FD-ORIG-INVOICE
                   ADD 1           TO WS-HIST-FOUND
                   PERFORM 0203-00-CLAW-ENTRY
               END-IF
           END-PERFORM.

           IF  WS-HIST-FOUND       EQUAL ZEROS
               ADD 1               TO WS-COUNT-UNMATCHED
               DISPLAY ' =======> RETURN FOR UNCOMMISSIONED INVOICE '
                       FD-ORIG-INVOICE
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-CLAW-ENTRY.

           IF  WS-HI-MONTH(WS-HIST-POS) EQUAL FD-MONTH
      *        SAME-MONTH RETURN: ALREADY NETTED IN THE EAD62545
      *        VOLUME, NO CLAWBACK DUE
               CONTINUE
           ELSE
               COMPUTE WS-CLAWBACK ROUNDED =
                   FD-VALUE * WS-HI-RATE(WS-HIST-POS) / 100

               MOVE WS-HI-SELLER(WS-HIST-POS)
                                   TO WS-ADJ-SEARCH
               PERFORM 0104-00-FIND-ADJ-SELLER

               ADD WS-CLAWBACK     TO WS-AJ-NEW(WS-ADJ-FOUND)
               ADD 1               TO WS-COUNT-CLAWBACKS
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-NET-PAYMENTS.
           MOVE FD-PY-SELLER       TO WS-ADJ-SEARCH.
           PERFORM 0104-00-FIND-ADJ-SELLER.

           MOVE FD-PY-MONTH        TO WS-CYCLE-MONTH.
           ADD FD-PY-VOLUME        TO WS-AJ-VOLUME(WS-ADJ-FOUND).
           ADD FD-PY-COMMISSION    TO WS-AJ-COMMISSION(WS-ADJ-FOUND).

           COMPUTE WS-AVAILABLE =
               WS-AJ-CARRIED(WS-ADJ-FOUND)
               + WS-AJ-NEW(WS-ADJ-FOUND)
                       STOP RUN
                   END-IF
               END-IF

               IF  WS-CYCLE-MONTH  GREATER ZEROS
                   PERFORM 0206-00-WRITE-COMMSUMM
               END-IF
           END-PERFORM.

       0205-00-EXIT.
           EXIT.

       0206-00-WRITE-COMMSUMM.

      *    THE CYCLE MONTH IS THE PAYFILE MONTH; A CYCLE WITH NO
      *    PAYMENTS LEAVES NO SUMMARY.

           MOVE SPACES             TO REG-COMMSUMM.
           MOVE WS-AJ-SELLER(WS-ADJ-POS)
                                   TO FD-CS-SELLER.
           MOVE WS-CYCLE-YEAR      TO FD-CS-YEAR.
           MOVE WS-CYCLE-MONTH     TO FD-CS-MONTH.
           MOVE WS-AJ-VOLUME(WS-ADJ-POS)
                                   TO FD-CS-VOLUME.
           MOVE WS-AJ-COMMISSION(WS-ADJ-POS)
                                   TO FD-CS-COMMISSION.
           MOVE WS-AJ-NEW(WS-ADJ-POS)
                                   TO FD-CS-CLAWBACK.

           WRITE REG-COMMSUMM.

           EVALUATE WS-FS-COMMSUMM
             WHEN '00'
               ADD 1               TO WS-WRITE-COMMSUMM
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0206-00-WRITE-COMMSUMM'
                                    ' FILE STATUS: ' WS-FS-COMMSUMM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*
                 PAYFILE
                 PAYNET
                 ADJNEW
                 COMMSUMM
                 CLAWRPT.

           DISPLAY '*----------------------------------------------*'.
           MOVE WS-WRITE-PAYNET    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE PAYNET..: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-WRITE-COMMSUMM  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE SUMMARY.: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

