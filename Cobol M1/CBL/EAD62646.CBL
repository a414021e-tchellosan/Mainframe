      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62646.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62646                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : WEEKLY AR DUNNING: LETTER EXTRACT FOR THE    *
      *                   OVERDUE OPEN ITEMS AND DUNNING HISTORY       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE SUBLEDGER AND THE DUNNING HISTORY BOTH ARRIVE IN         *
      *   INVOICE SEQUENCE.  AN INVOICE IS TAKEN AS DATED THE LAST     *
      *   DAY OF ITS MONTH AND FALLS DUE AFTER THE CUSTOMER'S PAYMENT  *
      *   TERMS (SALES CUSTOMER MASTER).  DAYS OVERDUE TO THE SYSIN    *
      *   RUN DATE SET THE LEVEL:                                      *
      *     15+ DAYS : 1 - FRIENDLY REMINDER                           *
      *     45+ DAYS : 2 - FORMAL NOTICE                               *
      *     90+ DAYS : 3 - FINAL DEMAND                                *
      *   A LETTER IS EXTRACTED ONLY WHEN THE LEVEL IS ABOVE THE ONE   *
      *   ALREADY SENT, SO NO LEVEL GOES OUT TWICE.  WHEN THE OPEN     *
      *   BALANCE HAS DROPPED SINCE THE LAST LETTER (A RECEIPT OR A    *
      *   CREDIT NOTE WAS APPLIED) THE CYCLE RESTARTS: LEVEL BACK TO   *
      *   ZERO AND DAYS COUNTED FROM THIS RUN.  DISPUTED ITEMS (FLAG   *
      *   D, EAD62645) AND ITEMS WITHOUT A CUSTOMER CODE GET NO        *
      *   LETTER.  HISTORY OF ITEMS NO LONGER OPEN IS DROPPED.         *
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

           SELECT AROPEN           ASSIGN TO DA-S-AROPEN
               FILE STATUS         IS WS-FS-AROPEN.

           SELECT CUSTMAST         ASSIGN TO DA-S-CUSTMAST
               FILE STATUS         IS WS-FS-CUSTMAST.

           SELECT DUNHSTO          ASSIGN TO DA-S-DUNHSTO
               FILE STATUS         IS WS-FS-DUNHSTO.

           SELECT DUNHSTN          ASSIGN TO DA-S-DUNHSTN
               FILE STATUS         IS WS-FS-DUNHSTN.

           SELECT LETTERS          ASSIGN TO DA-S-LETTERS
               FILE STATUS         IS WS-FS-LETTERS.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  AROPEN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-AROPEN.
           03  FD-AO-INVOICE       PIC 9(6).
           03  FD-AO-YEAR          PIC 9(4).
           03  FD-AO-MONTH         PIC 9(2).
           03  FD-AO-SELLER        PIC 9(2).
           03  FD-AO-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-AO-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FD-AO-STATUS        PIC X(1).
           03  FD-AO-CUSTOMER      PIC 9(6).
           03  FD-AO-DISPUTE       PIC X(1).

       FD  CUSTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTMAST.
           03  FD-CM-CUSTOMER      PIC 9(6).
           03  FD-CM-NAME          PIC X(30).
           03  FD-CM-TAX-ID        PIC X(14).
           03  FD-CM-STATE         PIC X(2).
           03  FD-CM-PAY-TERMS     PIC 9(3).
           03  FD-CM-STATUS        PIC X(1).
           03  FD-CM-CREDIT-LIMIT  PIC 9(9)V9(2).
           03  FILLER              PIC X(13).

       FD  DUNHSTO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DUNHSTO.
           03  FD-HO-INVOICE       PIC 9(6).
           03  FD-HO-CUSTOMER      PIC 9(6).
           03  FD-HO-LEVEL         PIC 9(1).
           03  FD-HO-LETTER-DATE   PIC 9(8).
           03  FD-HO-CYCLE-START   PIC 9(8).
           03  FD-HO-BALANCE       PIC S9(8)V9(2).
           03  FILLER              PIC X(1).

       FD  DUNHSTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DUNHSTN.
           03  FD-HN-INVOICE       PIC 9(6).
           03  FD-HN-CUSTOMER      PIC 9(6).
           03  FD-HN-LEVEL         PIC 9(1).
           03  FD-HN-LETTER-DATE   PIC 9(8).
           03  FD-HN-CYCLE-START   PIC 9(8).
           03  FD-HN-BALANCE       PIC S9(8)V9(2).
           03  FILLER              PIC X(1).

       FD  LETTERS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LETTERS.
           03  FD-LT-RUN-DATE      PIC 9(8).
           03  FD-LT-LEVEL         PIC 9(1).
           03  FD-LT-LEVEL-TEXT    PIC X(20).
           03  FD-LT-CUSTOMER      PIC 9(6).
           03  FD-LT-NAME          PIC X(30).
           03  FD-LT-TAX-ID        PIC X(14).
           03  FD-LT-STATE         PIC X(2).
           03  FD-LT-INVOICE       PIC 9(6).
           03  FD-LT-INV-YEAR      PIC 9(4).
           03  FD-LT-INV-MONTH     PIC 9(2).
           03  FD-LT-DUE-DATE      PIC 9(8).
           03  FD-LT-DAYS-OVERDUE  PIC 9(4).
           03  FD-LT-BUCKET        PIC 9(1).
           03  FD-LT-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-LT-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FILLER              PIC X(26).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62646'.

       77  WS-FS-AROPEN            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTMAST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-DUNHSTO           PIC X(2)            VALUE ZEROS.
       77  WS-FS-DUNHSTN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-LETTERS           PIC X(2)            VALUE ZEROS.

       77  WS-READ-AROPEN          PIC 9(5)            VALUE ZEROS.
       77  WS-READ-HISTORY         PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-HISTORY        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-LEVEL-1        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-LEVEL-2        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-LEVEL-3        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-RESETS         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-DISPUTED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NO-CUSTOMER    PIC 9(5)            VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.
       77  WS-RUN-INTEGER          PIC 9(7)            VALUE ZEROS.

       01  WS-NEXT-MONTH.
           03  WS-NM-YEAR          PIC 9(4)            VALUE ZEROS.
           03  WS-NM-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-NM-DAY           PIC 9(2)            VALUE 01.
       01  WS-NEXT-MONTH-DATE      REDEFINES WS-NEXT-MONTH
                                   PIC 9(8).

       77  WS-DUE-INTEGER          PIC 9(7)            VALUE ZEROS.
       77  WS-START-INTEGER        PIC 9(7)            VALUE ZEROS.
       77  WS-DUE-DATE             PIC 9(8)            VALUE ZEROS.
       77  WS-DAYS-OVERDUE         PIC S9(5)           VALUE ZEROS.
       77  WS-LEVEL-DUE            PIC 9(1)            VALUE ZEROS.

      *    THE ITEM'S DUNNING STATE, FROM HISTORY OR NEW.
       77  WS-CUR-LEVEL            PIC 9(1)            VALUE ZEROS.
       77  WS-CUR-LETTER-DATE      PIC 9(8)            VALUE ZEROS.
       77  WS-CUR-CYCLE-START      PIC 9(8)            VALUE ZEROS.
       77  WS-CUR-BALANCE          PIC S9(8)V9(2)      VALUE ZEROS.

       77  WS-CUST-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CUSTOMER-TABLE.
           03  WS-CU-ENTRY         OCCURS 2000 TIMES.
               05  WS-CU-CUSTOMER  PIC 9(6).
               05  WS-CU-NAME      PIC X(30).
               05  WS-CU-TAX-ID    PIC X(14).
               05  WS-CU-STATE     PIC X(2).
               05  WS-CU-PAY-TERMS PIC 9(3).

       01  WS-LEVEL-TEXTS.
           03  FILLER              PIC X(20)           VALUE
           'FRIENDLY REMINDER'.
           03  FILLER              PIC X(20)           VALUE
           'FORMAL NOTICE'.
           03  FILLER              PIC X(20)           VALUE
           'FINAL DEMAND'.
       01  WS-LEVEL-TABLE          REDEFINES WS-LEVEL-TEXTS.
           03  WS-LEVEL-TEXT       PIC X(20)           OCCURS 3 TIMES.

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
             UNTIL WS-FS-AROPEN    EQUAL '10' AND
                   WS-FS-DUNHSTO   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: RUN DATE (YYYYMMDD).

           ACCEPT WS-RUN-DATE      FROM SYSIN.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 0102-00-LOAD-CUSTOMERS.

           OPEN INPUT AROPEN
                      DUNHSTO.

           IF  WS-FS-AROPEN        NOT EQUAL '00' OR
               WS-FS-DUNHSTO       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' AROPEN: '  WS-FS-AROPEN
                       ' DUNHSTO: ' WS-FS-DUNHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DUNHSTN
                       LETTERS.

           PERFORM 0301-00-READ-AROPEN.
           PERFORM 0302-00-READ-DUNHSTO.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CUSTOMERS.

           OPEN INPUT CUSTMAST.

           EVALUATE WS-FS-CUSTMAST
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTMAST EQUAL '10'
                   READ CUSTMAST
                   EVALUATE WS-FS-CUSTMAST
                     WHEN '00'
                       IF  WS-CUST-COUNT LESS 2000
                           ADD 1   TO WS-CUST-COUNT
                           MOVE FD-CM-CUSTOMER
                               TO WS-CU-CUSTOMER(WS-CUST-COUNT)
                           MOVE FD-CM-NAME
                               TO WS-CU-NAME(WS-CUST-COUNT)
                           MOVE FD-CM-TAX-ID
                               TO WS-CU-TAX-ID(WS-CUST-COUNT)
                           MOVE FD-CM-STATE
                               TO WS-CU-STATE(WS-CUST-COUNT)
                           MOVE FD-CM-PAY-TERMS
                               TO WS-CU-PAY-TERMS(WS-CUST-COUNT)
                       ELSE
                           DISPLAY ' CUSTOMER TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CUSTMAST
             WHEN '35'
               DISPLAY ' CUSTOMER MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           EVALUATE TRUE
             WHEN FD-HO-INVOICE    LESS FD-AO-INVOICE
      *        ITEM NO LONGER ON THE SUBLEDGER: HISTORY DROPPED
               PERFORM 0302-00-READ-DUNHSTO

             WHEN FD-AO-INVOICE    LESS FD-HO-INVOICE
               MOVE ZEROS          TO WS-CUR-LEVEL
                                      WS-CUR-LETTER-DATE
                                      WS-CUR-CYCLE-START
               MOVE FD-AO-OPEN-BALANCE
                                   TO WS-CUR-BALANCE
               PERFORM 0202-00-DUN-ITEM
               PERFORM 0301-00-READ-AROPEN

             WHEN OTHER
               MOVE FD-HO-LEVEL    TO WS-CUR-LEVEL
               MOVE FD-HO-LETTER-DATE
                                   TO WS-CUR-LETTER-DATE
               MOVE FD-HO-CYCLE-START
                                   TO WS-CUR-CYCLE-START
               MOVE FD-HO-BALANCE  TO WS-CUR-BALANCE
               PERFORM 0202-00-DUN-ITEM
               PERFORM 0301-00-READ-AROPEN
               PERFORM 0302-00-READ-DUNHSTO
           END-EVALUATE.

       0201-00-EXIT.
           EXIT.

       0202-00-DUN-ITEM.

      *    PAID AND CLOSED ITEMS LEAVE THE CYCLE.

           IF  FD-AO-STATUS        EQUAL 'O'
               IF  FD-AO-OPEN-BALANCE
                                   LESS WS-CUR-BALANCE
                   IF  WS-CUR-LEVEL
                                   GREATER ZEROS
                       ADD 1       TO WS-COUNT-RESETS
                   END-IF
                   MOVE ZEROS      TO WS-CUR-LEVEL
                   MOVE WS-RUN-DATE
                                   TO WS-CUR-CYCLE-START
               END-IF

               MOVE FD-AO-OPEN-BALANCE
                                   TO WS-CUR-BALANCE

               EVALUATE TRUE
                 WHEN FD-AO-CUSTOMER
                                   EQUAL ZEROS
                   ADD 1           TO WS-COUNT-NO-CUSTOMER

                 WHEN FD-AO-DISPUTE
                                   EQUAL 'D'
                   ADD 1           TO WS-COUNT-DISPUTED

                 WHEN OTHER
                   PERFORM 0203-00-CHECK-LEVEL
               END-EVALUATE

               PERFORM 0205-00-WRITE-HISTORY
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-CHECK-LEVEL.

           PERFORM 0204-00-FIND-CUSTOMER.

      *    LAST DAY OF THE INVOICE MONTH PLUS THE PAYMENT TERMS.

           MOVE FD-AO-YEAR         TO WS-NM-YEAR.
           MOVE FD-AO-MONTH        TO WS-NM-MONTH.
           IF  WS-NM-MONTH         EQUAL 12
               MOVE 1              TO WS-NM-MONTH
               ADD 1               TO WS-NM-YEAR
           ELSE
               ADD 1               TO WS-NM-MONTH
           END-IF.

           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.

           IF  WS-CUST-FOUND       GREATER ZEROS
               ADD WS-CU-PAY-TERMS(WS-CUST-FOUND)
                                   TO WS-DUE-INTEGER
           END-IF.

           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER).

      *    A RESTARTED CYCLE COUNTS FROM THE RESTART, NOT THE DUE DATE.

           MOVE WS-DUE-INTEGER     TO WS-START-INTEGER.

           IF  WS-CUR-CYCLE-START  GREATER ZEROS
               IF  FUNCTION INTEGER-OF-DATE(WS-CUR-CYCLE-START)
                                   GREATER WS-START-INTEGER
                   COMPUTE WS-START-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-CUR-CYCLE-START)
               END-IF
           END-IF.

           COMPUTE WS-DAYS-OVERDUE = WS-RUN-INTEGER - WS-START-INTEGER.

           EVALUATE TRUE
             WHEN WS-DAYS-OVERDUE  NOT LESS 90
               MOVE 3              TO WS-LEVEL-DUE
             WHEN WS-DAYS-OVERDUE  NOT LESS 45
               MOVE 2              TO WS-LEVEL-DUE
             WHEN WS-DAYS-OVERDUE  NOT LESS 15
               MOVE 1              TO WS-LEVEL-DUE
             WHEN OTHER
               MOVE ZEROS          TO WS-LEVEL-DUE
           END-EVALUATE.

           IF  WS-LEVEL-DUE        GREATER WS-CUR-LEVEL
               PERFORM 0206-00-WRITE-LETTER
               MOVE WS-LEVEL-DUE   TO WS-CUR-LEVEL
               MOVE WS-RUN-DATE    TO WS-CUR-LETTER-DATE
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-FIND-CUSTOMER.

           MOVE ZEROS              TO WS-CUST-FOUND.

           PERFORM VARYING WS-CUST-POS FROM 1 BY 1
             UNTIL WS-CUST-POS     GREATER WS-CUST-COUNT
                OR WS-CUST-FOUND   GREATER ZEROS
               IF  WS-CU-CUSTOMER(WS-CUST-POS)
                                   EQUAL FD-AO-CUSTOMER
                   MOVE WS-CUST-POS
                                   TO WS-CUST-FOUND
               END-IF
           END-PERFORM.

       0204-00-EXIT.
           EXIT.

       0205-00-WRITE-HISTORY.

      *    AN ITEM NEVER DUNNED AND NEVER RESTARTED NEEDS NO HISTORY.

           IF  WS-CUR-LEVEL        GREATER ZEROS OR
               WS-CUR-CYCLE-START  GREATER ZEROS
               MOVE SPACES         TO REG-DUNHSTN
               MOVE FD-AO-INVOICE  TO FD-HN-INVOICE
               MOVE FD-AO-CUSTOMER TO FD-HN-CUSTOMER
               MOVE WS-CUR-LEVEL   TO FD-HN-LEVEL
               MOVE WS-CUR-LETTER-DATE
                                   TO FD-HN-LETTER-DATE
               MOVE WS-CUR-CYCLE-START
                                   TO FD-HN-CYCLE-START
               MOVE WS-CUR-BALANCE TO FD-HN-BALANCE

               WRITE REG-DUNHSTN

               EVALUATE WS-FS-DUNHSTN
                 WHEN '00'
                   ADD 1           TO WS-WRITE-HISTORY
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0205-00-WRITE-HISTORY'
                                    ' FILE STATUS: ' WS-FS-DUNHSTN
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-WRITE-LETTER.

           MOVE SPACES             TO REG-LETTERS.
           MOVE WS-RUN-DATE        TO FD-LT-RUN-DATE.
           MOVE WS-LEVEL-DUE       TO FD-LT-LEVEL.
           MOVE WS-LEVEL-TEXT(WS-LEVEL-DUE)
                                   TO FD-LT-LEVEL-TEXT.
           MOVE FD-AO-CUSTOMER     TO FD-LT-CUSTOMER.

           IF  WS-CUST-FOUND       GREATER ZEROS
               MOVE WS-CU-NAME(WS-CUST-FOUND)
                                   TO FD-LT-NAME
               MOVE WS-CU-TAX-ID(WS-CUST-FOUND)
                                   TO FD-LT-TAX-ID
               MOVE WS-CU-STATE(WS-CUST-FOUND)
                                   TO FD-LT-STATE
           ELSE
               MOVE '*** NOT ON CUSTOMER MASTER ***'
                                   TO FD-LT-NAME
           END-IF.

           MOVE FD-AO-INVOICE      TO FD-LT-INVOICE.
           MOVE FD-AO-YEAR         TO FD-LT-INV-YEAR.
           MOVE FD-AO-MONTH        TO FD-LT-INV-MONTH.
           MOVE WS-DUE-DATE        TO FD-LT-DUE-DATE.
           MOVE WS-DAYS-OVERDUE    TO FD-LT-DAYS-OVERDUE.

      *    AGING BUCKET AS ON THE EAD62587 REPORT (1 = CURRENT).

           EVALUATE TRUE
             WHEN WS-DAYS-OVERDUE  NOT LESS 90
               MOVE 4              TO FD-LT-BUCKET
             WHEN WS-DAYS-OVERDUE  NOT LESS 60
               MOVE 3              TO FD-LT-BUCKET
             WHEN WS-DAYS-OVERDUE  NOT LESS 30
               MOVE 2              TO FD-LT-BUCKET
             WHEN OTHER
               MOVE 1              TO FD-LT-BUCKET
           END-EVALUATE.

           MOVE FD-AO-ORIG-VALUE   TO FD-LT-ORIG-VALUE.
           MOVE FD-AO-OPEN-BALANCE TO FD-LT-OPEN-BALANCE.

           WRITE REG-LETTERS.

           EVALUATE WS-FS-LETTERS
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0206-00-WRITE-LETTER'
                                    ' FILE STATUS: ' WS-FS-LETTERS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           EVALUATE WS-LEVEL-DUE
             WHEN 1
               ADD 1               TO WS-COUNT-LEVEL-1
             WHEN 2
               ADD 1               TO WS-COUNT-LEVEL-2
             WHEN OTHER
               ADD 1               TO WS-COUNT-LEVEL-3
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-AROPEN.

           READ AROPEN.

           EVALUATE WS-FS-AROPEN
             WHEN '00'
               ADD 1               TO WS-READ-AROPEN
             WHEN '10'
               MOVE 999999         TO FD-AO-INVOICE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-AROPEN'
                                    ' FILE STATUS: ' WS-FS-AROPEN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-DUNHSTO.

           READ DUNHSTO.

           EVALUATE WS-FS-DUNHSTO
             WHEN '00'
               ADD 1               TO WS-READ-HISTORY
             WHEN '10'
               MOVE 999999         TO FD-HO-INVOICE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-DUNHSTO'
                                    ' FILE STATUS: ' WS-FS-DUNHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE AROPEN
                 DUNHSTO
                 DUNHSTN
                 LETTERS.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-AROPEN     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  ITEMS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-HISTORY    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  HISTORY.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-LEVEL-1   TO WS-FMT-AMOUNT
           DISPLAY '*  REMINDERS.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-LEVEL-2   TO WS-FMT-AMOUNT
           DISPLAY '*  FORMAL NOTICES: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-LEVEL-3   TO WS-FMT-AMOUNT
           DISPLAY '*  FINAL DEMANDS.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-RESETS    TO WS-FMT-AMOUNT
           DISPLAY '*  CYCLES RESET..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-DISPUTED  TO WS-FMT-AMOUNT
           DISPLAY '*  DISPUTED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NO-CUSTOMER
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NO CUSTOMER...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-HISTORY   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE HISTORY.: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
