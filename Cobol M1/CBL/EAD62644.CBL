      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62644.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62644                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : AR CUSTOMER STATEMENTS: THE OPEN ITEMS OF    *
      *                   EACH SALES CUSTOMER, ONE PAGE PER CUSTOMER   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE OPEN-ITEMS SUBLEDGER ARRIVES SORTED BY CUSTOMER AND      *
      *   INVOICE (JOB PRE-SORT).  EVERY CUSTOMER WITH AN OPEN ITEM    *
      *   GETS A STATEMENT HEADED WITH THE NAME, TAX ID, STATE AND     *
      *   PAYMENT TERMS FROM THE SALES CUSTOMER MASTER.  AN ITEM IS    *
      *   MARKED OVERDUE WHEN ITS AGE (WHOLE MONTHS TO THE SYSIN       *
      *   AS-OF MONTH, AT 30 DAYS EACH, AS IN THE EAD62587 AGING) IS   *
      *   PAST THE CUSTOMER'S TERMS, OR DISPUTED WHEN THE ITEM CARRIES *
      *   THE DISPUTE FLAG (EAD62645).  ITEMS WITHOUT A CUSTOMER CODE  *
      *   (CONVERTED FROM BEFORE THE CODE EXISTED) ARE COUNTED BUT     *
      *   GET NO STATEMENT.                                            *
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

           SELECT STMTRPT          ASSIGN TO DA-S-STMTRPT.

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

       FD  STMTRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-STMTRPT             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62644'.

       77  WS-FS-AROPEN            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTMAST          PIC X(2)            VALUE ZEROS.

       77  WS-READ-AROPEN          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ITEMS          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-STATEMENTS     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNASSIGNED     PIC 9(5)            VALUE ZEROS.

       01  WS-ASOF.
           03  WS-AS-YEAR          PIC 9(4).
           03  WS-AS-MONTH         PIC 9(2).

       77  WS-AGE-MONTHS           PIC S9(4)           VALUE ZEROS.
       77  WS-AGE-DAYS             PIC S9(5)           VALUE ZEROS.

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

       77  WS-CURRENT-CUSTOMER     PIC 9(6)            VALUE ZEROS.
       77  WS-CURRENT-TERMS        PIC 9(3)            VALUE ZEROS.
       77  WS-TOTAL-DUE            PIC S9(9)V9(2)      VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(31)           VALUE
           'ACCOUNTS RECEIVABLE STATEMENT -'.
           03  FILLER              PIC X(8)            VALUE
           ' AS OF: '.
           03  WS-RH-ASOF          PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(10)           VALUE
           'CUSTOMER: '.
           03  WS-RH-CUSTOMER      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RH-NAME          PIC X(30)           VALUE SPACES.

       01  WS-RPT-HEADER-3.
           03  FILLER              PIC X(10)           VALUE
           'TAX ID..: '.
           03  WS-RH-TAX-ID        PIC X(14)           VALUE SPACES.
           03  FILLER              PIC X(9)            VALUE
           '  STATE: '.
           03  WS-RH-STATE         PIC X(2)            VALUE SPACES.
           03  FILLER              PIC X(9)            VALUE
           '  TERMS: '.
           03  WS-RH-TERMS         PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(5)            VALUE
           ' DAYS'.

       01  WS-RPT-HEADER-4.
           03  FILLER              PIC X(16)           VALUE
           'INVOICE  YEAR/MO'.
           03  FILLER              PIC X(16)           VALUE
           '  ORIGINAL VALUE'.
           03  FILLER              PIC X(16)           VALUE
           '    OPEN BALANCE'.

       01  WS-RPT-DETAIL.
           03  WS-RD-INVOICE       PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RD-YEAR          PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-RD-MONTH         PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-ORIG-VALUE    PIC ZZ.ZZZ.ZZ9,99   VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-OPEN-BALANCE  PIC -ZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-OVERDUE       PIC X(9)            VALUE SPACES.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(32)           VALUE
           'TOTAL DUE'.
           03  WS-RT-TOTAL-DUE     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

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
             UNTIL WS-FS-AROPEN    EQUAL '10'.

           IF  WS-CURRENT-CUSTOMER GREATER ZEROS
               PERFORM 0204-00-CLOSE-STATEMENT
           END-IF.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

      *    SYSIN: AS-OF YEAR AND MONTH.

           ACCEPT WS-AS-YEAR       FROM SYSIN.
           ACCEPT WS-AS-MONTH      FROM SYSIN.

           IF  WS-ASOF             NOT NUMERIC OR
               WS-AS-MONTH         LESS 01 OR
               WS-AS-MONTH         GREATER 12
               DISPLAY ' AS-OF DATE PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-CUSTOMERS.

           OPEN INPUT AROPEN.

           EVALUATE WS-FS-AROPEN
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' OPEN-ITEMS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-AROPEN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT STMTRPT.

           MOVE WS-ASOF            TO WS-RH-ASOF.

           PERFORM 0301-00-READ-AROPEN.

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
             WHEN FD-AO-STATUS     NOT EQUAL 'O'
               CONTINUE

             WHEN FD-AO-CUSTOMER   EQUAL ZEROS
               ADD 1               TO WS-COUNT-UNASSIGNED

             WHEN OTHER
               IF  FD-AO-CUSTOMER  NOT EQUAL WS-CURRENT-CUSTOMER
                   IF  WS-CURRENT-CUSTOMER
                                   GREATER ZEROS
                       PERFORM 0204-00-CLOSE-STATEMENT
                   END-IF
                   PERFORM 0202-00-OPEN-STATEMENT
               END-IF
               PERFORM 0203-00-PRINT-ITEM
           END-EVALUATE.

           PERFORM 0301-00-READ-AROPEN.

       0201-00-EXIT.
           EXIT.

       0202-00-OPEN-STATEMENT.

           MOVE FD-AO-CUSTOMER     TO WS-CURRENT-CUSTOMER.
           MOVE ZEROS              TO WS-TOTAL-DUE.

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

           MOVE FD-AO-CUSTOMER     TO WS-RH-CUSTOMER.

           IF  WS-CUST-FOUND       GREATER ZEROS
               MOVE WS-CU-NAME(WS-CUST-FOUND)
                                   TO WS-RH-NAME
               MOVE WS-CU-TAX-ID(WS-CUST-FOUND)
                                   TO WS-RH-TAX-ID
               MOVE WS-CU-STATE(WS-CUST-FOUND)
                                   TO WS-RH-STATE
               MOVE WS-CU-PAY-TERMS(WS-CUST-FOUND)
                                   TO WS-CURRENT-TERMS
           ELSE
               MOVE '*** NOT ON CUSTOMER MASTER ***'
                                   TO WS-RH-NAME
               MOVE SPACES         TO WS-RH-TAX-ID
                                      WS-RH-STATE
               MOVE ZEROS          TO WS-CURRENT-TERMS
           END-IF.

           MOVE WS-CURRENT-TERMS   TO WS-RH-TERMS.

           WRITE REG-STMTRPT       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-STMTRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.
           WRITE REG-STMTRPT       FROM WS-RPT-HEADER-3
                                   AFTER 1 LINES.
           WRITE REG-STMTRPT       FROM WS-RPT-HEADER-4
                                   AFTER 2 LINES.

           ADD 1                   TO WS-COUNT-STATEMENTS.

       0202-00-EXIT.
           EXIT.

       0203-00-PRINT-ITEM.

           COMPUTE WS-AGE-MONTHS =
               ((WS-AS-YEAR - FD-AO-YEAR) * 12)
               + WS-AS-MONTH - FD-AO-MONTH.

           COMPUTE WS-AGE-DAYS     = WS-AGE-MONTHS * 30.

           EVALUATE TRUE
             WHEN FD-AO-DISPUTE    EQUAL 'D'
               MOVE 'DISPUTED'     TO WS-RD-OVERDUE
             WHEN WS-AGE-DAYS      GREATER WS-CURRENT-TERMS
               MOVE '*OVERDUE*'    TO WS-RD-OVERDUE
             WHEN OTHER
               MOVE SPACES         TO WS-RD-OVERDUE
           END-EVALUATE.

           MOVE FD-AO-INVOICE      TO WS-RD-INVOICE.
           MOVE FD-AO-YEAR         TO WS-RD-YEAR.
           MOVE FD-AO-MONTH        TO WS-RD-MONTH.
           MOVE FD-AO-ORIG-VALUE   TO WS-RD-ORIG-VALUE.
           MOVE FD-AO-OPEN-BALANCE TO WS-RD-OPEN-BALANCE.

           WRITE REG-STMTRPT       FROM WS-RPT-DETAIL
                                   AFTER 1 LINES.

           ADD FD-AO-OPEN-BALANCE  TO WS-TOTAL-DUE.
           ADD 1                   TO WS-COUNT-ITEMS.

       0203-00-EXIT.
           EXIT.

       0204-00-CLOSE-STATEMENT.

           MOVE WS-TOTAL-DUE       TO WS-RT-TOTAL-DUE.

           WRITE REG-STMTRPT       FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

       0204-00-EXIT.
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
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-AROPEN'
                                    ' FILE STATUS: ' WS-FS-AROPEN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE AROPEN
                 STMTRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-AROPEN     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  ITEMS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-ITEMS     TO WS-FMT-AMOUNT
           DISPLAY '*  ITEMS LISTED..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-STATEMENTS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  STATEMENTS....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-UNASSIGNED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NO CUSTOMER...: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
