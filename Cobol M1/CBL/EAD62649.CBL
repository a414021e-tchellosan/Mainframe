      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62649.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62649                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : DAILY CUSTOMER CREDIT-EXPOSURE REPORT BY     *
      *                   CREDIT LIMIT UTILIZATION                     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   PER SALES CUSTOMER: CREDIT LIMIT (CUSTOMER MASTER), OPEN AR  *
      *   BALANCE (OPEN ITEMS OF THE SUBLEDGER), VALUE OF INVOICES ON  *
      *   CREDIT HOLD (EAD62643 HELD FILE) AND UTILIZATION = OPEN      *
      *   BALANCE / LIMIT.  THE RANKING IS AN INTERNAL SORT ON         *
      *   DESCENDING UTILIZATION, AS IN EAD62542; CUSTOMERS WITHOUT A  *
      *   LIMIT FOLLOW, BY OPEN BALANCE.  A CUSTOMER WITH NOTHING      *
      *   OPEN, NOTHING HELD AND NO LIMIT IS LEFT OUT.                 *
      *   FLAG OVER: BALANCE ABOVE THE LIMIT.  FLAG 90+: AN OPEN ITEM  *
      *   90+ DAYS OLD (WHOLE MONTHS TO THE SYSIN DATE, AS IN          *
      *   EAD62587 AND THE EAD62643 CREDIT CHECK).  THE HELD INVOICES  *
      *   ARE LISTED AFTER THE RANKING FOR CREDIT CONTROL TO RELEASE.  *
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

           SELECT CUSTMAST         ASSIGN TO DA-S-CUSTMAST
               FILE STATUS         IS WS-FS-CUSTMAST.

           SELECT AROPEN           ASSIGN TO DA-S-AROPEN
               FILE STATUS         IS WS-FS-AROPEN.

           SELECT HELDINV          ASSIGN TO DA-S-HELDINV
               FILE STATUS         IS WS-FS-HELDINV.

           SELECT SORT-FILE        ASSIGN TO SORTWK01.

           SELECT EXPORPT          ASSIGN TO DA-S-EXPORPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

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

       FD  HELDINV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HELDINV.
           03  FD-HD-SELLER        PIC 9(2).
           03  FD-HD-STATE         PIC X(2).
           03  FD-HD-MONTH         PIC 9(2).
           03  FD-HD-INVOICE       PIC 9(6).
           03  FD-HD-VALUE         PIC 9(6)V9(2).
           03  FD-HD-REC-TYPE      PIC X(1).
           03  FD-HD-ORIG-INVOICE  PIC 9(6).
           03  FD-HD-CUSTOMER      PIC 9(6).
           03  FD-HD-HELD-ON       PIC 9(6).
           03  FD-HD-REASON        PIC X(25).
           03  FILLER              PIC X(16).

       SD  SORT-FILE.

       01  REG-SORT.
           03  SD-UTILIZATION      PIC 9(4)V9(2).
           03  SD-OPEN-BALANCE     PIC S9(10)V9(2).
           03  SD-CUST-POS         PIC 9(4).

       FD  EXPORPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-EXPORPT             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62649'.

       77  WS-FS-CUSTMAST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-AROPEN            PIC X(2)            VALUE ZEROS.
       77  WS-FS-HELDINV           PIC X(2)            VALUE ZEROS.

       01  WS-RUN-DATE.
           03  WS-RD-YEAR          PIC 9(4).
           03  WS-RD-MONTH         PIC 9(2).
           03  WS-RD-DAY           PIC 9(2).

       77  WS-AGE-MONTHS           PIC S9(4)           VALUE ZEROS.

       77  WS-READ-AROPEN          PIC 9(5)            VALUE ZEROS.
       77  WS-READ-HELD            PIC 9(5)            VALUE ZEROS.
       77  WS-PRINT-CUSTOMERS      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-OVER           PIC 9(5)            VALUE ZEROS.

       77  WS-SORT-EOF-IND         PIC X(1)            VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.

       77  WS-CUST-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-SEARCH-CUSTOMER      PIC 9(6)            VALUE ZEROS.

       01  WS-CUSTOMER-TABLE.
           03  WS-CU-ENTRY         OCCURS 2000 TIMES.
               05  WS-CU-CUSTOMER  PIC 9(6).
               05  WS-CU-NAME      PIC X(30).
               05  WS-CU-LIMIT     PIC 9(9)V9(2).
               05  WS-CU-OPEN      PIC S9(10)V9(2).
               05  WS-CU-HELD      PIC 9(9)V9(2).
               05  WS-CU-PAST-90   PIC X(1).

       77  WS-UTILIZATION          PIC 9(6)V9(2)       VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(36)           VALUE
           'CUSTOMER CREDIT EXPOSURE - AS OF    '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(28)           VALUE
           'CUST.  NAME'.
           03  FILLER              PIC X(13)           VALUE
           '        LIMIT'.
           03  FILLER              PIC X(12)           VALUE
           '  OPEN AR   '.
           03  FILLER              PIC X(11)           VALUE
           '       HELD'.
           03  FILLER              PIC X(8)            VALUE
           '  UTIL.%'.
           03  FILLER              PIC X(5)            VALUE
           ' FLAG'.

       01  WS-RPT-DETAIL.
           03  WS-DT-CUSTOMER      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-DT-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-DT-LIMIT         PIC Z.ZZZ.ZZZ.ZZ9   VALUE ZEROS.
           03  WS-DT-OPEN          PIC -ZZZ.ZZZ.ZZ9    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-DT-HELD          PIC ZZ.ZZZ.ZZ9      VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-DT-UTIL          PIC ZZZ9,99         VALUE ZEROS.
           03  WS-DT-UTIL-X        REDEFINES WS-DT-UTIL
                                   PIC X(7).
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-DT-FLAG          PIC X(5)            VALUE SPACES.

       01  WS-RPT-HELD-HEADER-1.
           03  FILLER              PIC X(40)           VALUE
           'INVOICES ON CREDIT HOLD'.

       01  WS-RPT-HELD-HEADER-2.
           03  FILLER              PIC X(40)           VALUE
           'INVOICE  CUST. MONTH       VALUE  HELD  '.
           03  FILLER              PIC X(10)           VALUE
           '  REASON'.

       01  WS-RPT-HELD-DETAIL.
           03  WS-HL-INVOICE       PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-HL-CUSTOMER      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-HL-MONTH         PIC 9(2)            VALUE ZEROS.
           03  WS-HL-VALUE         PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-HL-HELD-ON       PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-HL-REASON        PIC X(25)           VALUE SPACES.

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

           PERFORM 0102-00-LOAD-HELD.

           SORT SORT-FILE
               ON DESCENDING KEY SD-UTILIZATION
                                 SD-OPEN-BALANCE
               INPUT  PROCEDURE IS 0400-00-FEED-SORT
               OUTPUT PROCEDURE IS 0500-00-PRINT-RANKED.

           IF  SORT-RETURN         NOT EQUAL ZEROS
               DISPLAY ' INTERNAL SORT FAILED. SORT-RETURN: '
                       SORT-RETURN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

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
               WS-RD-MONTH         LESS 01 OR
               WS-RD-MONTH         GREATER 12
               DISPLAY ' RUN DATE INVALID ON SYSIN: ' WS-RUN-DATE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0103-00-LOAD-CUSTOMERS.

           OPEN INPUT AROPEN.

           EVALUATE WS-FS-AROPEN
             WHEN '00'
               PERFORM 0301-00-READ-AROPEN
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

           OPEN OUTPUT EXPORPT.

           MOVE WS-RUN-DATE        TO WS-RH-DATE.
           WRITE REG-EXPORPT       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-EXPORPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-HELD.

      *    THE HELD FILE IS READ TWICE: HERE FOR THE PER-CUSTOMER
      *    TOTALS, AND AGAIN AFTER THE RANKING FOR THE LISTING.

           OPEN INPUT HELDINV.

           EVALUATE WS-FS-HELDINV
             WHEN '00'
               PERFORM UNTIL WS-FS-HELDINV EQUAL '10'
                   READ HELDINV
                   EVALUATE WS-FS-HELDINV
                     WHEN '00'
                       ADD 1       TO WS-READ-HELD
                       MOVE FD-HD-CUSTOMER
                                   TO WS-SEARCH-CUSTOMER
                       PERFORM 0203-00-FIND-CUSTOMER
                       IF  WS-CUST-FOUND GREATER ZEROS
                           ADD FD-HD-VALUE
                               TO WS-CU-HELD(WS-CUST-FOUND)
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-HELD'
                                    ' FILE STATUS: ' WS-FS-HELDINV
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE HELDINV
             WHEN '35'
      *        NOTHING ON CREDIT HOLD
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-HELD'
                                    ' FILE STATUS: ' WS-FS-HELDINV
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-CUSTOMERS.

           OPEN INPUT CUSTMAST.

           EVALUATE WS-FS-CUSTMAST
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTMAST EQUAL '10'
                   READ CUSTMAST
                   EVALUATE WS-FS-CUSTMAST
                     WHEN '00'
                       IF  WS-CUST-COUNT LESS 2000
                           ADD 1   TO WS-CUST-COUNT
                           PERFORM 0104-00-STORE-CUSTOMER
                       ELSE
                           DISPLAY ' CUSTOMER TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CUSTOMERS'
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
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-STORE-CUSTOMER.

           MOVE FD-CM-CUSTOMER     TO WS-CU-CUSTOMER(WS-CUST-COUNT).
           MOVE FD-CM-NAME         TO WS-CU-NAME(WS-CUST-COUNT).

           IF  FD-CM-CREDIT-LIMIT  NUMERIC
               MOVE FD-CM-CREDIT-LIMIT
                                   TO WS-CU-LIMIT(WS-CUST-COUNT)
           ELSE
               MOVE ZEROS          TO WS-CU-LIMIT(WS-CUST-COUNT)
           END-IF.

           MOVE ZEROS              TO WS-CU-OPEN(WS-CUST-COUNT).
           MOVE ZEROS              TO WS-CU-HELD(WS-CUST-COUNT).
           MOVE 'N'                TO WS-CU-PAST-90(WS-CUST-COUNT).

       0104-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           IF  FD-AO-STATUS        EQUAL 'O'
               MOVE FD-AO-CUSTOMER TO WS-SEARCH-CUSTOMER
               PERFORM 0203-00-FIND-CUSTOMER
               IF  WS-CUST-FOUND   GREATER ZEROS
                   PERFORM 0202-00-ADD-ITEM
               END-IF
           END-IF.

           PERFORM 0301-00-READ-AROPEN.

       0201-00-EXIT.
           EXIT.

       0202-00-ADD-ITEM.

           ADD FD-AO-OPEN-BALANCE  TO WS-CU-OPEN(WS-CUST-FOUND).

           COMPUTE WS-AGE-MONTHS =
               ((WS-RD-YEAR - FD-AO-YEAR) * 12)
               + WS-RD-MONTH - FD-AO-MONTH.

           IF  WS-AGE-MONTHS       NOT LESS 3 AND
               FD-AO-OPEN-BALANCE  GREATER ZEROS
               MOVE 'Y'            TO WS-CU-PAST-90(WS-CUST-FOUND)
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-FIND-CUSTOMER.

           MOVE ZEROS              TO WS-CUST-FOUND.

           PERFORM VARYING WS-CUST-POS FROM 1 BY 1
             UNTIL WS-CUST-POS     GREATER WS-CUST-COUNT
                OR WS-CUST-FOUND   GREATER ZEROS
               IF  WS-CU-CUSTOMER(WS-CUST-POS)
                                   EQUAL WS-SEARCH-CUSTOMER
                   MOVE WS-CUST-POS
                                   TO WS-CUST-FOUND
               END-IF
           END-PERFORM.

       0203-00-EXIT.
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
       0400-00-FEED-SORT           SECTION.
      *----------------------------------------------------------------*

       0401-00-FEED-SORT.

           PERFORM 0402-00-RELEASE-CUSTOMER
             VARYING WS-CUST-POS FROM 1 BY 1
             UNTIL WS-CUST-POS     GREATER WS-CUST-COUNT.

       0401-00-EXIT.
           EXIT.

       0402-00-RELEASE-CUSTOMER.

           IF  WS-CU-LIMIT(WS-CUST-POS)
                                   GREATER ZEROS OR
               WS-CU-OPEN(WS-CUST-POS)
                                   NOT EQUAL ZEROS OR
               WS-CU-HELD(WS-CUST-POS)
                                   GREATER ZEROS
               MOVE ZEROS          TO WS-UTILIZATION
               IF  WS-CU-LIMIT(WS-CUST-POS) GREATER ZEROS AND
                   WS-CU-OPEN(WS-CUST-POS)  GREATER ZEROS
                   COMPUTE WS-UTILIZATION ROUNDED =
                       WS-CU-OPEN(WS-CUST-POS) * 100
                       / WS-CU-LIMIT(WS-CUST-POS)
                   IF  WS-UTILIZATION GREATER 9999,99
                       MOVE 9999,99
                                   TO WS-UTILIZATION
                   END-IF
               END-IF
               MOVE WS-UTILIZATION TO SD-UTILIZATION
               MOVE WS-CU-OPEN(WS-CUST-POS)
                                   TO SD-OPEN-BALANCE
               MOVE WS-CUST-POS    TO SD-CUST-POS
               RELEASE REG-SORT
           END-IF.

       0402-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0500-00-PRINT-RANKED        SECTION.
      *----------------------------------------------------------------*

       0501-00-PRINT-RANKED.

           PERFORM 0502-00-RETURN-RANKED
             UNTIL WS-SORT-EOF.

       0501-00-EXIT.
           EXIT.

       0502-00-RETURN-RANKED.

           RETURN SORT-FILE
               AT END
                   MOVE 'Y'        TO WS-SORT-EOF-IND
               NOT AT END
                   PERFORM 0503-00-PRINT-CUSTOMER
           END-RETURN.

       0502-00-EXIT.
           EXIT.

       0503-00-PRINT-CUSTOMER.

           MOVE SD-CUST-POS        TO WS-CUST-POS.

           MOVE WS-CU-CUSTOMER(WS-CUST-POS)
                                   TO WS-DT-CUSTOMER.
           MOVE WS-CU-NAME(WS-CUST-POS)
                                   TO WS-DT-NAME.
           MOVE WS-CU-LIMIT(WS-CUST-POS)
                                   TO WS-DT-LIMIT.
           MOVE WS-CU-OPEN(WS-CUST-POS)
                                   TO WS-DT-OPEN.
           MOVE WS-CU-HELD(WS-CUST-POS)
                                   TO WS-DT-HELD.

           IF  WS-CU-LIMIT(WS-CUST-POS) GREATER ZEROS
               MOVE SD-UTILIZATION TO WS-DT-UTIL
           ELSE
               MOVE 'NO LIM.'      TO WS-DT-UTIL-X
           END-IF.

           EVALUATE TRUE
             WHEN WS-CU-LIMIT(WS-CUST-POS) GREATER ZEROS AND
                  WS-CU-OPEN(WS-CUST-POS)
                                   GREATER WS-CU-LIMIT(WS-CUST-POS)
               ADD 1               TO WS-COUNT-OVER
               IF  WS-CU-PAST-90(WS-CUST-POS) EQUAL 'Y'
                   MOVE 'O/90+'    TO WS-DT-FLAG
               ELSE
                   MOVE 'OVER'     TO WS-DT-FLAG
               END-IF
             WHEN WS-CU-PAST-90(WS-CUST-POS) EQUAL 'Y'
               MOVE '90+'          TO WS-DT-FLAG
             WHEN OTHER
               MOVE SPACES         TO WS-DT-FLAG
           END-EVALUATE.

           WRITE REG-EXPORPT       FROM WS-RPT-DETAIL.
           ADD 1                   TO WS-PRINT-CUSTOMERS.

       0503-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-LIST-HELD.

           CLOSE AROPEN
                 EXPORPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-CUST-COUNT      TO WS-FMT-AMOUNT
           DISPLAY '*  CUSTOMERS.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-AROPEN     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  AROPEN..: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-HELD       TO WS-FMT-AMOUNT
           DISPLAY '*  HELD INVOICES.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-PRINT-CUSTOMERS TO WS-FMT-AMOUNT
           DISPLAY '*  PRINTED.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-OVER      TO WS-FMT-AMOUNT
           DISPLAY '*  OVER LIMIT....: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-LIST-HELD.

           IF  WS-READ-HELD        GREATER ZEROS
               WRITE REG-EXPORPT   FROM WS-RPT-HELD-HEADER-1
                                   AFTER PAGE
               WRITE REG-EXPORPT   FROM WS-RPT-HELD-HEADER-2
                                   AFTER 2 LINES

               OPEN INPUT HELDINV
               MOVE ZEROS          TO WS-FS-HELDINV
               PERFORM UNTIL WS-FS-HELDINV EQUAL '10'
                   READ HELDINV
                   EVALUATE WS-FS-HELDINV
                     WHEN '00'
                       MOVE FD-HD-INVOICE
                                   TO WS-HL-INVOICE
                       MOVE FD-HD-CUSTOMER
                                   TO WS-HL-CUSTOMER
                       MOVE FD-HD-MONTH
                                   TO WS-HL-MONTH
                       MOVE FD-HD-VALUE
                                   TO WS-HL-VALUE
                       MOVE FD-HD-HELD-ON
                                   TO WS-HL-HELD-ON
                       MOVE FD-HD-REASON
                                   TO WS-HL-REASON
                       WRITE REG-EXPORPT
                                   FROM WS-RPT-HELD-DETAIL
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0902-00-LIST-HELD'
                                    ' FILE STATUS: ' WS-FS-HELDINV
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE HELDINV
           END-IF.

       0902-00-EXIT.
           EXIT.
