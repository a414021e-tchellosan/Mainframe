      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE TOTALS ARE GIVEN PER CUSTOMER, NAMED FROM THE SALES      *
      *   CUSTOMER MASTER.  ITEMS CONVERTED FROM BEFORE THE CUSTOMER   *
      *   CODE (CUSTOMER ZERO) ARE TOTALLED AS 'UNASSIGNED'.  AGE IS   *
      *   MEASURED IN WHOLE MONTHS FROM THE INVOICE YEAR/MONTH TO THE  *
      *   SYSIN AS-OF MONTH.                                           *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
           SELECT AROPEN           ASSIGN TO DA-S-AROPEN
               FILE STATUS         IS WS-FS-AROPEN.

           SELECT CUSTMAST         ASSIGN TO DA-S-CUSTMAST
               FILE STATUS         IS WS-FS-CUSTMAST.

           SELECT AGINGRPT         ASSIGN TO DA-S-AGINGRPT.

      *================================================================*
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

       FD  AGINGRPT
           RECORDING MODE IS F
       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62587'.

       77  WS-FS-AROPEN            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTMAST          PIC X(2)            VALUE ZEROS.

       77  WS-READ-AROPEN          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-OPEN           PIC 9(5)            VALUE ZEROS.
       77  WS-AGE-MONTHS           PIC S9(4)           VALUE ZEROS.
       77  WS-BUCKET               PIC 9(1)            VALUE ZEROS.

       77  WS-CUST-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-BK-POS               PIC 9(1)            VALUE ZEROS.

       01  WS-CUSTOMER-TABLE.
           03  WS-CU-ENTRY         OCCURS 2000 TIMES.
               05  WS-CU-CUSTOMER  PIC 9(6).
               05  WS-CU-NAME      PIC X(13).
               05  WS-CU-ITEMS     PIC 9(5) COMP-3.
               05  WS-CU-BUCKET    PIC S9(9)V9(2) OCCURS 4 TIMES.

       01  WS-GRAND-BUCKETS.
           03  WS-GR-BUCKET        PIC S9(11)V9(2) OCCURS 4 TIMES
           03  WS-RH-ASOF          PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(20)           VALUE
           'CUSTOMER NAME'.
           03  FILLER              PIC X(15)           VALUE
           '        CURRENT'.
           03  FILLER              PIC X(15)           VALUE
           '        30 DAYS'.
           03  FILLER              PIC X(15)           VALUE
           '        60 DAYS'.
           03  FILLER              PIC X(15)           VALUE
           '       90+ DAYS'.

       01  WS-RPT-DETAIL.
           03  WS-RD-CUSTOMER      PIC X(6)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(13)           VALUE SPACES.
           03  WS-RD-BUCKET-1      PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.
           03  WS-RD-BUCKET-2      PIC -ZZZ.ZZZ.Z(2)9,99
               STOP RUN
           END-EVALUATE.

           PERFORM 0102-00-LOAD-CUSTOMERS.

           OPEN OUTPUT AGINGRPT.

           PERFORM 0301-00-READ-AROPEN.
       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CUSTOMERS.

      *    ENTRY 1 COLLECTS THE ITEMS WITHOUT A CUSTOMER CODE.

           MOVE 1                  TO WS-CUST-COUNT.
           MOVE ZEROS              TO WS-CU-CUSTOMER(1).
           MOVE 'UNASSIGNED'       TO WS-CU-NAME(1).
           PERFORM 0104-00-CLEAR-ENTRY.

           OPEN INPUT CUSTMAST.

           EVALUATE WS-FS-CUSTMAST
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTMAST EQUAL '10'
                   READ CUSTMAST
                   EVALUATE WS-FS-CUSTMAST
                     WHEN '00'
                       PERFORM 0103-00-ADD-CUSTOMER
                       MOVE FD-CM-CUSTOMER
                               TO WS-CU-CUSTOMER(WS-CUST-COUNT)
                       MOVE FD-CM-NAME
                               TO WS-CU-NAME(WS-CUST-COUNT)
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

       0103-00-ADD-CUSTOMER.

           IF  WS-CUST-COUNT       LESS 2000
               ADD 1               TO WS-CUST-COUNT
               PERFORM 0104-00-CLEAR-ENTRY
           ELSE
               DISPLAY ' CUSTOMER TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-CLEAR-ENTRY.

           MOVE ZEROS              TO WS-CU-ITEMS(WS-CUST-COUNT).

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               MOVE ZEROS          TO WS-CU-BUCKET(WS-CUST-COUNT
                                                   WS-BK-POS)
           END-PERFORM.

       0104-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
               MOVE 4              TO WS-BUCKET
           END-EVALUATE.

           PERFORM 0203-00-FIND-CUSTOMER.

           ADD 1                   TO WS-CU-ITEMS(WS-CUST-FOUND).
           ADD FD-AO-OPEN-BALANCE  TO
               WS-CU-BUCKET(WS-CUST-FOUND, WS-BUCKET).
           ADD FD-AO-OPEN-BALANCE  TO
               WS-GR-BUCKET(WS-BUCKET).

       0202-00-EXIT.
           EXIT.

       0203-00-FIND-CUSTOMER.

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

      *    A CUSTOMER SINCE REMOVED FROM THE MASTER STILL AGES.

           IF  WS-CUST-FOUND       EQUAL ZEROS
               PERFORM 0103-00-ADD-CUSTOMER
               MOVE FD-AO-CUSTOMER TO WS-CU-CUSTOMER(WS-CUST-COUNT)
               MOVE '*NOT ON FILE*'
                                   TO WS-CU-NAME(WS-CUST-COUNT)
               MOVE WS-CUST-COUNT  TO WS-CUST-FOUND
           END-IF.

       0203-00-EXIT.
           WRITE REG-AGINGRPT      FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM VARYING WS-CUST-POS FROM 1 BY 1
             UNTIL WS-CUST-POS     GREATER WS-CUST-COUNT
               IF  WS-CU-ITEMS(WS-CUST-POS)
                                   GREATER ZEROS
                   MOVE WS-CU-CUSTOMER(WS-CUST-POS)
                                   TO WS-RD-CUSTOMER
                   MOVE WS-CU-NAME(WS-CUST-POS)
                                   TO WS-RD-NAME
                   MOVE WS-CU-BUCKET(WS-CUST-POS, 1)
                                   TO WS-RD-BUCKET-1
                   MOVE WS-CU-BUCKET(WS-CUST-POS, 2)
                                   TO WS-RD-BUCKET-2
                   MOVE WS-CU-BUCKET(WS-CUST-POS, 3)
                                   TO WS-RD-BUCKET-3
                   MOVE WS-CU-BUCKET(WS-CUST-POS, 4)
                                   TO WS-RD-BUCKET-4
                   WRITE REG-AGINGRPT
                                   FROM WS-RPT-DETAIL
               END-IF
           END-PERFORM.

           MOVE 'TOTAL'            TO WS-RD-CUSTOMER.
           MOVE SPACES             TO WS-RD-NAME.
           MOVE WS-GR-BUCKET(1)    TO WS-RD-BUCKET-1.
           MOVE WS-GR-BUCKET(2)    TO WS-RD-BUCKET-2.
           MOVE WS-GR-BUCKET(3)    TO WS-RD-BUCKET-3.
