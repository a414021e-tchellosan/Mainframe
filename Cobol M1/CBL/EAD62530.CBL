           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT ACCTPKG          ASSIGN TO DA-S-ACCTPKG
               FILE STATUS         IS WS-FS-ACCTPKG.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
           03  FD-CC-STATUS        PIC X(1).
               88  FD-CC-OPEN                          VALUE 'O'.

       FD  ACCTPKG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ACCTPKG.
           03  FD-AP-CLIENT-KEY.
               05  FD-AP-BRANCH    PIC X(4).
               05  FD-AP-ACCOUNT   PIC 9(5).
           03  FD-AP-PACKAGE       PIC X(4).
           03  FILLER              PIC X(7).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-FS-ACCRPARM          PIC X(2)            VALUE ZEROS.
       77  WS-FS-ACCRUALS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-ACCTPKG           PIC X(2)            VALUE ZEROS.

       77  WS-READ-CLIENTSO        PIC 9(3)            VALUE ZEROS.
       77  WS-WRITE-INTEREST       PIC 9(3)            VALUE ZEROS.
       77  WS-WRITE-FEES           PIC 9(3)            VALUE ZEROS.
       77  WS-PACKAGE-ACCOUNTS     PIC 9(3)            VALUE ZEROS.

       77  WS-DOC-NUMBER           PIC 9(4)            VALUE ZEROS.

       77  WS-INTEREST-VALUE       PIC 9(6)V9(2)       VALUE ZEROS.
       77  WS-FEE-VALUE            PIC 9(4)V9(2)       VALUE ZEROS.

      *    ACCOUNTS ON A SERVICE PACKAGE PAY THE PACKAGE FEES AT
      *    MONTH END (EAD62642) INSTEAD OF THE FLAT MAINTENANCE FEE.
       77  WS-ACCTPKG-COUNT        PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACCTPKG-POS          PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-ACCTPKG-TABLE.
           03  WS-AP-CLIENT-KEY    PIC X(9)  OCCURS 1000 TIMES.

       77  WS-PACKAGE-IND          PIC X(1)            VALUE 'N'.
           88  WS-ON-PACKAGE                           VALUE 'Y'.

       77  WS-TOTAL-INTEREST       PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-FEES           PIC 9(9)V9(2)       VALUE ZEROS.

           END-IF.

           PERFORM 0102-00-LOAD-ACCRPARM.
           PERFORM 0106-00-LOAD-ACCTPKG.
           PERFORM 0103-00-OPEN-CLIENTSO.
           PERFORM 0104-00-OPEN-ACCRUALS.

       0105-00-EXIT.
           EXIT.

       0106-00-LOAD-ACCTPKG.

           OPEN INPUT ACCTPKG.

           EVALUATE WS-FS-ACCTPKG
             WHEN '00'
               PERFORM UNTIL WS-FS-ACCTPKG EQUAL '10'
                   READ ACCTPKG
                   EVALUATE WS-FS-ACCTPKG
                     WHEN '00'
                       IF  WS-ACCTPKG-COUNT LESS 1000
                           ADD 1   TO WS-ACCTPKG-COUNT
                           MOVE FD-AP-CLIENT-KEY
                               TO WS-AP-CLIENT-KEY(WS-ACCTPKG-COUNT)
                       ELSE
                           DISPLAY ' ACCOUNT PACKAGE TABLE FULL'
                           MOVE 'ACCOUNT PACKAGE TABLE FULL'
                                   TO WS-EL-TEXT
                           PERFORM 9900-00-ERROR-LOGGER
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-LOAD-ACCTPKG'
                                    ' FILE STATUS: ' WS-FS-ACCTPKG
                       MOVE '0106-00-LOAD-ACCTPKG'
                                   TO WS-EL-PARAGRAPH
                       MOVE WS-FS-ACCTPKG
                                   TO WS-EL-FILE-STATUS
                       PERFORM 9900-00-ERROR-LOGGER
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE ACCTPKG
             WHEN '35'
               DISPLAY ' ACCOUNT PACKAGE FILE NOT FOUND'
               MOVE 'ACCOUNT PACKAGE FILE NOT FOUND'
                                   TO WS-EL-TEXT
               PERFORM 9900-00-ERROR-LOGGER
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-LOAD-ACCTPKG'
                                    ' FILE STATUS: ' WS-FS-ACCTPKG
               MOVE '0106-00-LOAD-ACCTPKG'
                                   TO WS-EL-PARAGRAPH
               MOVE WS-FS-ACCTPKG
                                   TO WS-EL-FILE-STATUS
               PERFORM 9900-00-ERROR-LOGGER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
               PERFORM 0202-00-GENERATE-INTEREST
           END-IF.

           PERFORM 0205-00-FIND-PACKAGE.

           IF  WS-ON-PACKAGE
               ADD 1               TO WS-PACKAGE-ACCOUNTS
           ELSE
               IF  WS-MAINT-FEE    GREATER ZEROS
                   PERFORM 0203-00-GENERATE-FEE
               END-IF
           END-IF.

           PERFORM 0301-00-READ-CLIENTSO.
       0204-00-EXIT.
           EXIT.

       0205-00-FIND-PACKAGE.

           MOVE 'N'                TO WS-PACKAGE-IND.

           PERFORM VARYING WS-ACCTPKG-POS FROM 1 BY 1
             UNTIL WS-ACCTPKG-POS  GREATER WS-ACCTPKG-COUNT
                OR WS-ON-PACKAGE
               IF  WS-AP-CLIENT-KEY(WS-ACCTPKG-POS)
                                   EQUAL FD-CLIENT-KEY OF REG-CLIENTSO
                   MOVE 'Y'        TO WS-PACKAGE-IND
               END-IF
           END-PERFORM.

       0205-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*
           MOVE WS-WRITE-FEES      TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE FEES....: ' WS-FMT-AMOUNT
                                         '                         *'.
           MOVE WS-PACKAGE-ACCOUNTS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  ON PACKAGE....: ' WS-FMT-AMOUNT
                                         '                         *'.
           MOVE WS-TOTAL-INTEREST  TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL INTEREST: ' WS-FMT-TOTAL.
           MOVE WS-TOTAL-FEES      TO WS-FMT-TOTAL
