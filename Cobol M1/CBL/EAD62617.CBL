      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62617.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62617                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTHLY CONSOLIDATED RELATIONSHIP STATEMENT  *
      *                   PER CUSTOMER: ACCOUNTS, LOANS, INVESTMENTS   *
      *                   AND NET POSITION                             *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY ACTIVE CUSTOMER WITH AT LEAST ONE LINK ON THE          *
      *   RELATIONSHIP FILE GETS ONE PAGE:                             *
      *     ACCOUNTS    - BALANCE FROM THE MONTH-END CLIENT MASTER;    *
      *     LOANS       - OUTSTANDING DEBT AND NEXT INSTALLMENT FROM   *
      *                   THE EAD62550 SCHEDULE (PORTSCHD), WITH THE   *
      *                   INSTALLMENTS DUE COUNTED FROM THE CONTRACT   *
      *                   START TO THE STATEMENT DATE AS IN EAD62594;  *
      *     INVESTMENTS - NET-OF-TAX VALUE OF EVERY POSITION OF THE    *
      *                   LINKED HOLDER NAME FROM THE EAD62551         *
      *                   VALUATION (VALPOS).                          *
      *   NET POSITION = DEPOSITS + INVESTMENTS - LOANS.  JOINT        *
      *   HOLDINGS ARE SHOWN IN FULL ON EVERY HOLDER'S STATEMENT.      *
      *   A LINKED PRODUCT MISSING FROM ITS SOURCE FILE IS LISTED      *
      *   AS NOT FOUND AND LEFT OUT OF THE TOTALS.                     *
      *                                                                *
      *   THE CUSTOMER MASTER AND THE RELATIONSHIP FILE ARE BOTH IN    *
      *   CUSTOMER SEQUENCE (EAD62616).                                *
      *                                                                *
      *   SYSIN: STATEMENT DATE (YYYYMMDD).                            *
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

           SELECT CUSTREL          ASSIGN TO DA-S-CUSTREL
               FILE STATUS         IS WS-FS-CUSTREL.

           SELECT CLIENTS          ASSIGN TO DA-S-CLIENTS
               FILE STATUS         IS WS-FS-CLIENTS.

           SELECT CONTRACTS        ASSIGN TO DA-S-CONTRACTS
               FILE STATUS         IS WS-FS-CONTRACTS.

           SELECT PORTSCHD         ASSIGN TO DA-S-PORTSCHD
               FILE STATUS         IS WS-FS-PORTSCHD.

           SELECT VALPOS           ASSIGN TO DA-S-VALPOS
               FILE STATUS         IS WS-FS-VALPOS.

           SELECT CUSTSTMT         ASSIGN TO DA-S-CUSTSTMT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CUSTMAST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTMAST.
           03  FD-CM-CUSTOMER      PIC 9(8).
           03  FD-CM-FULL-NAME     PIC X(40).
           03  FD-CM-TAX-ID        PIC 9(11).
           03  FD-CM-BRANCH        PIC X(4).
           03  FD-CM-STATUS        PIC X(1).
               88  FD-CM-ACTIVE                        VALUE 'A'.
               88  FD-CM-INACTIVE                      VALUE 'I'.
           03  FD-CM-OPEN-DATE     PIC 9(8).

       FD  CUSTREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTREL.
           03  FD-RL-CUSTOMER      PIC 9(8).
           03  FD-RL-TYPE          PIC X(1).
           03  FD-RL-REFERENCE     PIC X(30).
           03  FD-RL-ROLE          PIC X(1).
           03  FD-RL-START-DATE    PIC 9(8).

       FD  CLIENTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLIENTS.
           03  FD-CL-CLIENT-KEY.
               05  FD-CL-BRANCH    PIC X(4).
               05  FD-CL-ACCOUNT   PIC 9(5).
           03  FD-CL-NAME          PIC A(20).
           03  FD-CL-BALANCE       PIC S9(6)V9(2).
           03  FD-CL-LAST-ACTIVITY PIC 9(8).

       01  REG-CLIENTS-CONTROL.
           03  FD-CL-CTL-ID        PIC X(4).
               88  FD-CL-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-CL-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-CL-CTL-DATA      PIC X(41).

       FD  CONTRACTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CONTRACTS.
           03  FD-CT-CONTRACT      PIC 9(6).
           03  FD-CT-CLIENT        PIC X(20).
           03  FD-CT-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-CT-RATE          PIC 9(2)V9(2).
           03  FD-CT-TERM          PIC 9(3).
           03  FD-CT-START-DATE    PIC 9(8).
           03  FD-CT-INDEX         PIC X(4).
           03  FD-CT-SPREAD        PIC 9(2)V9(2).

       FD  PORTSCHD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PORTSCHD.
           03  FD-PS-CONTRACT      PIC 9(6).
           03  FD-PS-MONTH         PIC 9(3).
           03  FD-PS-INTEREST      PIC 9(5)V9(2).
           03  FD-PS-PAYMENT       PIC 9(5)V9(2).
           03  FD-PS-DEBT          PIC 9(7)V9(2).

       FD  VALPOS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-VALPOS.
           03  FD-VP-CLIENT        PIC X(20).
           03  FD-VP-PRODUCT       PIC X(10).
           03  FD-VP-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-VP-VALUE         PIC 9(9)V9(2).
           03  FD-VP-TAX           PIC 9(7)V9(2).
           03  FD-VP-NET           PIC 9(9)V9(2).

       FD  CUSTSTMT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTSTMT            PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62617'.

       77  WS-FS-CUSTMAST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTREL           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLIENTS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-PORTSCHD          PIC X(2)            VALUE ZEROS.
       77  WS-FS-VALPOS            PIC X(2)            VALUE ZEROS.

       01  WS-STATEMENT-DATE.
           03  WS-ST-YEAR          PIC 9(4).
           03  WS-ST-MONTH         PIC 9(2).
           03  WS-ST-DAY           PIC 9(2).

       77  WS-READ-CUSTMAST        PIC 9(5)            VALUE ZEROS.
       77  WS-READ-CUSTREL         PIC 9(5)            VALUE ZEROS.
       77  WS-READ-CLIENTS         PIC 9(5)            VALUE ZEROS.
       77  WS-READ-SCHEDULE        PIC 9(7)            VALUE ZEROS.
       77  WS-READ-VALPOS          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-STATEMENTS     PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NOT-FOUND      PIC 9(5)            VALUE ZEROS.

       77  WS-ACC-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACC-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACC-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-ACCOUNT-TABLE.
           03  WS-AC-ENTRY         OCCURS 3000 TIMES.
               05  WS-AC-KEY       PIC X(9).
               05  WS-AC-BALANCE   PIC S9(6)V9(2).

       77  WS-CT-COUNT             PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-CT-POS               PIC 9(3) COMP-3     VALUE ZEROS.
       77  WS-CT-FOUND             PIC 9(3) COMP-3     VALUE ZEROS.

       01  WS-CONTRACT-TABLE.
           03  WS-CT-ENTRY         OCCURS 500 TIMES.
               05  WS-CT-CONTRACT  PIC 9(6).
               05  WS-CT-START     PIC 9(8).
               05  WS-CT-TERM      PIC 9(3).
               05  WS-CT-DUE-COUNT PIC 9(3).
               05  WS-CT-OUTSTANDING
                                   PIC 9(7)V9(2).
               05  WS-CT-NEXT-PAYMENT
                                   PIC 9(5)V9(2).

       77  WS-VP-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-VP-POS               PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-VALUED-TABLE.
           03  WS-VT-ENTRY         OCCURS 1000 TIMES.
               05  WS-VT-HOLDER    PIC X(20).
               05  WS-VT-PRODUCT   PIC X(10).
               05  WS-VT-NET       PIC 9(9)V9(2).

       77  WS-REL-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-REL-POS              PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-RELATION-TABLE.
           03  WS-RT-ENTRY         OCCURS 6000 TIMES.
               05  WS-RT-CUSTOMER  PIC 9(8).
               05  WS-RT-TYPE      PIC X(1).
               05  WS-RT-REFERENCE PIC X(30).
               05  WS-RT-ROLE      PIC X(1).

       01  WS-LOAN-REFERENCE       PIC X(30)           VALUE SPACES.
       01  FILLER                      REDEFINES WS-LOAN-REFERENCE.
           03  WS-LR-CONTRACT      PIC 9(6).
           03  FILLER              PIC X(24).

      *    PER CUSTOMER WHILE ITS STATEMENT IS PRINTED
       77  WS-CUST-LINKS           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-HOLDER-POSITIONS     PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-TOTAL-DEPOSITS       PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TOTAL-INVESTMENTS    PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TOTAL-LOANS          PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-NET-POSITION         PIC S9(11)V9(2)     VALUE ZEROS.

      *    SCHEDULE PASS
       77  WS-CURRENT-CONTRACT     PIC 9(6)            VALUE ZEROS.
       77  WS-ELAPSED-MONTHS       PIC S9(5)           VALUE ZEROS.
       77  WS-START-YEAR           PIC 9(4)            VALUE ZEROS.
       77  WS-START-MONTH          PIC 9(2)            VALUE ZEROS.
       77  WS-NEXT-MONTHS          PIC 9(6)            VALUE ZEROS.
       77  WS-NEXT-YEAR            PIC 9(4)            VALUE ZEROS.
       77  WS-NEXT-MONTH           PIC 9(2)            VALUE ZEROS.

       01  WS-RPT-HEADER.
           03  FILLER              PIC X(44)           VALUE
           'CONSOLIDATED RELATIONSHIP STATEMENT AS OF: '.
           03  WS-RH-DAY           PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-RH-MONTH         PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-RH-YEAR          PIC 9(4)            VALUE ZEROS.

       01  WS-RPT-CUSTOMER.
           03  FILLER              PIC X(10)           VALUE
           'CUSTOMER: '.
           03  WS-RC-CUSTOMER      PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RC-NAME          PIC X(40)           VALUE SPACES.
           03  FILLER              PIC X(9)            VALUE
           ' BRANCH: '.
           03  WS-RC-BRANCH        PIC X(4)            VALUE SPACES.

       01  WS-RPT-ACCOUNT.
           03  FILLER              PIC X(14)           VALUE
           '  ACCOUNT     '.
           03  WS-RA-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RA-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(7)            VALUE
           ' ROLE: '.
           03  WS-RA-ROLE          PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(10)           VALUE
           ' BALANCE: '.
           03  WS-RA-BALANCE       PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01  WS-RPT-LOAN.
           03  FILLER              PIC X(14)           VALUE
           '  LOAN        '.
           03  WS-RL-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(7)            VALUE
           ' ROLE: '.
           03  WS-RL-ROLE          PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(14)           VALUE
           ' OUTSTANDING: '.
           03  WS-RL-OUTSTANDING   PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(7)            VALUE
           ' NEXT: '.
           03  WS-RL-NEXT-PAYMENT  PIC ZZ.ZZ9,99       VALUE ZEROS.
           03  FILLER              PIC X(6)            VALUE
           ' DUE: '.
           03  WS-RL-DUE-MONTH     PIC 9(2)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '/'.
           03  WS-RL-DUE-YEAR      PIC 9(4)            VALUE ZEROS.

       01  WS-RPT-INVEST.
           03  FILLER              PIC X(14)           VALUE
           '  INVESTMENT  '.
           03  WS-RI-HOLDER        PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RI-PRODUCT       PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(7)            VALUE
           ' ROLE: '.
           03  WS-RI-ROLE          PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(12)           VALUE
           ' NET VALUE: '.
           03  WS-RI-NET           PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-RPT-NOT-FOUND.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RN-ITEM          PIC X(12)           VALUE SPACES.
           03  WS-RN-REFERENCE     PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(14)           VALUE
           ' NOT FOUND ON '.
           03  WS-RN-SOURCE        PIC X(20)           VALUE SPACES.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RT-LABEL         PIC X(20)           VALUE SPACES.
           03  WS-RT-AMOUNT        PIC Z.ZZZ.ZZZ.ZZ9,99-
                                                       VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZZZ9         VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-CUSTMAST  EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-STATEMENT-DATE
                                   FROM SYSIN.

           IF  WS-STATEMENT-DATE   NOT NUMERIC
               DISPLAY ' STATEMENT DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-ACCOUNTS.
           PERFORM 0103-00-LOAD-CONTRACTS.
           PERFORM 0104-00-LOAD-SCHEDULE.
           PERFORM 0105-00-LOAD-VALUATION.
           PERFORM 0106-00-LOAD-RELATIONS.

           OPEN INPUT CUSTMAST.

           EVALUATE WS-FS-CUSTMAST
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CUSTOMER MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CUSTSTMT.

           MOVE WS-ST-DAY          TO WS-RH-DAY.
           MOVE WS-ST-MONTH        TO WS-RH-MONTH.
           MOVE WS-ST-YEAR         TO WS-RH-YEAR.

           MOVE 1                  TO WS-REL-POS.

           PERFORM 0301-00-READ-CUSTMAST.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-ACCOUNTS.

           OPEN INPUT CLIENTS.

           EVALUATE WS-FS-CLIENTS
             WHEN '00'
               PERFORM UNTIL WS-FS-CLIENTS EQUAL '10'
                   READ CLIENTS
                   EVALUATE WS-FS-CLIENTS
                     WHEN '00'
                       IF  NOT FD-CL-CTL-HEADER AND
                           NOT FD-CL-CTL-TRAILER
                           ADD 1   TO WS-READ-CLIENTS
                           IF  WS-ACC-COUNT LESS 3000
                               ADD 1
                                   TO WS-ACC-COUNT
                               MOVE FD-CL-CLIENT-KEY
                                   TO WS-AC-KEY(WS-ACC-COUNT)
                               MOVE FD-CL-BALANCE
                                   TO WS-AC-BALANCE(WS-ACC-COUNT)
                           ELSE
                               DISPLAY ' ACCOUNT TABLE FULL -'
                                       ' RUN ABORTED'
                               MOVE 12
                                   TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-ACCOUNTS'
                                    ' FILE STATUS: ' WS-FS-CLIENTS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CLIENTS
             WHEN '35'
               DISPLAY ' CLIENT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-ACCOUNTS'
                                    ' FILE STATUS: ' WS-FS-CLIENTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-CONTRACTS.

      *    UNTIL THE SCHEDULE PASS SAYS OTHERWISE A CONTRACT OWES ITS
      *    WHOLE PRINCIPAL.

           OPEN INPUT CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               PERFORM UNTIL WS-FS-CONTRACTS EQUAL '10'
                   READ CONTRACTS
                   EVALUATE WS-FS-CONTRACTS
                     WHEN '00'
                       IF  WS-CT-COUNT LESS 500
                           ADD 1   TO WS-CT-COUNT
                           MOVE FD-CT-CONTRACT
                               TO WS-CT-CONTRACT(WS-CT-COUNT)
                           MOVE FD-CT-START-DATE
                               TO WS-CT-START(WS-CT-COUNT)
                           MOVE FD-CT-TERM
                               TO WS-CT-TERM(WS-CT-COUNT)
                           MOVE FD-CT-PRINCIPAL
                               TO WS-CT-OUTSTANDING(WS-CT-COUNT)
                           MOVE ZEROS
                               TO WS-CT-NEXT-PAYMENT(WS-CT-COUNT)
                           PERFORM 0107-00-COUNT-DUE
                       ELSE
                           DISPLAY ' CONTRACT TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CONTRACTS
             WHEN '35'
               DISPLAY ' CONTRACTS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-CONTRACTS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-SCHEDULE.

      *    ONLY TWO SCHEDULE LINES MATTER PER CONTRACT: THE LAST
      *    INSTALLMENT DUE (ITS REMAINING DEBT IS THE OUTSTANDING
      *    BALANCE) AND THE ONE AFTER IT (THE NEXT INSTALLMENT).

           OPEN INPUT PORTSCHD.

           EVALUATE WS-FS-PORTSCHD
             WHEN '00'
               PERFORM UNTIL WS-FS-PORTSCHD EQUAL '10'
                   READ PORTSCHD
                   EVALUATE WS-FS-PORTSCHD
                     WHEN '00'
                       ADD 1       TO WS-READ-SCHEDULE
                       IF  FD-PS-CONTRACT
                                   NOT EQUAL WS-CURRENT-CONTRACT
                           MOVE FD-PS-CONTRACT
                                   TO WS-CURRENT-CONTRACT
                           PERFORM 0108-00-FIND-CONTRACT
                       END-IF
                       IF  WS-CT-FOUND GREATER ZEROS
                           PERFORM 0109-00-TAKE-SCHEDULE
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-SCHEDULE'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PORTSCHD
             WHEN '35'
               DISPLAY ' PORTFOLIO SCHEDULE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-SCHEDULE'
                                    ' FILE STATUS: ' WS-FS-PORTSCHD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-VALUATION.

           OPEN INPUT VALPOS.

           EVALUATE WS-FS-VALPOS
             WHEN '00'
               PERFORM UNTIL WS-FS-VALPOS EQUAL '10'
                   READ VALPOS
                   EVALUATE WS-FS-VALPOS
                     WHEN '00'
                       ADD 1       TO WS-READ-VALPOS
                       IF  WS-VP-COUNT LESS 1000
                           ADD 1   TO WS-VP-COUNT
                           MOVE FD-VP-CLIENT
                               TO WS-VT-HOLDER(WS-VP-COUNT)
                           MOVE FD-VP-PRODUCT
                               TO WS-VT-PRODUCT(WS-VP-COUNT)
                           MOVE FD-VP-NET
                               TO WS-VT-NET(WS-VP-COUNT)
                       ELSE
                           DISPLAY ' VALUATION TABLE FULL -'
                                   ' RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-VALUATION'
                                    ' FILE STATUS: ' WS-FS-VALPOS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE VALPOS
             WHEN '35'
               DISPLAY ' VALUED POSITIONS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-VALUATION'
                                    ' FILE STATUS: ' WS-FS-VALPOS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-LOAD-RELATIONS.

           OPEN INPUT CUSTREL.

           EVALUATE WS-FS-CUSTREL
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTREL EQUAL '10'
                   READ CUSTREL
                   EVALUATE WS-FS-CUSTREL
                     WHEN '00'
                       ADD 1       TO WS-READ-CUSTREL
                       IF  WS-REL-COUNT LESS 6000
                           ADD 1   TO WS-REL-COUNT
                           MOVE FD-RL-CUSTOMER
                               TO WS-RT-CUSTOMER(WS-REL-COUNT)
                           MOVE FD-RL-TYPE
                               TO WS-RT-TYPE(WS-REL-COUNT)
                           MOVE FD-RL-REFERENCE
                               TO WS-RT-REFERENCE(WS-REL-COUNT)
                           MOVE FD-RL-ROLE
                               TO WS-RT-ROLE(WS-REL-COUNT)
                       ELSE
                           DISPLAY ' RELATIONSHIP TABLE FULL -'
                                   ' RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-LOAD-RELATIONS'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CUSTREL
             WHEN '35'
               DISPLAY ' RELATIONSHIP FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-LOAD-RELATIONS'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-COUNT-DUE.

      *    INSTALLMENTS DUE = WHOLE MONTHS FROM THE CONTRACT START
      *    TO THE STATEMENT DATE, CAPPED AT THE TERM (AS EAD62594).

           MOVE FD-CT-START-DATE(1:4)
                                   TO WS-START-YEAR.
           MOVE FD-CT-START-DATE(5:2)
                                   TO WS-START-MONTH.

           COMPUTE WS-ELAPSED-MONTHS =
               ((WS-ST-YEAR - WS-START-YEAR) * 12)
               + WS-ST-MONTH - WS-START-MONTH.

           EVALUATE TRUE
             WHEN WS-ELAPSED-MONTHS LESS ZEROS
               MOVE ZEROS          TO WS-CT-DUE-COUNT(WS-CT-COUNT)
             WHEN WS-ELAPSED-MONTHS GREATER FD-CT-TERM
               MOVE FD-CT-TERM     TO WS-CT-DUE-COUNT(WS-CT-COUNT)
             WHEN OTHER
               MOVE WS-ELAPSED-MONTHS
                                   TO WS-CT-DUE-COUNT(WS-CT-COUNT)
           END-EVALUATE.

       0107-00-EXIT.
           EXIT.

       0108-00-FIND-CONTRACT.

           MOVE ZEROS              TO WS-CT-FOUND.

           PERFORM VARYING WS-CT-POS FROM 1 BY 1
             UNTIL WS-CT-POS       GREATER WS-CT-COUNT
                OR WS-CT-FOUND     GREATER ZEROS
               IF  WS-CT-CONTRACT(WS-CT-POS)
                                   EQUAL WS-CURRENT-CONTRACT
                   MOVE WS-CT-POS  TO WS-CT-FOUND
               END-IF
           END-PERFORM.

       0108-00-EXIT.
           EXIT.

       0109-00-TAKE-SCHEDULE.

           IF  FD-PS-MONTH         EQUAL WS-CT-DUE-COUNT(WS-CT-FOUND)
               MOVE FD-PS-DEBT     TO WS-CT-OUTSTANDING(WS-CT-FOUND)
           END-IF.

           IF  FD-PS-MONTH         EQUAL
               WS-CT-DUE-COUNT(WS-CT-FOUND) + 1
               MOVE FD-PS-PAYMENT  TO WS-CT-NEXT-PAYMENT(WS-CT-FOUND)
           END-IF.

       0109-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    THE RELATIONSHIP TABLE IS IN CUSTOMER SEQUENCE: LINKS OF
      *    CUSTOMERS NOT ON THE MASTER ARE PASSED OVER.

           PERFORM UNTIL WS-REL-POS GREATER WS-REL-COUNT
                      OR WS-RT-CUSTOMER(WS-REL-POS)
                                   NOT LESS FD-CM-CUSTOMER
               ADD 1               TO WS-REL-POS
           END-PERFORM.

           MOVE ZEROS              TO WS-CUST-LINKS.

           IF  WS-REL-POS          NOT GREATER WS-REL-COUNT
               IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL FD-CM-CUSTOMER
                   MOVE 1          TO WS-CUST-LINKS
               END-IF
           END-IF.

           IF  FD-CM-ACTIVE AND
               WS-CUST-LINKS       GREATER ZEROS
               PERFORM 0202-00-PRINT-STATEMENT
           END-IF.

           PERFORM 0301-00-READ-CUSTMAST.

       0201-00-EXIT.
           EXIT.

       0202-00-PRINT-STATEMENT.

           ADD 1                   TO WS-COUNT-STATEMENTS.

           MOVE ZEROS              TO WS-TOTAL-DEPOSITS
                                      WS-TOTAL-INVESTMENTS
                                      WS-TOTAL-LOANS.

           WRITE REG-CUSTSTMT      FROM WS-RPT-HEADER
                                   AFTER PAGE.

           MOVE FD-CM-CUSTOMER     TO WS-RC-CUSTOMER.
           MOVE FD-CM-FULL-NAME    TO WS-RC-NAME.
           MOVE FD-CM-BRANCH       TO WS-RC-BRANCH.
           WRITE REG-CUSTSTMT      FROM WS-RPT-CUSTOMER
                                   AFTER 2 LINES.

           MOVE SPACES             TO REG-CUSTSTMT.
           WRITE REG-CUSTSTMT.

           PERFORM 0203-00-PRINT-LINK
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
                OR WS-RT-CUSTOMER(WS-REL-POS)
                                   NOT EQUAL FD-CM-CUSTOMER.

           COMPUTE WS-NET-POSITION =
               WS-TOTAL-DEPOSITS + WS-TOTAL-INVESTMENTS
               - WS-TOTAL-LOANS.

           MOVE 'TOTAL DEPOSITS....:'
                                   TO WS-RT-LABEL.
           MOVE WS-TOTAL-DEPOSITS  TO WS-RT-AMOUNT.
           WRITE REG-CUSTSTMT      FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           MOVE 'TOTAL INVESTMENTS.:'
                                   TO WS-RT-LABEL.
           MOVE WS-TOTAL-INVESTMENTS
                                   TO WS-RT-AMOUNT.
           WRITE REG-CUSTSTMT      FROM WS-RPT-TOTAL.

           MOVE 'TOTAL LOANS.......:'
                                   TO WS-RT-LABEL.
           MOVE WS-TOTAL-LOANS     TO WS-RT-AMOUNT.
           WRITE REG-CUSTSTMT      FROM WS-RPT-TOTAL.

           MOVE 'NET POSITION......:'
                                   TO WS-RT-LABEL.
           MOVE WS-NET-POSITION    TO WS-RT-AMOUNT.
           WRITE REG-CUSTSTMT      FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

       0202-00-EXIT.
           EXIT.

       0203-00-PRINT-LINK.

           EVALUATE WS-RT-TYPE(WS-REL-POS)
             WHEN 'A'
               PERFORM 0204-00-PRINT-ACCOUNT
             WHEN 'L'
               PERFORM 0205-00-PRINT-LOAN
             WHEN 'I'
               PERFORM 0206-00-PRINT-INVESTMENTS
             WHEN OTHER
               DISPLAY ' UNKNOWN RELATIONSHIP TYPE FOR CUSTOMER '
                       WS-RT-CUSTOMER(WS-REL-POS)
           END-EVALUATE.

           ADD 1                   TO WS-REL-POS.

       0203-00-EXIT.
           EXIT.

       0204-00-PRINT-ACCOUNT.

           MOVE ZEROS              TO WS-ACC-FOUND.

           PERFORM VARYING WS-ACC-POS FROM 1 BY 1
             UNTIL WS-ACC-POS      GREATER WS-ACC-COUNT
                OR WS-ACC-FOUND    GREATER ZEROS
               IF  WS-AC-KEY(WS-ACC-POS)    EQUAL
                   WS-RT-REFERENCE(WS-REL-POS)(1:9)
                   MOVE WS-ACC-POS TO WS-ACC-FOUND
               END-IF
           END-PERFORM.

           IF  WS-ACC-FOUND        EQUAL ZEROS
               MOVE 'ACCOUNT'      TO WS-RN-ITEM
               MOVE 'CLIENT MASTER'
                                   TO WS-RN-SOURCE
               PERFORM 0207-00-PRINT-NOT-FOUND
           ELSE
               MOVE WS-RT-REFERENCE(WS-REL-POS)(1:4)
                                   TO WS-RA-BRANCH
               MOVE WS-RT-REFERENCE(WS-REL-POS)(5:5)
                                   TO WS-RA-ACCOUNT
               MOVE WS-RT-ROLE(WS-REL-POS)
                                   TO WS-RA-ROLE
               MOVE WS-AC-BALANCE(WS-ACC-FOUND)
                                   TO WS-RA-BALANCE
               WRITE REG-CUSTSTMT  FROM WS-RPT-ACCOUNT
               ADD WS-AC-BALANCE(WS-ACC-FOUND)
                                   TO WS-TOTAL-DEPOSITS
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-PRINT-LOAN.

           MOVE WS-RT-REFERENCE(WS-REL-POS)
                                   TO WS-LOAN-REFERENCE.

           MOVE ZEROS              TO WS-CT-FOUND.

           IF  WS-LR-CONTRACT      NUMERIC
               MOVE WS-LR-CONTRACT TO WS-CURRENT-CONTRACT
               PERFORM 0108-00-FIND-CONTRACT
           END-IF.

           IF  WS-CT-FOUND         EQUAL ZEROS
               MOVE 'LOAN'         TO WS-RN-ITEM
               MOVE 'CONTRACTS FILE'
                                   TO WS-RN-SOURCE
               PERFORM 0207-00-PRINT-NOT-FOUND
           ELSE
               MOVE WS-CT-CONTRACT(WS-CT-FOUND)
                                   TO WS-RL-CONTRACT
               MOVE WS-RT-ROLE(WS-REL-POS)
                                   TO WS-RL-ROLE
               MOVE WS-CT-OUTSTANDING(WS-CT-FOUND)
                                   TO WS-RL-OUTSTANDING
               MOVE WS-CT-NEXT-PAYMENT(WS-CT-FOUND)
                                   TO WS-RL-NEXT-PAYMENT

      *        INSTALLMENT N FALLS DUE N MONTHS AFTER THE START MONTH
               IF  WS-CT-NEXT-PAYMENT(WS-CT-FOUND)
                                   EQUAL ZEROS
                   MOVE ZEROS      TO WS-RL-DUE-MONTH
                                      WS-RL-DUE-YEAR
               ELSE
                   MOVE WS-CT-START(WS-CT-FOUND)(1:4)
                                   TO WS-START-YEAR
                   MOVE WS-CT-START(WS-CT-FOUND)(5:2)
                                   TO WS-START-MONTH
                   COMPUTE WS-NEXT-MONTHS =
                       (WS-START-YEAR * 12) + WS-START-MONTH - 1
                       + WS-CT-DUE-COUNT(WS-CT-FOUND) + 1
                   DIVIDE WS-NEXT-MONTHS BY 12
                       GIVING WS-NEXT-YEAR
                       REMAINDER WS-NEXT-MONTH
                   ADD 1           TO WS-NEXT-MONTH
                   MOVE WS-NEXT-MONTH
                                   TO WS-RL-DUE-MONTH
                   MOVE WS-NEXT-YEAR
                                   TO WS-RL-DUE-YEAR
               END-IF

               WRITE REG-CUSTSTMT  FROM WS-RPT-LOAN
               ADD WS-CT-OUTSTANDING(WS-CT-FOUND)
                                   TO WS-TOTAL-LOANS
           END-IF.

       0205-00-EXIT.
           EXIT.

       0206-00-PRINT-INVESTMENTS.

      *    THE LINK CARRIES THE HOLDER NAME: EVERY VALUED POSITION
      *    UNDER THAT NAME BELONGS TO THE CUSTOMER.

           MOVE ZEROS              TO WS-HOLDER-POSITIONS.

           PERFORM VARYING WS-VP-POS FROM 1 BY 1
             UNTIL WS-VP-POS       GREATER WS-VP-COUNT
               IF  WS-VT-HOLDER(WS-VP-POS)
                               EQUAL WS-RT-REFERENCE(WS-REL-POS)(1:20)
                   ADD 1           TO WS-HOLDER-POSITIONS
                   MOVE WS-VT-HOLDER(WS-VP-POS)
                                   TO WS-RI-HOLDER
                   MOVE WS-VT-PRODUCT(WS-VP-POS)
                                   TO WS-RI-PRODUCT
                   MOVE WS-RT-ROLE(WS-REL-POS)
                                   TO WS-RI-ROLE
                   MOVE WS-VT-NET(WS-VP-POS)
                                   TO WS-RI-NET
                   WRITE REG-CUSTSTMT
                                   FROM WS-RPT-INVEST
                   ADD WS-VT-NET(WS-VP-POS)
                                   TO WS-TOTAL-INVESTMENTS
               END-IF
           END-PERFORM.

           IF  WS-HOLDER-POSITIONS EQUAL ZEROS
               MOVE 'INVESTMENT'   TO WS-RN-ITEM
               MOVE 'VALUED POSITIONS'
                                   TO WS-RN-SOURCE
               PERFORM 0207-00-PRINT-NOT-FOUND
           END-IF.

       0206-00-EXIT.
           EXIT.

       0207-00-PRINT-NOT-FOUND.

           MOVE WS-RT-REFERENCE(WS-REL-POS)
                                   TO WS-RN-REFERENCE.
           WRITE REG-CUSTSTMT      FROM WS-RPT-NOT-FOUND.

           ADD 1                   TO WS-COUNT-NOT-FOUND.

       0207-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CUSTMAST.

           READ CUSTMAST.

           EVALUATE WS-FS-CUSTMAST
             WHEN '00'
               ADD 1               TO WS-READ-CUSTMAST
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CUSTMAST'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE CUSTMAST
                 CUSTSTMT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CUSTMAST   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CUSTOMER: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-READ-CUSTREL    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  RELATION: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-READ-CLIENTS    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CLIENTS.: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-READ-SCHEDULE   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  SCHEDULE: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-READ-VALPOS     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  VALPOS..: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-COUNT-STATEMENTS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  STATEMENTS....: ' WS-FMT-AMOUNT
                                         '                     *'.
           MOVE WS-COUNT-NOT-FOUND TO WS-FMT-AMOUNT
           DISPLAY '*  NOT FOUND.....: ' WS-FMT-AMOUNT
                                         '                     *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
