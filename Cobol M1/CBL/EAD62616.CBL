      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62616.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62616                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MAINTAIN THE CUSTOMER MASTER AND THE         *
      *                   CUSTOMER RELATIONSHIP FILE                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   BOTH CURRENT GENERATIONS ARE LOADED, THE TRANSACTIONS        *
      *   APPLIED AND NEW GENERATIONS WRITTEN, THE SAME SHAPE AS THE   *
      *   EAD62596 POSITION ROLLFORWARD:                               *
      *     I = INCLUDE A CUSTOMER (CUSTOMER NUMBER ZERO TAKES THE     *
      *         NEXT FREE NUMBER);                                     *
      *     U = UPDATE NAME, TAX ID AND HOME BRANCH;                   *
      *     D = DEACTIVATE A CUSTOMER THAT NO LONGER HOLDS ANYTHING;   *
      *     L = LINK THE CUSTOMER TO AN ACCOUNT (A), LOAN (L) OR       *
      *         INVESTMENT HOLDER NAME (I) AS PRIMARY (P) OR JOINT     *
      *         (J) HOLDER - A PRODUCT HAS ONE PRIMARY HOLDER ONLY;    *
      *     X = REMOVE A LINK.                                         *
      *   THE TAX ID IS VALIDATED WITH THE EAD62579 MOD-11 RULE AND    *
      *   MAY BELONG TO ONE CUSTOMER ONLY.  EVERY TRANSACTION IS       *
      *   LISTED ACCEPTED OR REJECTED ON THE AUDIT REPORT.             *
      *                                                                *
      *   SYSIN: PROCESSING DATE (YYYYMMDD).                           *
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

           SELECT CUSTOLD          ASSIGN TO DA-S-CUSTOLD
               FILE STATUS         IS WS-FS-CUSTOLD.

           SELECT RELOLD           ASSIGN TO DA-S-RELOLD
               FILE STATUS         IS WS-FS-RELOLD.

           SELECT CUSTTRAN         ASSIGN TO DA-S-CUSTTRAN
               FILE STATUS         IS WS-FS-CUSTTRAN.

           SELECT CUSTNEW          ASSIGN TO DA-S-CUSTNEW
               FILE STATUS         IS WS-FS-CUSTNEW.

           SELECT RELNEW           ASSIGN TO DA-S-RELNEW
               FILE STATUS         IS WS-FS-RELNEW.

           SELECT CUSTRPT          ASSIGN TO DA-S-CUSTRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CUSTOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTOLD.
           03  FD-CO-CUSTOMER      PIC 9(8).
           03  FD-CO-FULL-NAME     PIC X(40).
           03  FD-CO-TAX-ID        PIC 9(11).
           03  FD-CO-BRANCH        PIC X(4).
           03  FD-CO-STATUS        PIC X(1).
           03  FD-CO-OPEN-DATE     PIC 9(8).

       FD  RELOLD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELOLD.
           03  FD-RO-CUSTOMER      PIC 9(8).
           03  FD-RO-TYPE          PIC X(1).
           03  FD-RO-REFERENCE     PIC X(30).
           03  FD-RO-ROLE          PIC X(1).
           03  FD-RO-START-DATE    PIC 9(8).

       FD  CUSTTRAN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTTRAN.
           03  FD-TR-FUNCTION      PIC X(1).
           03  FD-TR-CUSTOMER      PIC 9(8).
           03  FD-TR-FULL-NAME     PIC X(40).
           03  FD-TR-TAX-ID        PIC 9(11).
           03  FD-TR-BRANCH        PIC X(4).
           03  FD-TR-REL-TYPE      PIC X(1).
           03  FD-TR-REFERENCE     PIC X(30).
           03  FD-TR-ROLE          PIC X(1).

       FD  CUSTNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTNEW.
           03  FD-CN-CUSTOMER      PIC 9(8).
           03  FD-CN-FULL-NAME     PIC X(40).
           03  FD-CN-TAX-ID        PIC 9(11).
           03  FD-CN-BRANCH        PIC X(4).
           03  FD-CN-STATUS        PIC X(1).
           03  FD-CN-OPEN-DATE     PIC 9(8).

       FD  RELNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RELNEW.
           03  FD-RN-CUSTOMER      PIC 9(8).
           03  FD-RN-TYPE          PIC X(1).
           03  FD-RN-REFERENCE     PIC X(30).
           03  FD-RN-ROLE          PIC X(1).
           03  FD-RN-START-DATE    PIC 9(8).

       FD  CUSTRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CUSTRPT             PIC X(70).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62616'.

       77  WS-FS-CUSTOLD           PIC X(2)            VALUE ZEROS.
       77  WS-FS-RELOLD            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTTRAN          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTNEW           PIC X(2)            VALUE ZEROS.
       77  WS-FS-RELNEW            PIC X(2)            VALUE ZEROS.

       77  WS-PROCESS-DATE         PIC 9(8)            VALUE ZEROS.

       77  WS-READ-CUSTOLD         PIC 9(5)            VALUE ZEROS.
       77  WS-READ-RELOLD          PIC 9(5)            VALUE ZEROS.
       77  WS-READ-CUSTTRAN        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-CUSTNEW        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-RELNEW         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ACCEPTED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(5)            VALUE ZEROS.

       01  WS-TRAN-FUNCTION        PIC X(1)            VALUE SPACES.
           88  WS-TRAN-INCLUDE                         VALUE 'I'.
           88  WS-TRAN-UPDATE                          VALUE 'U'.
           88  WS-TRAN-DEACTIVATE                      VALUE 'D'.
           88  WS-TRAN-LINK                            VALUE 'L'.
           88  WS-TRAN-UNLINK                          VALUE 'X'.

       77  WS-CUST-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-LAST-CUSTOMER        PIC 9(8)            VALUE ZEROS.

       01  WS-CUSTOMER-TABLE.
           03  WS-CU-ENTRY         OCCURS 3000 TIMES.
               05  WS-CU-NUMBER    PIC 9(8).
               05  WS-CU-FULL-NAME PIC X(40).
               05  WS-CU-TAX-ID    PIC 9(11).
               05  WS-CU-BRANCH    PIC X(4).
               05  WS-CU-STATUS    PIC X(1).
               05  WS-CU-OPEN-DATE PIC 9(8).

       77  WS-REL-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-REL-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-REL-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-RELATION-TABLE.
           03  WS-RT-ENTRY         OCCURS 6000 TIMES.
               05  WS-RT-CUSTOMER  PIC 9(8).
               05  WS-RT-TYPE      PIC X(1).
               05  WS-RT-REFERENCE PIC X(30).
               05  WS-RT-ROLE      PIC X(1).
               05  WS-RT-START-DATE
                                   PIC 9(8).
               05  WS-RT-REMOVED   PIC X(1).

       77  WS-TAX-ID-OWNER         PIC 9(8)            VALUE ZEROS.
       77  WS-PRIMARY-OWNER        PIC 9(8)            VALUE ZEROS.
       77  WS-LINKS-HELD           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-TAX-ID-DIGITS.
           03  WS-TI-DIGIT         PIC 9(1) OCCURS 11 TIMES.

       77  WS-TI-POS               PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-TI-WEIGHT            PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-TI-SUM               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-TI-REMAINDER         PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-TI-CHECK             PIC 9(2) COMP-3     VALUE ZEROS.

       77  WS-TAX-ID-OK-IND        PIC X(1)            VALUE 'N'.
           88  WS-TAX-ID-OK                            VALUE 'Y'.

       01  WS-AUDIT-LINE.
           03  WS-AU-FUNCTION      PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-AU-CUSTOMER      PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-AU-RESULT        PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-AU-DETAIL        PIC X(40)           VALUE SPACES.

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
             UNTIL WS-FS-CUSTTRAN  EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-PROCESS-DATE  FROM SYSIN.

           IF  WS-PROCESS-DATE     NOT NUMERIC OR
               WS-PROCESS-DATE     EQUAL ZEROS
               DISPLAY ' PROCESSING DATE INVALID: ' WS-PROCESS-DATE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-CUSTOMERS.
           PERFORM 0103-00-LOAD-RELATIONS.

           OPEN INPUT CUSTTRAN.

           EVALUATE WS-FS-CUSTTRAN
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CUSTOMER TRANSACTION FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CUSTTRAN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CUSTNEW
                       RELNEW
                       CUSTRPT.

           IF  WS-FS-CUSTNEW       NOT EQUAL '00' OR
               WS-FS-RELNEW        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' CUSTNEW: ' WS-FS-CUSTNEW
                       ' RELNEW: '  WS-FS-RELNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-CUSTTRAN.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CUSTOMERS.

           OPEN INPUT CUSTOLD.

           EVALUATE WS-FS-CUSTOLD
             WHEN '00'
               PERFORM UNTIL WS-FS-CUSTOLD EQUAL '10'
                   READ CUSTOLD
                   EVALUATE WS-FS-CUSTOLD
                     WHEN '00'
                       ADD 1       TO WS-READ-CUSTOLD
                       IF  WS-CUST-COUNT LESS 3000
                           ADD 1   TO WS-CUST-COUNT
                           MOVE FD-CO-CUSTOMER
                               TO WS-CU-NUMBER(WS-CUST-COUNT)
                           MOVE FD-CO-FULL-NAME
                               TO WS-CU-FULL-NAME(WS-CUST-COUNT)
                           MOVE FD-CO-TAX-ID
                               TO WS-CU-TAX-ID(WS-CUST-COUNT)
                           MOVE FD-CO-BRANCH
                               TO WS-CU-BRANCH(WS-CUST-COUNT)
                           MOVE FD-CO-STATUS
                               TO WS-CU-STATUS(WS-CUST-COUNT)
                           MOVE FD-CO-OPEN-DATE
                               TO WS-CU-OPEN-DATE(WS-CUST-COUNT)
                           MOVE FD-CO-CUSTOMER
                                   TO WS-LAST-CUSTOMER
                       ELSE
                           DISPLAY ' CUSTOMER TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTOLD
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CUSTOLD
             WHEN '35'
               DISPLAY ' CUSTOMER MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CUSTOMERS'
                                    ' FILE STATUS: ' WS-FS-CUSTOLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-RELATIONS.

           OPEN INPUT RELOLD.

           EVALUATE WS-FS-RELOLD
             WHEN '00'
               PERFORM UNTIL WS-FS-RELOLD EQUAL '10'
                   READ RELOLD
                   EVALUATE WS-FS-RELOLD
                     WHEN '00'
                       ADD 1       TO WS-READ-RELOLD
                       IF  WS-REL-COUNT LESS 6000
                           ADD 1   TO WS-REL-COUNT
                           MOVE FD-RO-CUSTOMER
                               TO WS-RT-CUSTOMER(WS-REL-COUNT)
                           MOVE FD-RO-TYPE
                               TO WS-RT-TYPE(WS-REL-COUNT)
                           MOVE FD-RO-REFERENCE
                               TO WS-RT-REFERENCE(WS-REL-COUNT)
                           MOVE FD-RO-ROLE
                               TO WS-RT-ROLE(WS-REL-COUNT)
                           MOVE FD-RO-START-DATE
                               TO WS-RT-START-DATE(WS-REL-COUNT)
                           MOVE 'N'
                               TO WS-RT-REMOVED(WS-REL-COUNT)
                       ELSE
                           DISPLAY ' RELATIONSHIP TABLE FULL -'
                                   ' RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-RELATIONS'
                                    ' FILE STATUS: ' WS-FS-RELOLD
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE RELOLD
             WHEN '35'
               DISPLAY ' RELATIONSHIP FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-RELATIONS'
                                    ' FILE STATUS: ' WS-FS-RELOLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE FD-TR-FUNCTION     TO WS-TRAN-FUNCTION.
           MOVE SPACES             TO WS-AU-DETAIL.

           PERFORM 0202-00-FIND-CUSTOMER.

           EVALUATE TRUE
             WHEN WS-TRAN-INCLUDE
               PERFORM 0203-00-INCLUDE-CUSTOMER
             WHEN WS-TRAN-UPDATE
               PERFORM 0204-00-UPDATE-CUSTOMER
             WHEN WS-TRAN-DEACTIVATE
               PERFORM 0205-00-DEACTIVATE-CUSTOMER
             WHEN WS-TRAN-LINK
               PERFORM 0206-00-LINK-PRODUCT
             WHEN WS-TRAN-UNLINK
               PERFORM 0207-00-UNLINK-PRODUCT
             WHEN OTHER
               MOVE 'FUNCTION CODE INVALID'
                                   TO WS-AU-DETAIL
           END-EVALUATE.

           IF  WS-AU-DETAIL        EQUAL SPACES
               PERFORM 0211-00-AUDIT-ACCEPTED
           ELSE
               PERFORM 0212-00-AUDIT-REJECTED
           END-IF.

           PERFORM 0301-00-READ-CUSTTRAN.

       0201-00-EXIT.
           EXIT.

       0202-00-FIND-CUSTOMER.

           MOVE ZEROS              TO WS-CUST-FOUND.

           IF  FD-TR-CUSTOMER      NUMERIC AND
               FD-TR-CUSTOMER      GREATER ZEROS
               PERFORM VARYING WS-CUST-POS FROM 1 BY 1
                 UNTIL WS-CUST-POS GREATER WS-CUST-COUNT
                    OR WS-CUST-FOUND GREATER ZEROS
                   IF  WS-CU-NUMBER(WS-CUST-POS)
                                   EQUAL FD-TR-CUSTOMER
                       MOVE WS-CUST-POS
                                   TO WS-CUST-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-INCLUDE-CUSTOMER.

           PERFORM 0208-00-VALIDATE-TAX-ID.

           EVALUATE TRUE
             WHEN WS-CUST-FOUND    GREATER ZEROS
               MOVE 'CUSTOMER ALREADY EXISTS'
                                   TO WS-AU-DETAIL
             WHEN FD-TR-CUSTOMER   NOT NUMERIC
               MOVE 'CUSTOMER NUMBER INVALID'
                                   TO WS-AU-DETAIL
             WHEN FD-TR-FULL-NAME  EQUAL SPACES
               MOVE 'CUSTOMER NAME MISSING'
                                   TO WS-AU-DETAIL
             WHEN NOT WS-TAX-ID-OK
               MOVE 'TAX ID CHECK DIGIT INVALID'
                                   TO WS-AU-DETAIL
             WHEN WS-TAX-ID-OWNER  GREATER ZEROS
               MOVE 'TAX ID BELONGS TO ANOTHER CUSTOMER'
                                   TO WS-AU-DETAIL
             WHEN WS-CUST-COUNT    NOT LESS 3000
               MOVE 'CUSTOMER TABLE FULL'
                                   TO WS-AU-DETAIL
             WHEN OTHER
               ADD 1               TO WS-CUST-COUNT
               MOVE WS-CUST-COUNT  TO WS-CUST-FOUND
      *        NEW NUMBERS ARE ALWAYS ABOVE THE HIGHEST ON FILE, SO
      *        THE MASTER STAYS IN CUSTOMER SEQUENCE.
               IF  FD-TR-CUSTOMER  GREATER WS-LAST-CUSTOMER
                   MOVE FD-TR-CUSTOMER
                                   TO WS-LAST-CUSTOMER
               ELSE
                   ADD 1           TO WS-LAST-CUSTOMER
               END-IF
               MOVE WS-LAST-CUSTOMER
                                   TO WS-CU-NUMBER(WS-CUST-FOUND)
               MOVE FD-TR-FULL-NAME
                                   TO WS-CU-FULL-NAME(WS-CUST-FOUND)
               MOVE FD-TR-TAX-ID   TO WS-CU-TAX-ID(WS-CUST-FOUND)
               MOVE FD-TR-BRANCH   TO WS-CU-BRANCH(WS-CUST-FOUND)
               MOVE 'A'            TO WS-CU-STATUS(WS-CUST-FOUND)
               MOVE WS-PROCESS-DATE
                                   TO WS-CU-OPEN-DATE(WS-CUST-FOUND)
               MOVE WS-LAST-CUSTOMER
                                   TO FD-TR-CUSTOMER
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-UPDATE-CUSTOMER.

           PERFORM 0208-00-VALIDATE-TAX-ID.

           EVALUATE TRUE
             WHEN WS-CUST-FOUND    EQUAL ZEROS
               MOVE 'CUSTOMER NOT FOUND'
                                   TO WS-AU-DETAIL
             WHEN FD-TR-FULL-NAME  EQUAL SPACES
               MOVE 'CUSTOMER NAME MISSING'
                                   TO WS-AU-DETAIL
             WHEN NOT WS-TAX-ID-OK
               MOVE 'TAX ID CHECK DIGIT INVALID'
                                   TO WS-AU-DETAIL
             WHEN WS-TAX-ID-OWNER  GREATER ZEROS AND
                  WS-TAX-ID-OWNER  NOT EQUAL FD-TR-CUSTOMER
               MOVE 'TAX ID BELONGS TO ANOTHER CUSTOMER'
                                   TO WS-AU-DETAIL
             WHEN OTHER
               MOVE FD-TR-FULL-NAME
                                   TO WS-CU-FULL-NAME(WS-CUST-FOUND)
               MOVE FD-TR-TAX-ID   TO WS-CU-TAX-ID(WS-CUST-FOUND)
               IF  FD-TR-BRANCH    NOT EQUAL SPACES
                   MOVE FD-TR-BRANCH
                                   TO WS-CU-BRANCH(WS-CUST-FOUND)
               END-IF
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

       0205-00-DEACTIVATE-CUSTOMER.

           MOVE ZEROS              TO WS-LINKS-HELD.

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
               IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL FD-TR-CUSTOMER AND
                   WS-RT-REMOVED(WS-REL-POS)
                                   EQUAL 'N'
                   ADD 1           TO WS-LINKS-HELD
               END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-CUST-FOUND    EQUAL ZEROS
               MOVE 'CUSTOMER NOT FOUND'
                                   TO WS-AU-DETAIL
             WHEN WS-LINKS-HELD    GREATER ZEROS
               MOVE 'CUSTOMER STILL HOLDS PRODUCTS'
                                   TO WS-AU-DETAIL
             WHEN OTHER
               MOVE 'I'            TO WS-CU-STATUS(WS-CUST-FOUND)
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

       0206-00-LINK-PRODUCT.

      *    THE SAME PRODUCT MAY BE LINKED TO SEVERAL CUSTOMERS AS
      *    JOINT HOLDERS, BUT TO ONE PRIMARY HOLDER ONLY.

           MOVE ZEROS              TO WS-REL-FOUND.
           MOVE ZEROS              TO WS-PRIMARY-OWNER.

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
               IF  WS-RT-TYPE(WS-REL-POS)
                                   EQUAL FD-TR-REL-TYPE AND
                   WS-RT-REFERENCE(WS-REL-POS)
                                   EQUAL FD-TR-REFERENCE AND
                   WS-RT-REMOVED(WS-REL-POS)
                                   EQUAL 'N'
                   IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL FD-TR-CUSTOMER
                       MOVE WS-REL-POS
                                   TO WS-REL-FOUND
                   END-IF
                   IF  WS-RT-ROLE(WS-REL-POS)
                                   EQUAL 'P'
                       MOVE WS-RT-CUSTOMER(WS-REL-POS)
                                   TO WS-PRIMARY-OWNER
                   END-IF
               END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN WS-CUST-FOUND    EQUAL ZEROS
               MOVE 'CUSTOMER NOT FOUND'
                                   TO WS-AU-DETAIL
             WHEN WS-CU-STATUS(WS-CUST-FOUND)
                                   NOT EQUAL 'A'
               MOVE 'CUSTOMER NOT ACTIVE'
                                   TO WS-AU-DETAIL
             WHEN FD-TR-REL-TYPE   NOT EQUAL 'A' AND
                  FD-TR-REL-TYPE   NOT EQUAL 'L' AND
                  FD-TR-REL-TYPE   NOT EQUAL 'I'
               MOVE 'RELATIONSHIP TYPE INVALID'
                                   TO WS-AU-DETAIL
             WHEN FD-TR-ROLE       NOT EQUAL 'P' AND
                  FD-TR-ROLE       NOT EQUAL 'J'
               MOVE 'HOLDER ROLE INVALID'
                                   TO WS-AU-DETAIL
             WHEN FD-TR-REFERENCE  EQUAL SPACES
               MOVE 'PRODUCT REFERENCE MISSING'
                                   TO WS-AU-DETAIL
             WHEN WS-REL-FOUND     GREATER ZEROS
               MOVE 'CUSTOMER ALREADY LINKED TO PRODUCT'
                                   TO WS-AU-DETAIL
             WHEN FD-TR-ROLE       EQUAL 'P' AND
                  WS-PRIMARY-OWNER GREATER ZEROS
               MOVE 'PRODUCT ALREADY HAS A PRIMARY HOLDER'
                                   TO WS-AU-DETAIL
             WHEN WS-REL-COUNT     NOT LESS 6000
               MOVE 'RELATIONSHIP TABLE FULL'
                                   TO WS-AU-DETAIL
             WHEN OTHER
               ADD 1               TO WS-REL-COUNT
               MOVE FD-TR-CUSTOMER TO WS-RT-CUSTOMER(WS-REL-COUNT)
               MOVE FD-TR-REL-TYPE TO WS-RT-TYPE(WS-REL-COUNT)
               MOVE FD-TR-REFERENCE
                                   TO WS-RT-REFERENCE(WS-REL-COUNT)
               MOVE FD-TR-ROLE     TO WS-RT-ROLE(WS-REL-COUNT)
               MOVE WS-PROCESS-DATE
                                   TO WS-RT-START-DATE(WS-REL-COUNT)
               MOVE 'N'            TO WS-RT-REMOVED(WS-REL-COUNT)
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

       0207-00-UNLINK-PRODUCT.

           MOVE ZEROS              TO WS-REL-FOUND.

           PERFORM VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT
                OR WS-REL-FOUND    GREATER ZEROS
               IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL FD-TR-CUSTOMER AND
                   WS-RT-TYPE(WS-REL-POS)
                                   EQUAL FD-TR-REL-TYPE AND
                   WS-RT-REFERENCE(WS-REL-POS)
                                   EQUAL FD-TR-REFERENCE AND
                   WS-RT-REMOVED(WS-REL-POS)
                                   EQUAL 'N'
                   MOVE WS-REL-POS TO WS-REL-FOUND
               END-IF
           END-PERFORM.

           IF  WS-REL-FOUND        EQUAL ZEROS
               MOVE 'RELATIONSHIP NOT FOUND'
                                   TO WS-AU-DETAIL
           ELSE
               MOVE 'Y'            TO WS-RT-REMOVED(WS-REL-FOUND)
           END-IF.

       0207-00-EXIT.
           EXIT.

       0208-00-VALIDATE-TAX-ID.

      *    WEIGHTED MOD-11 OVER POSITIONS 1-10 WITH WEIGHTS 11..2;
      *    REMAINDERS 0 AND 1 MAP TO CHECK DIGIT 0 (AS IN EAD62579).
      *    WS-TAX-ID-OWNER RETURNS THE CUSTOMER ALREADY CARRYING IT.

           MOVE 'N'                TO WS-TAX-ID-OK-IND.
           MOVE ZEROS              TO WS-TAX-ID-OWNER.

           IF  FD-TR-TAX-ID        NOT NUMERIC OR
               FD-TR-TAX-ID        EQUAL ZEROS
               CONTINUE
           ELSE
               MOVE FD-TR-TAX-ID   TO WS-TAX-ID-DIGITS
               MOVE ZEROS          TO WS-TI-SUM
               MOVE 11             TO WS-TI-WEIGHT

               PERFORM VARYING WS-TI-POS FROM 1 BY 1
                 UNTIL WS-TI-POS   GREATER 10
                   COMPUTE WS-TI-SUM =
                       WS-TI-SUM
                       + (WS-TI-DIGIT(WS-TI-POS) * WS-TI-WEIGHT)
                   SUBTRACT 1      FROM WS-TI-WEIGHT
               END-PERFORM

               COMPUTE WS-TI-REMAINDER =
                   FUNCTION MOD(WS-TI-SUM, 11)

               IF  WS-TI-REMAINDER LESS 2
                   MOVE ZEROS      TO WS-TI-CHECK
               ELSE
                   COMPUTE WS-TI-CHECK =
                       11 - WS-TI-REMAINDER
               END-IF

               IF  WS-TI-DIGIT(11) EQUAL WS-TI-CHECK
                   MOVE 'Y'        TO WS-TAX-ID-OK-IND
               END-IF

               PERFORM VARYING WS-CUST-POS FROM 1 BY 1
                 UNTIL WS-CUST-POS GREATER WS-CUST-COUNT
                   IF  WS-CU-TAX-ID(WS-CUST-POS)
                                   EQUAL FD-TR-TAX-ID
                       MOVE WS-CU-NUMBER(WS-CUST-POS)
                                   TO WS-TAX-ID-OWNER
                   END-IF
               END-PERFORM
           END-IF.

       0208-00-EXIT.
           EXIT.

       0211-00-AUDIT-ACCEPTED.

           MOVE FD-TR-FUNCTION     TO WS-AU-FUNCTION.
           MOVE FD-TR-CUSTOMER     TO WS-AU-CUSTOMER.
           MOVE 'ACCEPTED'         TO WS-AU-RESULT.

           IF  WS-TRAN-LINK OR WS-TRAN-UNLINK
               MOVE FD-TR-REL-TYPE TO WS-AU-DETAIL
               MOVE FD-TR-REFERENCE
                                   TO WS-AU-DETAIL(3:30)
               MOVE FD-TR-ROLE     TO WS-AU-DETAIL(34:1)
           ELSE
               MOVE FD-TR-FULL-NAME
                                   TO WS-AU-DETAIL
           END-IF.

           WRITE REG-CUSTRPT       FROM WS-AUDIT-LINE.

           ADD 1                   TO WS-COUNT-ACCEPTED.

       0211-00-EXIT.
           EXIT.

       0212-00-AUDIT-REJECTED.

           MOVE FD-TR-FUNCTION     TO WS-AU-FUNCTION.
           MOVE FD-TR-CUSTOMER     TO WS-AU-CUSTOMER.
           MOVE 'REJECTED'         TO WS-AU-RESULT.

           WRITE REG-CUSTRPT       FROM WS-AUDIT-LINE.

           ADD 1                   TO WS-COUNT-REJECTED.

       0212-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CUSTTRAN.

           READ CUSTTRAN.

           EVALUATE WS-FS-CUSTTRAN
             WHEN '00'
               ADD 1               TO WS-READ-CUSTTRAN
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CUSTTRAN'
                                    ' FILE STATUS: ' WS-FS-CUSTTRAN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-WRITE-CUSTOMER
             VARYING WS-CUST-POS FROM 1 BY 1
             UNTIL WS-CUST-POS     GREATER WS-CUST-COUNT.

           CLOSE CUSTTRAN
                 CUSTNEW
                 RELNEW
                 CUSTRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CUSTOLD    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CUSTOMER: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-RELOLD     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  RELATION: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-CUSTTRAN   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  TRANS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-CUSTNEW   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE CUSTOMER: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-RELNEW    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE RELATION: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-ACCEPTED  TO WS-FMT-AMOUNT
           DISPLAY '*  ACCEPTED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-WRITE-CUSTOMER.

           MOVE WS-CU-NUMBER(WS-CUST-POS)
                                   TO FD-CN-CUSTOMER.
           MOVE WS-CU-FULL-NAME(WS-CUST-POS)
                                   TO FD-CN-FULL-NAME.
           MOVE WS-CU-TAX-ID(WS-CUST-POS)
                                   TO FD-CN-TAX-ID.
           MOVE WS-CU-BRANCH(WS-CUST-POS)
                                   TO FD-CN-BRANCH.
           MOVE WS-CU-STATUS(WS-CUST-POS)
                                   TO FD-CN-STATUS.
           MOVE WS-CU-OPEN-DATE(WS-CUST-POS)
                                   TO FD-CN-OPEN-DATE.

           WRITE REG-CUSTNEW.

           EVALUATE WS-FS-CUSTNEW
             WHEN '00'
               ADD 1               TO WS-WRITE-CUSTNEW
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0902-00-WRITE-CUSTOMER'
                                    ' FILE STATUS: ' WS-FS-CUSTNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    THE RELATIONSHIP FILE STAYS IN CUSTOMER SEQUENCE: EACH
      *    CUSTOMER'S LINKS FOLLOW IN THE ORDER THEY WERE MADE.

           PERFORM 0903-00-WRITE-RELATION
             VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT.

       0902-00-EXIT.
           EXIT.

       0903-00-WRITE-RELATION.

           IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL WS-CU-NUMBER(WS-CUST-POS) AND
               WS-RT-REMOVED(WS-REL-POS)
                                   EQUAL 'N'
               MOVE WS-RT-CUSTOMER(WS-REL-POS)
                                   TO FD-RN-CUSTOMER
               MOVE WS-RT-TYPE(WS-REL-POS)
                                   TO FD-RN-TYPE
               MOVE WS-RT-REFERENCE(WS-REL-POS)
                                   TO FD-RN-REFERENCE
               MOVE WS-RT-ROLE(WS-REL-POS)
                                   TO FD-RN-ROLE
               MOVE WS-RT-START-DATE(WS-REL-POS)
                                   TO FD-RN-START-DATE

               WRITE REG-RELNEW

               EVALUATE WS-FS-RELNEW
                 WHEN '00'
                   ADD 1           TO WS-WRITE-RELNEW
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0903-00-WRITE-RELATION'
                                    ' FILE STATUS: ' WS-FS-RELNEW
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-IF.

       0903-00-EXIT.
           EXIT.
