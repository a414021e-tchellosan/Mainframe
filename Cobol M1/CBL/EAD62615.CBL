      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62615.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62615                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : ONE-TIME BUILD OF THE CUSTOMER MASTER AND    *
      *                   THE CUSTOMER RELATIONSHIP FILE FROM THE      *
      *                   CLIENT MASTER, CIF, LOANS AND INVESTMENTS    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY ACCOUNT ON THE CLIENT MASTER BECOMES THE PRIMARY       *
      *   HOLDING OF A CUSTOMER.  ACCOUNTS WHOSE CIF RECORDS CARRY     *
      *   THE SAME TAX ID ARE ONE PERSON AND SHARE ONE CUSTOMER        *
      *   NUMBER; AN ACCOUNT WITHOUT A CIF RECORD STILL GETS ITS OWN   *
      *   CUSTOMER, BUT IS LISTED FOR REVIEW.                          *
      *                                                                *
      *   LOAN CONTRACTS AND INVESTMENT POSITIONS ONLY CARRY A         *
      *   20-CHARACTER NAME.  THE NAME IS MATCHED AGAINST THE          *
      *   ACCOUNT NAMES AND THE FIRST 20 CHARACTERS OF THE CIF FULL    *
      *   NAME; A NAME THAT POINTS TO EXACTLY ONE CUSTOMER IS LINKED   *
      *   AS PRIMARY HOLDER, A NAME THAT POINTS TO NONE OR TO MORE     *
      *   THAN ONE IS LISTED ON THE UNMATCHED REPORT AND LEFT FOR      *
      *   THE MAINTENANCE RUN (EAD62616) TO LINK BY HAND.              *
      *                                                                *
      *   RELATIONSHIP TYPES: A = ACCOUNT (BRANCH/ACCOUNT),            *
      *   L = LOAN (CONTRACT NUMBER), I = INVESTMENT (HOLDER NAME      *
      *   AS CARRIED ON THE POSITIONS FILE).  ROLES: P = PRIMARY       *
      *   HOLDER, J = JOINT HOLDER.                                    *
      *                                                                *
      *   SYSIN: CONVERSION DATE (YYYYMMDD), STAMPED AS THE OPENING    *
      *   DATE OF EVERY CUSTOMER AND RELATIONSHIP.                     *
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

           SELECT CLIENTS          ASSIGN TO DA-S-CLIENTS
               FILE STATUS         IS WS-FS-CLIENTS.

           SELECT CIF              ASSIGN TO DA-S-CIF
               FILE STATUS         IS WS-FS-CIF.

           SELECT CONTRACTS        ASSIGN TO DA-S-CONTRACTS
               FILE STATUS         IS WS-FS-CONTRACTS.

           SELECT INVESTS          ASSIGN TO DA-S-INVESTS
               FILE STATUS         IS WS-FS-INVESTS.

           SELECT CUSTMAST         ASSIGN TO DA-S-CUSTMAST
               FILE STATUS         IS WS-FS-CUSTMAST.

           SELECT CUSTREL          ASSIGN TO DA-S-CUSTREL
               FILE STATUS         IS WS-FS-CUSTREL.

           SELECT UNMATCH          ASSIGN TO DA-S-UNMATCH.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

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

       FD  CIF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CIF.
           03  FD-CF-CLIENT-KEY.
               05  FD-CF-BRANCH    PIC X(4).
               05  FD-CF-ACCOUNT   PIC 9(5).
           03  FD-CF-FULL-NAME     PIC X(40).
           03  FD-CF-STREET        PIC X(30).
           03  FD-CF-CITY          PIC X(20).
           03  FD-CF-STATE         PIC X(2).
           03  FD-CF-POSTAL-CODE   PIC X(8).
           03  FD-CF-TAX-ID        PIC 9(11).
           03  FD-CF-BIRTH-DATE    PIC 9(8).
           03  FD-CF-PHONE         PIC X(15).
           03  FD-CF-RISK-RATING   PIC X(1).
           03  FD-CF-LAST-REVIEW   PIC 9(8).

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

       FD  INVESTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-INVESTS.
           03  FD-IN-CLIENT        PIC X(20).
           03  FD-IN-PRODUCT       PIC X(10).
           03  FD-IN-PRINCIPAL     PIC 9(7)V9(2).
           03  FD-IN-START-MONTH   PIC 9(3).
           03  FD-IN-TERM          PIC 9(3).

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
               88  FD-RL-ACCOUNT-LINK                  VALUE 'A'.
               88  FD-RL-LOAN-LINK                     VALUE 'L'.
               88  FD-RL-INVEST-LINK                   VALUE 'I'.
           03  FD-RL-REFERENCE     PIC X(30).
           03  FD-RL-ROLE          PIC X(1).
               88  FD-RL-PRIMARY                       VALUE 'P'.
               88  FD-RL-JOINT                         VALUE 'J'.
           03  FD-RL-START-DATE    PIC 9(8).

       FD  UNMATCH
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-UNMATCH             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62615'.

       77  WS-FS-CLIENTS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CIF               PIC X(2)            VALUE ZEROS.
       77  WS-FS-CONTRACTS         PIC X(2)            VALUE ZEROS.
       77  WS-FS-INVESTS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTMAST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CUSTREL           PIC X(2)            VALUE ZEROS.

       77  WS-CL-READ-DONE-IND     PIC X(1)            VALUE 'N'.
           88  WS-CL-READ-DONE                         VALUE 'Y'.

       77  WS-CONVERSION-DATE      PIC 9(8)            VALUE ZEROS.

       77  WS-READ-CLIENTS         PIC 9(5)            VALUE ZEROS.
       77  WS-READ-CIF             PIC 9(5)            VALUE ZEROS.
       77  WS-READ-CONTRACTS       PIC 9(5)            VALUE ZEROS.
       77  WS-READ-INVESTS         PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-CUSTMAST       PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-CUSTREL        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-UNMATCH        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NO-CIF         PIC 9(5)            VALUE ZEROS.

       77  WS-CIF-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CIF-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CIF-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CIF-TABLE.
           03  WS-CF-ENTRY         OCCURS 3000 TIMES.
               05  WS-CF-KEY       PIC X(9).
               05  WS-CF-FULL-NAME PIC X(40).
               05  WS-CF-TAX-ID    PIC 9(11).

       77  WS-ACCT-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ACCT-POS             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-ACCOUNT-TABLE.
           03  WS-AC-ENTRY         OCCURS 3000 TIMES.
               05  WS-AC-KEY       PIC X(9).
               05  WS-AC-NAME      PIC X(20).
               05  WS-AC-CUSTOMER  PIC 9(8).

       77  WS-CUST-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-CUST-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-CUSTOMER-TABLE.
           03  WS-CU-ENTRY         OCCURS 3000 TIMES.
               05  WS-CU-NUMBER    PIC 9(8).
               05  WS-CU-FULL-NAME PIC X(40).
               05  WS-CU-TAX-ID    PIC 9(11).
               05  WS-CU-BRANCH    PIC X(4).

       77  WS-REL-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-REL-POS              PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-RELATION-TABLE.
           03  WS-RT-ENTRY         OCCURS 6000 TIMES.
               05  WS-RT-CUSTOMER  PIC 9(8).
               05  WS-RT-TYPE      PIC X(1).
               05  WS-RT-REFERENCE PIC X(30).

       77  WS-HOLDER-COUNT         PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-HOLDER-POS           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-HOLDER-TABLE.
           03  WS-HL-NAME          PIC X(20) OCCURS 1000 TIMES.

       77  WS-HOLDER-SEEN-IND      PIC X(1)            VALUE 'N'.
           88  WS-HOLDER-SEEN                          VALUE 'Y'.

       77  WS-NEXT-CUSTOMER        PIC 9(8)            VALUE ZEROS.

       77  WS-MATCH-NAME           PIC X(20)           VALUE SPACES.
       77  WS-MATCH-CUSTOMER       PIC 9(8)            VALUE ZEROS.
       77  WS-MATCH-RESULT         PIC X(1)            VALUE SPACES.
           88  WS-MATCH-NONE                           VALUE 'N'.
           88  WS-MATCH-ONE                            VALUE 'O'.
           88  WS-MATCH-MANY                           VALUE 'M'.

       77  WS-REL-TYPE             PIC X(1)            VALUE SPACES.

       01  WS-REL-REFERENCE        PIC X(30)           VALUE SPACES.
       01  FILLER                  REDEFINES WS-REL-REFERENCE.
           03  WS-RR-CONTRACT      PIC 9(6).
           03  FILLER              PIC X(24).

       01  WS-UNMATCH-HEADER.
           03  FILLER              PIC X(80)           VALUE
           'ITEM     REFERENCE            NAME                 REASON'.

       01  WS-UNMATCH-LINE.
           03  WS-UL-ITEM          PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-UL-REFERENCE     PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-UL-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-UL-REASON        PIC X(29)           VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-CONVERSION-DATE
                                   FROM SYSIN.

           IF  WS-CONVERSION-DATE  NOT NUMERIC OR
               WS-CONVERSION-DATE  EQUAL ZEROS
               DISPLAY ' CONVERSION DATE INVALID: ' WS-CONVERSION-DATE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0102-00-LOAD-CIF.

           OPEN OUTPUT CUSTMAST
                       CUSTREL
                       UNMATCH.

           IF  WS-FS-CUSTMAST      NOT EQUAL '00' OR
               WS-FS-CUSTREL       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' CUSTMAST: ' WS-FS-CUSTMAST
                       ' CUSTREL: '  WS-FS-CUSTREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           WRITE REG-UNMATCH       FROM WS-UNMATCH-HEADER.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-CIF.

           OPEN INPUT CIF.

           EVALUATE WS-FS-CIF
             WHEN '00'
               PERFORM UNTIL WS-FS-CIF EQUAL '10'
                   READ CIF
                   EVALUATE WS-FS-CIF
                     WHEN '00'
                       ADD 1       TO WS-READ-CIF
                       IF  WS-CIF-COUNT LESS 3000
                           ADD 1   TO WS-CIF-COUNT
                           MOVE FD-CF-CLIENT-KEY
                               TO WS-CF-KEY(WS-CIF-COUNT)
                           MOVE FD-CF-FULL-NAME
                               TO WS-CF-FULL-NAME(WS-CIF-COUNT)
                           MOVE FD-CF-TAX-ID
                               TO WS-CF-TAX-ID(WS-CIF-COUNT)
                       ELSE
                           DISPLAY ' CIF TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CIF
             WHEN '35'
               DISPLAY ' CUSTOMER INFORMATION MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM 0202-00-CONVERT-ACCOUNTS.
           PERFORM 0205-00-CONVERT-LOANS.
           PERFORM 0207-00-CONVERT-INVESTMENTS.

       0201-00-EXIT.
           EXIT.

       0202-00-CONVERT-ACCOUNTS.

           OPEN INPUT CLIENTS.

           EVALUATE WS-FS-CLIENTS
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CLIENT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-CONVERT-ACCOUNTS'
                                    ' FILE STATUS: ' WS-FS-CLIENTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0301-00-READ-CLIENTS.

           PERFORM 0203-00-ASSIGN-CUSTOMER
             UNTIL WS-FS-CLIENTS   EQUAL '10'.

           CLOSE CLIENTS.

       0202-00-EXIT.
           EXIT.

       0203-00-ASSIGN-CUSTOMER.

      *    ACCOUNTS SHARING A TAX ID ON THE CIF ARE ONE CUSTOMER.

           IF  WS-ACCT-COUNT       NOT LESS 3000
               DISPLAY ' ACCOUNT TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS              TO WS-CIF-FOUND.

           PERFORM VARYING WS-CIF-POS FROM 1 BY 1
             UNTIL WS-CIF-POS      GREATER WS-CIF-COUNT
                OR WS-CIF-FOUND    GREATER ZEROS
               IF  WS-CF-KEY(WS-CIF-POS)
                                   EQUAL FD-CL-CLIENT-KEY
                   MOVE WS-CIF-POS TO WS-CIF-FOUND
               END-IF
           END-PERFORM.

           MOVE ZEROS              TO WS-CUST-FOUND.

           IF  WS-CIF-FOUND        GREATER ZEROS AND
               WS-CF-TAX-ID(WS-CIF-FOUND)
                                   GREATER ZEROS
               PERFORM VARYING WS-CUST-POS FROM 1 BY 1
                 UNTIL WS-CUST-POS GREATER WS-CUST-COUNT
                    OR WS-CUST-FOUND GREATER ZEROS
                   IF  WS-CU-TAX-ID(WS-CUST-POS)
                                   EQUAL WS-CF-TAX-ID(WS-CIF-FOUND)
                       MOVE WS-CUST-POS
                                   TO WS-CUST-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           IF  WS-CUST-FOUND       EQUAL ZEROS
               PERFORM 0204-00-NEW-CUSTOMER
           END-IF.

           ADD 1                   TO WS-ACCT-COUNT.
           MOVE FD-CL-CLIENT-KEY   TO WS-AC-KEY(WS-ACCT-COUNT).
           MOVE FD-CL-NAME         TO WS-AC-NAME(WS-ACCT-COUNT).
           MOVE WS-CU-NUMBER(WS-CUST-FOUND)
                                   TO WS-AC-CUSTOMER(WS-ACCT-COUNT).

           MOVE FD-CL-CLIENT-KEY   TO WS-REL-REFERENCE.
           MOVE WS-CU-NUMBER(WS-CUST-FOUND)
                                   TO WS-MATCH-CUSTOMER.
           MOVE 'A'                TO WS-REL-TYPE.
           PERFORM 0209-00-ADD-RELATION.

           PERFORM 0301-00-READ-CLIENTS.

       0203-00-EXIT.
           EXIT.

       0204-00-NEW-CUSTOMER.

           IF  WS-CUST-COUNT       NOT LESS 3000
               DISPLAY ' CUSTOMER TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-CUST-COUNT.
           ADD 1                   TO WS-NEXT-CUSTOMER.
           MOVE WS-CUST-COUNT      TO WS-CUST-FOUND.

           MOVE WS-NEXT-CUSTOMER   TO WS-CU-NUMBER(WS-CUST-FOUND).
           MOVE FD-CL-BRANCH       TO WS-CU-BRANCH(WS-CUST-FOUND).

           IF  WS-CIF-FOUND        GREATER ZEROS
               MOVE WS-CF-FULL-NAME(WS-CIF-FOUND)
                                   TO WS-CU-FULL-NAME(WS-CUST-FOUND)
               MOVE WS-CF-TAX-ID(WS-CIF-FOUND)
                                   TO WS-CU-TAX-ID(WS-CUST-FOUND)
           ELSE
      *        NO CIF RECORD: THE ACCOUNT NAME STANDS IN UNTIL THE
      *        CUSTOMER IS COMPLETED THROUGH THE MAINTENANCE RUN.
               MOVE FD-CL-NAME     TO WS-CU-FULL-NAME(WS-CUST-FOUND)
               MOVE ZEROS          TO WS-CU-TAX-ID(WS-CUST-FOUND)
               ADD 1               TO WS-COUNT-NO-CIF
               MOVE 'ACCOUNT'      TO WS-UL-ITEM
               MOVE FD-CL-CLIENT-KEY
                                   TO WS-UL-REFERENCE
               MOVE FD-CL-NAME     TO WS-UL-NAME
               MOVE 'NO CIF RECORD - NO TAX ID'
                                   TO WS-UL-REASON
               PERFORM 0210-00-WRITE-UNMATCH
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-CONVERT-LOANS.

           OPEN INPUT CONTRACTS.

           EVALUATE WS-FS-CONTRACTS
             WHEN '00'
               PERFORM UNTIL WS-FS-CONTRACTS EQUAL '10'
                   READ CONTRACTS
                   EVALUATE WS-FS-CONTRACTS
                     WHEN '00'
                       ADD 1       TO WS-READ-CONTRACTS
                       PERFORM 0206-00-LINK-LOAN
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0205-00-CONVERT-LOANS'
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
               DISPLAY ' ERROR FOUND IN 0205-00-CONVERT-LOANS'
                                    ' FILE STATUS: ' WS-FS-CONTRACTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

       0206-00-LINK-LOAN.

           MOVE FD-CT-CLIENT       TO WS-MATCH-NAME.
           PERFORM 0208-00-MATCH-NAME.

           IF  WS-MATCH-ONE
               MOVE SPACES         TO WS-REL-REFERENCE
               MOVE FD-CT-CONTRACT TO WS-RR-CONTRACT
               MOVE 'L'            TO WS-REL-TYPE
               PERFORM 0209-00-ADD-RELATION
           ELSE
               MOVE 'LOAN'         TO WS-UL-ITEM
               MOVE FD-CT-CONTRACT TO WS-UL-REFERENCE
               MOVE FD-CT-CLIENT   TO WS-UL-NAME
               IF  WS-MATCH-NONE
                   MOVE 'NAME MATCHES NO CUSTOMER'
                                   TO WS-UL-REASON
               ELSE
                   MOVE 'NAME MATCHES SEVERAL CUSTOMERS'
                                   TO WS-UL-REASON
               END-IF
               PERFORM 0210-00-WRITE-UNMATCH
           END-IF.

       0206-00-EXIT.
           EXIT.

       0207-00-CONVERT-INVESTMENTS.

      *    ONE RELATIONSHIP PER HOLDER NAME: IT COVERS EVERY
      *    POSITION THE POSITIONS FILE CARRIES UNDER THAT NAME.

           OPEN INPUT INVESTS.

           EVALUATE WS-FS-INVESTS
             WHEN '00'
               PERFORM UNTIL WS-FS-INVESTS EQUAL '10'
                   READ INVESTS
                   EVALUATE WS-FS-INVESTS
                     WHEN '00'
                       ADD 1       TO WS-READ-INVESTS
                       PERFORM 0211-00-LINK-HOLDER
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN'
                               ' 0207-00-CONVERT-INVESTMENTS'
                                    ' FILE STATUS: ' WS-FS-INVESTS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE INVESTS
             WHEN '35'
               DISPLAY ' INVESTMENTS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0207-00-CONVERT-INVESTMENTS'
                                    ' FILE STATUS: ' WS-FS-INVESTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0207-00-EXIT.
           EXIT.

       0211-00-LINK-HOLDER.

           MOVE 'N'                TO WS-HOLDER-SEEN-IND.

           PERFORM VARYING WS-HOLDER-POS FROM 1 BY 1
             UNTIL WS-HOLDER-POS   GREATER WS-HOLDER-COUNT
                OR WS-HOLDER-SEEN
               IF  WS-HL-NAME(WS-HOLDER-POS)
                                   EQUAL FD-IN-CLIENT
                   SET WS-HOLDER-SEEN
                                   TO TRUE
               END-IF
           END-PERFORM.

           IF  NOT WS-HOLDER-SEEN
               IF  WS-HOLDER-COUNT LESS 1000
                   ADD 1           TO WS-HOLDER-COUNT
                   MOVE FD-IN-CLIENT
                                   TO WS-HL-NAME(WS-HOLDER-COUNT)
               ELSE
                   DISPLAY ' HOLDER TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF

               MOVE FD-IN-CLIENT   TO WS-MATCH-NAME
               PERFORM 0208-00-MATCH-NAME

               IF  WS-MATCH-ONE
                   MOVE FD-IN-CLIENT
                                   TO WS-REL-REFERENCE
                   MOVE 'I'        TO WS-REL-TYPE
                   PERFORM 0209-00-ADD-RELATION
               ELSE
                   MOVE 'INVEST'   TO WS-UL-ITEM
                   MOVE FD-IN-PRODUCT
                                   TO WS-UL-REFERENCE
                   MOVE FD-IN-CLIENT
                                   TO WS-UL-NAME
                   IF  WS-MATCH-NONE
                       MOVE 'NAME MATCHES NO CUSTOMER'
                                   TO WS-UL-REASON
                   ELSE
                       MOVE 'NAME MATCHES SEVERAL CUSTOMERS'
                                   TO WS-UL-REASON
                   END-IF
                   PERFORM 0210-00-WRITE-UNMATCH
               END-IF
           END-IF.

       0211-00-EXIT.
           EXIT.

       0208-00-MATCH-NAME.

      *    A NAME QUALIFIES A CUSTOMER WHEN IT EQUALS THE NAME ON ONE
      *    OF THE CUSTOMER'S ACCOUNTS OR THE START OF THE CIF FULL
      *    NAME.  TWO DIFFERENT CUSTOMERS ANSWERING TO THE SAME NAME
      *    ARE NOT GUESSED BETWEEN.

           MOVE 'N'                TO WS-MATCH-RESULT.
           MOVE ZEROS              TO WS-MATCH-CUSTOMER.

           IF  WS-MATCH-NAME       NOT EQUAL SPACES
               PERFORM VARYING WS-ACCT-POS FROM 1 BY 1
                 UNTIL WS-ACCT-POS GREATER WS-ACCT-COUNT
                   IF  WS-AC-NAME(WS-ACCT-POS)
                                   EQUAL WS-MATCH-NAME
                       PERFORM 0212-00-COUNT-CANDIDATE
                   END-IF
               END-PERFORM

               PERFORM VARYING WS-CUST-POS FROM 1 BY 1
                 UNTIL WS-CUST-POS GREATER WS-CUST-COUNT
                   IF  WS-CU-FULL-NAME(WS-CUST-POS)(1:20)
                                   EQUAL WS-MATCH-NAME
                       PERFORM 0213-00-COUNT-CIF-CANDIDATE
                   END-IF
               END-PERFORM
           END-IF.

       0208-00-EXIT.
           EXIT.

       0212-00-COUNT-CANDIDATE.

           EVALUATE TRUE
             WHEN WS-MATCH-NONE
               MOVE WS-AC-CUSTOMER(WS-ACCT-POS)
                                   TO WS-MATCH-CUSTOMER
               MOVE 'O'            TO WS-MATCH-RESULT
             WHEN WS-MATCH-ONE
               IF  WS-AC-CUSTOMER(WS-ACCT-POS)
                                   NOT EQUAL WS-MATCH-CUSTOMER
                   MOVE 'M'        TO WS-MATCH-RESULT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0212-00-EXIT.
           EXIT.

       0213-00-COUNT-CIF-CANDIDATE.

           EVALUATE TRUE
             WHEN WS-MATCH-NONE
               MOVE WS-CU-NUMBER(WS-CUST-POS)
                                   TO WS-MATCH-CUSTOMER
               MOVE 'O'            TO WS-MATCH-RESULT
             WHEN WS-MATCH-ONE
               IF  WS-CU-NUMBER(WS-CUST-POS)
                                   NOT EQUAL WS-MATCH-CUSTOMER
                   MOVE 'M'        TO WS-MATCH-RESULT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0213-00-EXIT.
           EXIT.

       0209-00-ADD-RELATION.

      *    WS-MATCH-CUSTOMER, WS-REL-TYPE AND WS-REL-REFERENCE ARE
      *    SET BY THE CALLER.

           IF  WS-REL-COUNT        NOT LESS 6000
               DISPLAY ' RELATIONSHIP TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-REL-COUNT.
           MOVE WS-MATCH-CUSTOMER  TO WS-RT-CUSTOMER(WS-REL-COUNT).
           MOVE WS-REL-TYPE        TO WS-RT-TYPE(WS-REL-COUNT).
           MOVE WS-REL-REFERENCE   TO WS-RT-REFERENCE(WS-REL-COUNT).

       0209-00-EXIT.
           EXIT.

       0210-00-WRITE-UNMATCH.

           WRITE REG-UNMATCH       FROM WS-UNMATCH-LINE.

           ADD 1                   TO WS-WRITE-UNMATCH.

           MOVE SPACES             TO WS-UL-ITEM
                                      WS-UL-REFERENCE
                                      WS-UL-NAME
                                      WS-UL-REASON.

       0210-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CLIENTS.

      *    THE HDR*/TRL* CONTROL RECORDS ARE NOT ACCOUNTS.

           MOVE 'N'                TO WS-CL-READ-DONE-IND.

           PERFORM 0302-00-READ-CLIENTS-REC
             UNTIL WS-CL-READ-DONE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-CLIENTS-REC.

           READ CLIENTS.

           EVALUATE WS-FS-CLIENTS
             WHEN '00'
               IF  NOT FD-CL-CTL-HEADER AND
                   NOT FD-CL-CTL-TRAILER
                   ADD 1           TO WS-READ-CLIENTS
                   MOVE 'Y'        TO WS-CL-READ-DONE-IND
               END-IF
             WHEN '10'
               MOVE 'Y'            TO WS-CL-READ-DONE-IND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-CLIENTS-REC'
                                    ' FILE STATUS: ' WS-FS-CLIENTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-WRITE-CUSTOMER
             VARYING WS-CUST-POS FROM 1 BY 1
             UNTIL WS-CUST-POS     GREATER WS-CUST-COUNT.

           CLOSE CUSTMAST
                 CUSTREL
                 UNMATCH.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CLIENTS    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  ACCOUNTS: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-CIF        TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CIF.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-CONTRACTS  TO WS-FMT-AMOUNT
           DISPLAY '*  READ  LOANS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-INVESTS    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  INVESTS.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-CUSTMAST  TO WS-FMT-AMOUNT
           DISPLAY '*  CUSTOMERS.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-CUSTREL   TO WS-FMT-AMOUNT
           DISPLAY '*  RELATIONSHIPS.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-NO-CIF    TO WS-FMT-AMOUNT
           DISPLAY '*  WITHOUT CIF...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-UNMATCH   TO WS-FMT-AMOUNT
           DISPLAY '*  UNMATCHED.....: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-WRITE-CUSTOMER.

      *    THE RELATIONSHIP FILE IS WRITTEN IN CUSTOMER SEQUENCE,
      *    EACH CUSTOMER'S LINKS RIGHT AFTER ITS MASTER RECORD.

           MOVE WS-CU-NUMBER(WS-CUST-POS)
                                   TO FD-CM-CUSTOMER.
           MOVE WS-CU-FULL-NAME(WS-CUST-POS)
                                   TO FD-CM-FULL-NAME.
           MOVE WS-CU-TAX-ID(WS-CUST-POS)
                                   TO FD-CM-TAX-ID.
           MOVE WS-CU-BRANCH(WS-CUST-POS)
                                   TO FD-CM-BRANCH.
           MOVE 'A'                TO FD-CM-STATUS.
           MOVE WS-CONVERSION-DATE TO FD-CM-OPEN-DATE.

           WRITE REG-CUSTMAST.

           EVALUATE WS-FS-CUSTMAST
             WHEN '00'
               ADD 1               TO WS-WRITE-CUSTMAST
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0902-00-WRITE-CUSTOMER'
                                    ' FILE STATUS: ' WS-FS-CUSTMAST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0903-00-WRITE-RELATION
             VARYING WS-REL-POS FROM 1 BY 1
             UNTIL WS-REL-POS      GREATER WS-REL-COUNT.

       0902-00-EXIT.
           EXIT.

       0903-00-WRITE-RELATION.

           IF  WS-RT-CUSTOMER(WS-REL-POS)
                                   EQUAL WS-CU-NUMBER(WS-CUST-POS)
               MOVE WS-RT-CUSTOMER(WS-REL-POS)
                                   TO FD-RL-CUSTOMER
               MOVE WS-RT-TYPE(WS-REL-POS)
                                   TO FD-RL-TYPE
               MOVE WS-RT-REFERENCE(WS-REL-POS)
                                   TO FD-RL-REFERENCE
               MOVE 'P'            TO FD-RL-ROLE
               MOVE WS-CONVERSION-DATE
                                   TO FD-RL-START-DATE

               WRITE REG-CUSTREL

               EVALUATE WS-FS-CUSTREL
                 WHEN '00'
                   ADD 1           TO WS-WRITE-CUSTREL
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0903-00-WRITE-RELATION'
                                    ' FILE STATUS: ' WS-FS-CUSTREL
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-IF.

       0903-00-EXIT.
           EXIT.
