      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62626.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62626                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : LOAD THE ONLINE ACCOUNT INQUIRY CLUSTER      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE CICS ACCOUNT INQUIRY (A25O, EAD625CO) CANNOT READ THE    *
      *   SEQUENTIAL GENERATIONS, SO AFTER THE BALANCE LINE THIS       *
      *   PROGRAM RELOADS CONSCTA FROM THE NEW MASTER GENERATION: ONE  *
      *   RECORD PER ACCOUNT, WITH BALANCE AND LAST ACTIVITY, JOINED   *
      *   TO THE CIF NAME AND ADDRESS (MATCH ON BRANCH/ACCOUNT, BOTH   *
      *   FILES IN KEY SEQUENCE).  THE CLUSTER IS DEFINED REUSE AND    *
      *   OPENED OUTPUT, SO EVERY RUN REPLACES THE PRIOR NIGHT'S       *
      *   PICTURE.                                                     *
      *   THE HOLDS AND MANDATES ARE MAINTAINED ONLINE (A255,          *
      *   EAD625C5) IN THEIR OWN KSDS; HERE THEY ARE ONLY READ, TO     *
      *   LIST THOSE WHOSE ACCOUNT IS NO LONGER ON THE MASTER.         *
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

           SELECT CLIENTSO         ASSIGN TO DA-S-CLIENTSO
               FILE STATUS         IS WS-FS-CLIENTSO.

           SELECT CIF              ASSIGN TO DA-S-CIF
               FILE STATUS         IS WS-FS-CIF.

           SELECT HOLDS            ASSIGN TO DA-S-HOLDS
               FILE STATUS         IS WS-FS-HOLDS.

           SELECT MANDATES         ASSIGN TO DA-S-MANDATES
               FILE STATUS         IS WS-FS-MANDATES.

           SELECT CONSCTA          ASSIGN TO CONSCTA
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-CC-CLIENT-KEY
               FILE STATUS         IS WS-FS-CONSCTA.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CLIENTSO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLIENTSO.
           03  FD-CLIENT-KEY.
               05  FD-BANK-BRANCH  PIC X(4).
               05  FD-BANK-ACCOUNT PIC 9(5).
           03  FD-CLIENT-NAME      PIC A(20).
           03  FD-BANK-BALANCE     PIC S9(6)V9(2).
           03  FD-LAST-ACTIVITY    PIC 9(8).

       01  REG-CLIENTSO-CONTROL.
           03  FD-CO-CTL-ID        PIC X(4).
               88  FD-CO-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-CO-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-CO-CTL-DATA      PIC X(41).
           03  FILLER                  REDEFINES FD-CO-CTL-DATA.
               05  FD-CO-HDR-DATE  PIC 9(8).
               05  FILLER          PIC X(33).

       FD  CIF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CIF.
           03  FD-CI-CLIENT-KEY.
               05  FD-CI-BRANCH    PIC X(4).
               05  FD-CI-ACCOUNT   PIC 9(5).
           03  FD-CI-FULL-NAME     PIC X(40).
           03  FD-CI-STREET        PIC X(30).
           03  FD-CI-CITY          PIC X(20).
           03  FD-CI-STATE         PIC X(2).
           03  FD-CI-POSTAL-CODE   PIC X(8).
           03  FD-CI-TAX-ID        PIC 9(11).
           03  FD-CI-BIRTH-DATE    PIC 9(8).
           03  FD-CI-PHONE         PIC X(15).
           03  FD-CI-RISK-RATING   PIC X(1).
           03  FD-CI-LAST-REVIEW   PIC 9(8).

       FD  HOLDS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HOLDS.
           03  FD-HD-CLIENT-KEY.
               05  FD-HD-BRANCH    PIC X(4).
               05  FD-HD-ACCOUNT   PIC 9(5).
           03  FD-HD-SCOPE         PIC X(1).
           03  FD-HD-DOC-NUMBER    PIC 9(4).
           03  FD-HD-VALUE         PIC 9(6)V9(2).
           03  FD-HD-CONSUMED      PIC X(1).

       FD  MANDATES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-MANDATES.
           03  FD-MD-DEBTOR-KEY.
               05  FD-MD-BRANCH    PIC X(4).
               05  FD-MD-ACCOUNT   PIC 9(5).
           03  FD-MD-COUNTERPARTY.
               05  FD-MD-CP-BRANCH PIC X(4).
               05  FD-MD-CP-ACCOUNT
                                   PIC 9(5).
           03  FD-MD-CEILING       PIC 9(6)V9(2).
           03  FD-MD-START-DATE    PIC 9(8).
           03  FD-MD-END-DATE      PIC 9(8).

       FD  CONSCTA.

       01  REG-CONSCTA.
           03  FD-CC-CLIENT-KEY.
               05  FD-CC-BRANCH    PIC X(4).
               05  FD-CC-ACCOUNT   PIC 9(5).
           03  FD-CC-CLIENT-NAME   PIC X(20).
           03  FD-CC-BALANCE       PIC S9(6)V9(2).
           03  FD-CC-LAST-ACTIVITY PIC 9(8).
           03  FD-CC-MASTER-DATE   PIC 9(8).
           03  FD-CC-CIF-FOUND     PIC X(1).
           03  FD-CC-FULL-NAME     PIC X(40).
           03  FD-CC-STREET        PIC X(30).
           03  FD-CC-CITY          PIC X(20).
           03  FD-CC-STATE         PIC X(2).
           03  FD-CC-POSTAL-CODE   PIC X(8).
           03  FD-CC-PHONE         PIC X(15).
           03  FILLER              PIC X(11).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62626'.

       77  WS-FS-CLIENTSO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CIF               PIC X(2)            VALUE ZEROS.
       77  WS-FS-HOLDS             PIC X(2)            VALUE ZEROS.
       77  WS-FS-MANDATES          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CONSCTA           PIC X(2)            VALUE SPACES.

       77  WS-MASTER-DATE          PIC 9(8)            VALUE ZEROS.

       77  WS-READ-CLIENTSO        PIC 9(5)            VALUE ZEROS.
       77  WS-READ-CIF             PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-CONSCTA        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-HOLDS          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-MANDATES       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NO-CIF         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-ORPHANS        PIC 9(5)            VALUE ZEROS.

      *    HIGH KEY THAT PARKS THE CIF ONCE IT IS EXHAUSTED.
       77  WS-CIF-KEY              PIC X(9)            VALUE SPACES.

      *    SAME CAPACITY AS THE EAD62510 HOLD TABLE.
       77  WS-HOLD-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-HOLD-POS             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-HOLD-TABLE.
           03  WS-HD-ENTRY         OCCURS 2000 TIMES.
               05  WS-HD-CLIENT-KEY
                                   PIC X(9).
               05  WS-HD-SCOPE     PIC X(1).
               05  WS-HD-DOC-NUMBER
                                   PIC 9(4).
               05  WS-HD-VALUE     PIC 9(6)V9(2).
               05  WS-HD-CONSUMED  PIC X(1).
               05  WS-HD-USED      PIC X(1).

      *    SAME CAPACITY AS THE EAD62510 MANDATE TABLE.
       77  WS-MANDATE-COUNT        PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-MANDATE-POS          PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-MANDATE-TABLE.
           03  WS-MD-ENTRY         OCCURS 500 TIMES.
               05  WS-MD-DEBTOR-KEY
                                   PIC X(9).
               05  WS-MD-COUNTERPARTY
                                   PIC X(9).
               05  WS-MD-CEILING   PIC 9(6)V9(2).
               05  WS-MD-START-DATE
                                   PIC 9(8).
               05  WS-MD-END-DATE  PIC 9(8).
               05  WS-MD-USED      PIC X(1).

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
             UNTIL WS-FS-CLIENTSO  EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-LOAD-HOLDS.
           PERFORM 0103-00-LOAD-MANDATES.

           OPEN INPUT CLIENTSO.

           EVALUATE WS-FS-CLIENTSO
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CLIENT MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN INPUT CIF.

           EVALUATE WS-FS-CIF
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CUSTOMER INFORMATION MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT CONSCTA.

           IF  WS-FS-CONSCTA       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CONSCTA
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0301-00-READ-CLIENTSO.
           PERFORM 0302-00-READ-CIF.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-HOLDS.

           OPEN INPUT HOLDS.

           EVALUATE WS-FS-HOLDS
             WHEN '00'
               PERFORM UNTIL WS-FS-HOLDS EQUAL '10'
                   READ HOLDS
                   EVALUATE WS-FS-HOLDS
                     WHEN '00'
                       IF  WS-HOLD-COUNT LESS 2000
                           ADD 1   TO WS-HOLD-COUNT
                           MOVE FD-HD-CLIENT-KEY
                               TO WS-HD-CLIENT-KEY(WS-HOLD-COUNT)
                           MOVE FD-HD-SCOPE
                               TO WS-HD-SCOPE(WS-HOLD-COUNT)
                           MOVE FD-HD-DOC-NUMBER
                               TO WS-HD-DOC-NUMBER(WS-HOLD-COUNT)
                           MOVE FD-HD-VALUE
                               TO WS-HD-VALUE(WS-HOLD-COUNT)
                           MOVE FD-HD-CONSUMED
                               TO WS-HD-CONSUMED(WS-HOLD-COUNT)
                           MOVE 'N'
                               TO WS-HD-USED(WS-HOLD-COUNT)
                       ELSE
                           DISPLAY ' HOLD TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-HOLDS'
                                    ' FILE STATUS: ' WS-FS-HOLDS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE HOLDS
             WHEN '35'
               DISPLAY ' HOLD FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-HOLDS'
                                    ' FILE STATUS: ' WS-FS-HOLDS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-MANDATES.

           OPEN INPUT MANDATES.

           EVALUATE WS-FS-MANDATES
             WHEN '00'
               PERFORM UNTIL WS-FS-MANDATES EQUAL '10'
                   READ MANDATES
                   EVALUATE WS-FS-MANDATES
                     WHEN '00'
                       IF  WS-MANDATE-COUNT LESS 500
                           ADD 1   TO WS-MANDATE-COUNT
                           MOVE FD-MD-DEBTOR-KEY
                               TO WS-MD-DEBTOR-KEY(WS-MANDATE-COUNT)
                           MOVE FD-MD-COUNTERPARTY
                               TO WS-MD-COUNTERPARTY(WS-MANDATE-COUNT)
                           MOVE FD-MD-CEILING
                               TO WS-MD-CEILING(WS-MANDATE-COUNT)
                           MOVE FD-MD-START-DATE
                               TO WS-MD-START-DATE(WS-MANDATE-COUNT)
                           MOVE FD-MD-END-DATE
                               TO WS-MD-END-DATE(WS-MANDATE-COUNT)
                           MOVE 'N'
                               TO WS-MD-USED(WS-MANDATE-COUNT)
                       ELSE
                           DISPLAY ' MANDATE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-MANDATES'
                                    ' FILE STATUS: ' WS-FS-MANDATES
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE MANDATES
             WHEN '35'
      *        NO MANDATE FILE: NOTHING TO CHECK
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-MANDATES'
                                    ' FILE STATUS: ' WS-FS-MANDATES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           EVALUATE TRUE
             WHEN FD-CO-CTL-HEADER
               MOVE FD-CO-HDR-DATE TO WS-MASTER-DATE
             WHEN FD-CO-CTL-TRAILER
               CONTINUE
             WHEN OTHER
               ADD 1               TO WS-READ-CLIENTSO
               PERFORM 0202-00-WRITE-ACCOUNT
               PERFORM 0203-00-MATCH-HOLDS
               PERFORM 0204-00-MATCH-MANDATES
           END-EVALUATE.

           PERFORM 0301-00-READ-CLIENTSO.

       0201-00-EXIT.
           EXIT.

       0202-00-WRITE-ACCOUNT.

      *    ADVANCE THE CIF TO THE MASTER KEY; A CIF RECORD WITH NO
      *    ACCOUNT ON THE MASTER IS SIMPLY PASSED OVER.

           PERFORM 0302-00-READ-CIF
             UNTIL WS-CIF-KEY      NOT LESS FD-CLIENT-KEY.

           MOVE SPACES             TO REG-CONSCTA.
           MOVE FD-CLIENT-KEY      TO FD-CC-CLIENT-KEY.
           MOVE FD-CLIENT-NAME     TO FD-CC-CLIENT-NAME.
           MOVE FD-BANK-BALANCE    TO FD-CC-BALANCE.
           MOVE FD-LAST-ACTIVITY   TO FD-CC-LAST-ACTIVITY.
           MOVE WS-MASTER-DATE     TO FD-CC-MASTER-DATE.

           IF  WS-CIF-KEY          EQUAL FD-CLIENT-KEY
               MOVE 'Y'            TO FD-CC-CIF-FOUND
               MOVE FD-CI-FULL-NAME
                                   TO FD-CC-FULL-NAME
               MOVE FD-CI-STREET   TO FD-CC-STREET
               MOVE FD-CI-CITY     TO FD-CC-CITY
               MOVE FD-CI-STATE    TO FD-CC-STATE
               MOVE FD-CI-POSTAL-CODE
                                   TO FD-CC-POSTAL-CODE
               MOVE FD-CI-PHONE    TO FD-CC-PHONE
           ELSE
               MOVE 'N'            TO FD-CC-CIF-FOUND
               ADD 1               TO WS-COUNT-NO-CIF
           END-IF.

           WRITE REG-CONSCTA.

           EVALUATE WS-FS-CONSCTA
             WHEN '00'
               ADD 1               TO WS-WRITE-CONSCTA
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-WRITE-ACCOUNT'
                                    ' FILE STATUS: ' WS-FS-CONSCTA
                       ' KEY: ' FD-CLIENT-KEY
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-MATCH-HOLDS.

           PERFORM VARYING WS-HOLD-POS FROM 1 BY 1
             UNTIL WS-HOLD-POS     GREATER WS-HOLD-COUNT
               IF  WS-HD-CLIENT-KEY(WS-HOLD-POS)
                                   EQUAL FD-CLIENT-KEY
                   MOVE 'Y'        TO WS-HD-USED(WS-HOLD-POS)
                   ADD 1           TO WS-COUNT-HOLDS
               END-IF
           END-PERFORM.

       0203-00-EXIT.
           EXIT.

       0204-00-MATCH-MANDATES.

           PERFORM VARYING WS-MANDATE-POS FROM 1 BY 1
             UNTIL WS-MANDATE-POS  GREATER WS-MANDATE-COUNT
               IF  WS-MD-DEBTOR-KEY(WS-MANDATE-POS)
                                   EQUAL FD-CLIENT-KEY
                   MOVE 'Y'        TO WS-MD-USED(WS-MANDATE-POS)
                   ADD 1           TO WS-COUNT-MANDATES
               END-IF
           END-PERFORM.

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CLIENTSO.

           READ CLIENTSO.

           EVALUATE WS-FS-CLIENTSO
             WHEN '00'
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CLIENTSO'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-CIF.

           READ CIF.

           EVALUATE WS-FS-CIF
             WHEN '00'
               ADD 1               TO WS-READ-CIF
               MOVE FD-CI-CLIENT-KEY
                                   TO WS-CIF-KEY
             WHEN '10'
               MOVE HIGH-VALUES    TO WS-CIF-KEY
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-LIST-ORPHANS.

           CLOSE CLIENTSO
                 CIF
                 CONSCTA.

           IF  WS-COUNT-ORPHANS    GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-WRITE-CONSCTA   TO WS-FMT-AMOUNT
           DISPLAY '*  ACCOUNTS......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-NO-CIF    TO WS-FMT-AMOUNT
           DISPLAY '*  WITHOUT CIF...: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-HOLDS     TO WS-FMT-AMOUNT
           DISPLAY '*  HOLDS.........: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-MANDATES  TO WS-FMT-AMOUNT
           DISPLAY '*  MANDATES......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-ORPHANS   TO WS-FMT-AMOUNT
           DISPLAY '*  NOT ON MASTER.: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-LIST-ORPHANS.

           PERFORM VARYING WS-HOLD-POS FROM 1 BY 1
             UNTIL WS-HOLD-POS     GREATER WS-HOLD-COUNT
               IF  WS-HD-USED(WS-HOLD-POS) NOT EQUAL 'Y'
                   DISPLAY ' HOLD FOR ACCOUNT NOT ON MASTER: '
                           WS-HD-CLIENT-KEY(WS-HOLD-POS)
                   ADD 1           TO WS-COUNT-ORPHANS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-MANDATE-POS FROM 1 BY 1
             UNTIL WS-MANDATE-POS  GREATER WS-MANDATE-COUNT
               IF  WS-MD-USED(WS-MANDATE-POS) NOT EQUAL 'Y'
                   DISPLAY ' MANDATE FOR ACCOUNT NOT ON MASTER: '
                           WS-MD-DEBTOR-KEY(WS-MANDATE-POS)
                   ADD 1           TO WS-COUNT-ORPHANS
               END-IF
           END-PERFORM.

       0902-00-EXIT.
           EXIT.
