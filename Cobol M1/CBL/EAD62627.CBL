      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62627.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62627                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : RETURN THE STATUS OF EVERY INTERNET-BANKING  *
      *                   CSV LINE TO THE CHANNEL                      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUNS AFTER EAD62510 HAS POSTED THE NIGHT'S RELEASES.  THE    *
      *   CSV FEED IS READ AGAIN IN LINE ORDER; EACH LINE IS EITHER    *
      *   ON EAD62540'S EXCEPTION FILE (BY LINE NUMBER) OR IS THE      *
      *   NEXT RECORD OF THE CONVERTED FILE, WHOSE ACCOUNT, DOCUMENT   *
      *   AND VALUE ARE MATCHED AGAINST THE DUPLICATE AND REJECTED     *
      *   RELEASE FILES:                                               *
      *                                                                *
      *     E = CONVERSION ERROR (EAD62540 EXCEPTION REASON)           *
      *     D = DUPLICATE, DROPPED BY EAD62534                         *
      *     R = REJECTED BY EAD62510, WITH ITS REASON CODE AND TEXT    *
      *     A = ACCEPTED AND POSTED                                    *
      *                                                                *
      *   ONE STATUS RECORD PER CSV LINE BETWEEN A HDR* (BUSINESS      *
      *   DATE) AND A TRL* (COUNTS PER STATUS).  THE STEP ENDS RC=12   *
      *   IF THE LINES DO NOT RECONCILE WITH THE EXCEPTION AND         *
      *   CONVERTED FILES, SO AN INCOMPLETE RETURN IS NEVER SENT.      *
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

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT CSVFEED          ASSIGN TO DA-S-CSVFEED
               FILE STATUS         IS WS-FS-CSVFEED.

           SELECT CSVREL           ASSIGN TO DA-S-CSVREL
               FILE STATUS         IS WS-FS-CSVREL.

           SELECT EXCEPTS          ASSIGN TO DA-S-EXCEPTS
               FILE STATUS         IS WS-FS-EXCEPTS.

           SELECT REJECTED         ASSIGN TO DA-S-REJECTED
               FILE STATUS         IS WS-FS-REJECTED.

           SELECT DUPLICS          ASSIGN TO DA-S-DUPLICS
               FILE STATUS         IS WS-FS-DUPLICS.

           SELECT WEBSTAT          ASSIGN TO DA-S-WEBSTAT
               FILE STATUS         IS WS-FS-WEBSTAT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

       FD  CSVFEED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CSVFEED             PIC X(80).

       FD  CSVREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CSVREL.
           03  FD-RELEASE-KEY.
               05  FD-BANK-BRANCH  PIC X(4).
               05  FD-BANK-ACCOUNT PIC 9(5).
           03  FD-DOC-NUMBER       PIC 9(4).
           03  FD-RELEASE-TYPE     PIC A(1).
           03  FD-RELEASE-VALUE    PIC 9(6)V9(2).
           03  FD-COUNTERPARTY.
               05  FD-CP-BRANCH    PIC X(4).
               05  FD-CP-ACCOUNT   PIC 9(5).
           03  FD-POSTING-DATE     PIC 9(8).
           03  FD-VALUE-DATE       PIC 9(8).
           03  FD-CURRENCY         PIC X(3).

       FD  EXCEPTS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-EXCEPTS.
           03  FD-EX-LINE-NUMBER   PIC 9(6).
           03  FD-EX-REASON        PIC X(30).
           03  FD-EX-CSV-LINE      PIC X(80).

       FD  REJECTED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-REJECTED.
           03  FD-REJ-KEY.
               05  FD-REJ-BRANCH   PIC X(4).
               05  FD-REJ-ACCOUNT  PIC 9(5).
           03  FD-REJ-DOC-NUMBER   PIC 9(4).
           03  FD-REJ-REASON-CODE  PIC 9(2).
           03  FD-REJ-REASON-DESC  PIC X(30).
           03  FD-REJ-ORIG-VALUE   PIC 9(6)V9(2).
           03  FD-REJ-CURRENCY     PIC X(3).
           03  FD-REJ-RATE         PIC 9(3)V9(6).

       FD  DUPLICS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DUPLICS.
           03  FD-DU-KEY.
               05  FD-DU-BRANCH    PIC X(4).
               05  FD-DU-ACCOUNT   PIC 9(5).
           03  FD-DU-DOC-NUMBER    PIC 9(4).
           03  FD-DU-REASON-CODE   PIC 9(2).
           03  FD-DU-REASON-DESC   PIC X(30).
           03  FD-DU-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-DU-CURRENCY      PIC X(3).
           03  FD-DU-RATE          PIC 9(3)V9(6).

       FD  WEBSTAT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WEBSTAT.
           03  FD-ST-LINE-NUMBER   PIC 9(6).
           03  FD-ST-STATUS        PIC X(1).
           03  FD-ST-KEY.
               05  FD-ST-BRANCH    PIC X(4).
               05  FD-ST-ACCOUNT   PIC X(5).
           03  FD-ST-DOC-NUMBER    PIC X(4).
           03  FD-ST-VALUE         PIC 9(6)V9(2).
           03  FD-ST-REASON-CODE   PIC 9(2).
           03  FD-ST-REASON-DESC   PIC X(30).

       01  REG-WEBSTAT-CONTROL.
           03  FD-ST-CTL-ID        PIC X(4).
           03  FD-ST-CTL-DATA      PIC X(56).
           03  FILLER                  REDEFINES FD-ST-CTL-DATA.
               05  FD-ST-HDR-DATE  PIC 9(8).
               05  FD-ST-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(40).
           03  FILLER                  REDEFINES FD-ST-CTL-DATA.
               05  FD-ST-TRL-COUNT PIC 9(9).
               05  FD-ST-TRL-ACCEPTED
                                   PIC 9(9).
               05  FD-ST-TRL-REJECTED
                                   PIC 9(9).
               05  FD-ST-TRL-DUPLICATE
                                   PIC 9(9).
               05  FD-ST-TRL-ERROR PIC 9(9).
               05  FILLER          PIC X(11).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62627'.

       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CSVFEED           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CSVREL            PIC X(2)            VALUE ZEROS.
       77  WS-FS-EXCEPTS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-REJECTED          PIC X(2)            VALUE ZEROS.
       77  WS-FS-DUPLICS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-WEBSTAT           PIC X(2)            VALUE ZEROS.

       77  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.

       77  WS-READ-CSVFEED         PIC 9(6)            VALUE ZEROS.
       77  WS-READ-CSVREL          PIC 9(6)            VALUE ZEROS.
       77  WS-READ-EXCEPTS         PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-WEBSTAT        PIC 9(6)            VALUE ZEROS.

       77  WS-COUNT-ACCEPTED       PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-DUPLICATE      PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-ERROR          PIC 9(6)            VALUE ZEROS.

       77  WS-OUT-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OUT-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OUT-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

      *    REJECTED AND DUPLICATE RELEASES OF THE NIGHT.  AN ENTRY IS
      *    USED ONCE, SO TWO IDENTICAL CSV LINES TAKE TWO OUTCOMES.
       01  WS-OUTCOME-TABLE.
           03  WS-OT-ENTRY         OCCURS 5000 TIMES.
               05  WS-OT-KEY       PIC X(9).
               05  WS-OT-DOC       PIC 9(4).
               05  WS-OT-VALUE     PIC 9(6)V9(2).
               05  WS-OT-KIND      PIC X(1).
                   88  WS-OT-REJECTED          VALUE 'R'.
                   88  WS-OT-DUPLICATE         VALUE 'D'.
               05  WS-OT-USED      PIC X(1).
                   88  WS-OT-IS-USED           VALUE 'Y'.
               05  WS-OT-REASON-CODE
                                   PIC 9(2).
               05  WS-OT-REASON-DESC
                                   PIC X(30).

       01  WS-CSV-FIELDS.
           03  WS-CSV-BRANCH       PIC X(10)           VALUE SPACES.
           03  WS-CSV-ACCOUNT      PIC X(10)           VALUE SPACES.
           03  WS-CSV-DOCUMENT     PIC X(10)           VALUE SPACES.
           03  WS-CSV-TYPE         PIC X(10)           VALUE SPACES.
           03  WS-CSV-AMOUNT       PIC X(15)           VALUE SPACES.
           03  WS-CSV-CURRENCY     PIC X(3)            VALUE SPACES.

       77  WS-RECONCILED-IND       PIC X(1)            VALUE 'Y'.
           88  WS-RECONCILED                           VALUE 'Y'.

       77  WS-FMT-AMOUNT           PIC ZZZ.ZZ9         VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-CSVFEED   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-READ-CYCLECTL.
           PERFORM 0103-00-LOAD-REJECTED.
           PERFORM 0104-00-LOAD-DUPLICS.

           OPEN INPUT CSVFEED.

           EVALUATE WS-FS-CSVFEED
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CSV FEED FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CSVFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN INPUT CSVREL
                      EXCEPTS.

           IF  WS-FS-CSVREL        NOT EQUAL '00' OR
               WS-FS-EXCEPTS       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                       ' CSVREL: '  WS-FS-CSVREL
                       ' EXCEPTS: ' WS-FS-EXCEPTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT WEBSTAT.

           IF  WS-FS-WEBSTAT       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-WEBSTAT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'HDR*'             TO FD-ST-CTL-ID.
           MOVE SPACES             TO FD-ST-CTL-DATA.
           MOVE WS-BUSINESS-DATE   TO FD-ST-HDR-DATE.
           MOVE WS-PROGRAM         TO FD-ST-HDR-SOURCE.
           WRITE REG-WEBSTAT-CONTROL.

           PERFORM 0302-00-READ-EXCEPTS.
           PERFORM 0301-00-READ-CSVFEED.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

      *    THE BUSINESS DATE FOR THE HEADER COMES FROM THE CYCLE
      *    CONTROL, LIKE EVERY PIPELINE STEP.

           OPEN INPUT CYCLECTL.

           EVALUATE WS-FS-CYCLECTL
             WHEN '00'
               READ CYCLECTL
               EVALUATE WS-FS-CYCLECTL
                 WHEN '00'
                   IF  NOT FD-CY-OPEN
                       DISPLAY ' CYCLE IS NOT OPEN - RUN EAD62582'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FD-CY-BUSINESS-DATE
                                   TO WS-BUSINESS-DATE
                 WHEN OTHER
                   DISPLAY ' CYCLE CONTROL RECORD MISSING'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
               CLOSE CYCLECTL
             WHEN OTHER
               DISPLAY ' CYCLE CONTROL DATASET NOT AVAILABLE'
                                    ' FILE STATUS: ' WS-FS-CYCLECTL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-REJECTED.

           OPEN INPUT REJECTED.

           EVALUATE WS-FS-REJECTED
             WHEN '00'
               PERFORM UNTIL WS-FS-REJECTED EQUAL '10'
                   READ REJECTED
                   EVALUATE WS-FS-REJECTED
                     WHEN '00'
                       PERFORM 0105-00-ADD-OUTCOME
                       MOVE FD-REJ-KEY
                           TO WS-OT-KEY(WS-OUT-COUNT)
                       MOVE FD-REJ-DOC-NUMBER
                           TO WS-OT-DOC(WS-OUT-COUNT)
                       MOVE FD-REJ-ORIG-VALUE
                           TO WS-OT-VALUE(WS-OUT-COUNT)
                       MOVE 'R'
                           TO WS-OT-KIND(WS-OUT-COUNT)
                       MOVE FD-REJ-REASON-CODE
                           TO WS-OT-REASON-CODE(WS-OUT-COUNT)
                       MOVE FD-REJ-REASON-DESC
                           TO WS-OT-REASON-DESC(WS-OUT-COUNT)
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-REJECTED'
                                    ' FILE STATUS: ' WS-FS-REJECTED
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE REJECTED
             WHEN '35'
               DISPLAY ' REJECTED RELEASES FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-REJECTED'
                                    ' FILE STATUS: ' WS-FS-REJECTED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-DUPLICS.

           OPEN INPUT DUPLICS.

           EVALUATE WS-FS-DUPLICS
             WHEN '00'
               PERFORM UNTIL WS-FS-DUPLICS EQUAL '10'
                   READ DUPLICS
                   EVALUATE WS-FS-DUPLICS
                     WHEN '00'
                       PERFORM 0105-00-ADD-OUTCOME
                       MOVE FD-DU-KEY
                           TO WS-OT-KEY(WS-OUT-COUNT)
                       MOVE FD-DU-DOC-NUMBER
                           TO WS-OT-DOC(WS-OUT-COUNT)
                       MOVE FD-DU-ORIG-VALUE
                           TO WS-OT-VALUE(WS-OUT-COUNT)
                       MOVE 'D'
                           TO WS-OT-KIND(WS-OUT-COUNT)
                       MOVE FD-DU-REASON-CODE
                           TO WS-OT-REASON-CODE(WS-OUT-COUNT)
                       MOVE FD-DU-REASON-DESC
                           TO WS-OT-REASON-DESC(WS-OUT-COUNT)
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-DUPLICS'
                                    ' FILE STATUS: ' WS-FS-DUPLICS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE DUPLICS
             WHEN '35'
               DISPLAY ' DUPLICATE RELEASES FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-DUPLICS'
                                    ' FILE STATUS: ' WS-FS-DUPLICS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-ADD-OUTCOME.

           IF  WS-OUT-COUNT        LESS 5000
               ADD 1               TO WS-OUT-COUNT
               MOVE 'N'            TO WS-OT-USED(WS-OUT-COUNT)
           ELSE
               DISPLAY ' OUTCOME TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE WS-READ-CSVFEED    TO FD-ST-LINE-NUMBER.

           IF  WS-FS-EXCEPTS       EQUAL '00' AND
               FD-EX-LINE-NUMBER   EQUAL WS-READ-CSVFEED
               PERFORM 0202-00-CONVERSION-ERROR
               PERFORM 0302-00-READ-EXCEPTS
           ELSE
               PERFORM 0303-00-READ-CSVREL
               IF  WS-FS-CSVREL    EQUAL '00'
                   PERFORM 0203-00-RELEASE-OUTCOME
               ELSE
      *            NO CONVERTED RECORD LEFT FOR A LINE THAT WAS NOT AN
      *            EXCEPTION: THE FILES DO NOT BELONG TO THE SAME RUN
                   DISPLAY ' CSV LINE ' WS-READ-CSVFEED
                           ' HAS NO CONVERTED RELEASE'
                   MOVE 'N'        TO WS-RECONCILED-IND
                   PERFORM 0202-00-CONVERSION-ERROR
                   MOVE 'NOT CONVERTED - CHECK RUN'
                                   TO FD-ST-REASON-DESC
               END-IF
           END-IF.

           PERFORM 0205-00-WRITE-WEBSTAT.

           PERFORM 0301-00-READ-CSVFEED.

       0201-00-EXIT.
           EXIT.

       0202-00-CONVERSION-ERROR.

      *    THE KEY IS TAKEN FROM THE CSV TEXT AS RECEIVED, THE SAME
      *    SPLIT EAD62540 MAKES.

           MOVE SPACES             TO WS-CSV-FIELDS.

           UNSTRING REG-CSVFEED
               DELIMITED BY ','
               INTO WS-CSV-BRANCH
                    WS-CSV-ACCOUNT
                    WS-CSV-DOCUMENT
                    WS-CSV-TYPE
                    WS-CSV-AMOUNT
                    WS-CSV-CURRENCY
           END-UNSTRING.

           MOVE 'E'                TO FD-ST-STATUS.
           MOVE WS-CSV-BRANCH(1:4) TO FD-ST-BRANCH.
           MOVE WS-CSV-ACCOUNT(1:5)
                                   TO FD-ST-ACCOUNT.
           MOVE WS-CSV-DOCUMENT(1:4)
                                   TO FD-ST-DOC-NUMBER.
           MOVE ZEROS              TO FD-ST-VALUE.
           MOVE ZEROS              TO FD-ST-REASON-CODE.
           MOVE FD-EX-REASON       TO FD-ST-REASON-DESC.

           ADD 1                   TO WS-COUNT-ERROR.

       0202-00-EXIT.
           EXIT.

       0203-00-RELEASE-OUTCOME.

           MOVE FD-BANK-BRANCH     TO FD-ST-BRANCH.
           MOVE FD-BANK-ACCOUNT    TO FD-ST-ACCOUNT.
           MOVE FD-DOC-NUMBER      TO FD-ST-DOC-NUMBER.
           MOVE FD-RELEASE-VALUE   TO FD-ST-VALUE.

           PERFORM 0204-00-FIND-OUTCOME.

           IF  WS-OUT-FOUND        EQUAL ZEROS
               MOVE 'A'            TO FD-ST-STATUS
               MOVE ZEROS          TO FD-ST-REASON-CODE
               MOVE SPACES         TO FD-ST-REASON-DESC
               ADD 1               TO WS-COUNT-ACCEPTED
           ELSE
               MOVE 'Y'            TO WS-OT-USED(WS-OUT-FOUND)
               MOVE WS-OT-KIND(WS-OUT-FOUND)
                                   TO FD-ST-STATUS
               MOVE WS-OT-REASON-CODE(WS-OUT-FOUND)
                                   TO FD-ST-REASON-CODE
               MOVE WS-OT-REASON-DESC(WS-OUT-FOUND)
                                   TO FD-ST-REASON-DESC
               IF  WS-OT-DUPLICATE(WS-OUT-FOUND)
                   ADD 1           TO WS-COUNT-DUPLICATE
               ELSE
                   ADD 1           TO WS-COUNT-REJECTED
               END-IF
           END-IF.

       0203-00-EXIT.
           EXIT.

       0204-00-FIND-OUTCOME.

      *    THE DUPLICATE CHECK RUNS BEFORE THE BALANCE LINE, SO A
      *    DUPLICATE OUTCOME WINS OVER A REJECTION OF THE SAME KEY.

           MOVE ZEROS              TO WS-OUT-FOUND.

           PERFORM VARYING WS-OUT-POS FROM 1 BY 1
             UNTIL WS-OUT-POS      GREATER WS-OUT-COUNT
               IF  NOT WS-OT-IS-USED(WS-OUT-POS)              AND
                   WS-OT-KEY(WS-OUT-POS)
                                   EQUAL FD-RELEASE-KEY       AND
                   WS-OT-DOC(WS-OUT-POS)
                                   EQUAL FD-DOC-NUMBER        AND
                   WS-OT-VALUE(WS-OUT-POS)
                                   EQUAL FD-RELEASE-VALUE
                   IF  WS-OUT-FOUND
                                   EQUAL ZEROS
                       MOVE WS-OUT-POS
                                   TO WS-OUT-FOUND
                   ELSE
                       IF  WS-OT-DUPLICATE(WS-OUT-POS) AND
                           WS-OT-REJECTED(WS-OUT-FOUND)
                           MOVE WS-OUT-POS
                                   TO WS-OUT-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0204-00-EXIT.
           EXIT.

       0205-00-WRITE-WEBSTAT.

           WRITE REG-WEBSTAT.

           EVALUATE WS-FS-WEBSTAT
             WHEN '00'
               ADD 1               TO WS-WRITE-WEBSTAT
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0205-00-WRITE-WEBSTAT'
                                    ' FILE STATUS: ' WS-FS-WEBSTAT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CSVFEED.

           READ CSVFEED.

           EVALUATE WS-FS-CSVFEED
             WHEN '00'
               ADD 1               TO WS-READ-CSVFEED
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CSVFEED'
                                    ' FILE STATUS: ' WS-FS-CSVFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-EXCEPTS.

           READ EXCEPTS.

           EVALUATE WS-FS-EXCEPTS
             WHEN '00'
               ADD 1               TO WS-READ-EXCEPTS
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-EXCEPTS'
                                    ' FILE STATUS: ' WS-FS-EXCEPTS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-CSVREL.

           READ CSVREL.

           EVALUATE WS-FS-CSVREL
             WHEN '00'
               ADD 1               TO WS-READ-CSVREL
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-CSVREL'
                                    ' FILE STATUS: ' WS-FS-CSVREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0902-00-RECONCILE.

           MOVE 'TRL*'             TO FD-ST-CTL-ID.
           MOVE SPACES             TO FD-ST-CTL-DATA.
           MOVE WS-WRITE-WEBSTAT   TO FD-ST-TRL-COUNT.
           MOVE WS-COUNT-ACCEPTED  TO FD-ST-TRL-ACCEPTED.
           MOVE WS-COUNT-REJECTED  TO FD-ST-TRL-REJECTED.
           MOVE WS-COUNT-DUPLICATE TO FD-ST-TRL-DUPLICATE.
           MOVE WS-COUNT-ERROR     TO FD-ST-TRL-ERROR.
           WRITE REG-WEBSTAT-CONTROL.

           CLOSE CSVFEED
                 CSVREL
                 EXCEPTS
                 WEBSTAT.

           IF  NOT WS-RECONCILED
               MOVE 12             TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-CSVFEED    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  CSV LINES: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-WRITE-WEBSTAT   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE STATUSES.: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-COUNT-ACCEPTED  TO WS-FMT-AMOUNT
           DISPLAY '*  ACCEPTED.......: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED.......: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-COUNT-DUPLICATE TO WS-FMT-AMOUNT
           DISPLAY '*  DUPLICATE......: ' WS-FMT-AMOUNT
                                          '                    *'.
           MOVE WS-COUNT-ERROR     TO WS-FMT-AMOUNT
           DISPLAY '*  CONVERSION ERR.: ' WS-FMT-AMOUNT
                                          '                    *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-RECONCILE.

      *    EVERY CSV LINE WAS WRITTEN ONCE, EVERY EXCEPTION AND EVERY
      *    CONVERTED RELEASE WAS USED BY EXACTLY ONE LINE.

           IF  WS-FS-EXCEPTS       NOT EQUAL '10'
               DISPLAY ' EXCEPTION LINE ' FD-EX-LINE-NUMBER
                       ' NOT FOUND IN THE CSV FEED'
               MOVE 'N'            TO WS-RECONCILED-IND
           END-IF.

           IF  WS-FS-CSVREL        NOT EQUAL '10'
               PERFORM 0303-00-READ-CSVREL
               IF  WS-FS-CSVREL    NOT EQUAL '10'
                   DISPLAY ' CONVERTED RELEASES LEFT OVER AFTER THE'
                           ' LAST CSV LINE'
                   MOVE 'N'        TO WS-RECONCILED-IND
               END-IF
           END-IF.

           IF  WS-WRITE-WEBSTAT    NOT EQUAL WS-READ-CSVFEED
               DISPLAY ' STATUS COUNT ' WS-WRITE-WEBSTAT
                       ' DIFFERS FROM CSV LINES ' WS-READ-CSVFEED
               MOVE 'N'            TO WS-RECONCILED-IND
           END-IF.

           IF  WS-COUNT-ACCEPTED + WS-COUNT-REJECTED
                                 + WS-COUNT-DUPLICATE
                                   NOT EQUAL WS-READ-CSVREL
               DISPLAY ' RELEASE OUTCOMES DIFFER FROM CONVERTED'
                       ' RELEASES ' WS-READ-CSVREL
               MOVE 'N'            TO WS-RECONCILED-IND
           END-IF.

       0902-00-EXIT.
           EXIT.
