      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62661.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62661                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : CONFIRM THE LOAN DISBURSEMENT CREDITS        *
      *                   GENERATED BY EAD62660 AND REPORT THEM TO     *
      *                   THE CREDIT DEPARTMENT                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUNS AFTER EAD62510 HAS POSTED THE NIGHT'S RELEASES.  EACH   *
      *   CONTRACT WHOSE LAST REGISTRY ROW IS A CREDIT GENERATED THIS  *
      *   CYCLE (STATUS P) IS MATCHED BY ACCOUNT AND DOCUMENT NUMBER   *
      *   AGAINST THE REJECTED AND DUPLICATE RELEASE FILES, AND THE    *
      *   OUTCOME IS APPENDED TO THE REGISTRY:                         *
      *                                                                *
      *     REJECTED   -> X, FAILED WITH THE REASON; NOTHING WAS PAID  *
      *                   AND THE NEXT CYCLE CREDITS IT AGAIN          *
      *     DUPLICATE  -> F, ALREADY POSTED BY AN EARLIER RUN          *
      *     OTHERWISE  -> F, FUNDED                                    *
      *                                                                *
      *   THE REPORT (DISBRPT) LISTS THEM, PLUS THE CONTRACTS LEFT TO  *
      *   THE CREDIT DEPARTMENT THIS CYCLE (STATUS M) AND ANY CREDIT   *
      *   OF AN EARLIER CYCLE STILL UNCONFIRMED (STATUS P OF AN        *
      *   EARLIER DATE: THAT NIGHT'S FOLLOW-UP DID NOT RUN; THE        *
      *   CONTRACT IS NOT CREDITED AGAIN UNTIL IT IS RESOLVED).        *
      *                                                                *
      *   RC=04: A FAILED, MANUAL OR UNCONFIRMED DISBURSEMENT.         *
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

           SELECT DISBREG          ASSIGN TO DA-S-DISBREG
               FILE STATUS         IS WS-FS-DISBREG.

           SELECT REJECTED         ASSIGN TO DA-S-REJECTED
               FILE STATUS         IS WS-FS-REJECTED.

           SELECT DUPLICS          ASSIGN TO DA-S-DUPLICS
               FILE STATUS         IS WS-FS-DUPLICS.

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT DISBRPT          ASSIGN TO DA-S-DISBRPT
               FILE STATUS         IS WS-FS-DISBRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  DISBREG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DISBREG.
           03  FD-DR-CONTRACT      PIC 9(6).
           03  FD-DR-DATE          PIC 9(8).
           03  FD-DR-STATUS        PIC X(1).
           03  FD-DR-KEY           PIC X(9).
           03  FD-DR-DOC-NUMBER    PIC 9(4).
           03  FD-DR-FEE           PIC 9(7)V9(2).
           03  FD-DR-NET           PIC 9(7)V9(2).
           03  FD-DR-REASON-CODE   PIC 9(2).
           03  FD-DR-REASON-DESC   PIC X(30).
           03  FILLER              PIC X(2).

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

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

       FD  DISBRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DISBRPT             PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62661'.

       77  WS-FS-DISBREG           PIC X(2)            VALUE ZEROS.
       77  WS-FS-REJECTED          PIC X(2)            VALUE ZEROS.
       77  WS-FS-DUPLICS           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-DISBRPT           PIC X(2)            VALUE ZEROS.

       77  WS-READ-DISBREG         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-FUNDED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-FAILED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-MANUAL         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNCONFIRMED    PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-DISBREG        PIC 9(5)            VALUE ZEROS.

       77  WS-TOTAL-FUNDED         PIC 9(9)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-FAILED         PIC 9(9)V9(2)       VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

      *    ONLY THE DISBURSEMENT DOCUMENT RANGE OF EAD62660 IS KEPT.
       77  WS-DOC-LOW              PIC 9(4)            VALUE 6501.
       77  WS-DOC-HIGH             PIC 9(4)            VALUE 6999.

       77  WS-OUT-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OUT-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-OUT-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-OUTCOME-TABLE.
           03  WS-OT-ENTRY         OCCURS 1000 TIMES.
               05  WS-OT-KEY       PIC X(9).
               05  WS-OT-DOC       PIC 9(4).
               05  WS-OT-KIND      PIC X(1).
                   88  WS-OT-REJECTED          VALUE 'R'.
                   88  WS-OT-DUPLICATE         VALUE 'D'.
               05  WS-OT-REASON-CODE
                                   PIC 9(2).
               05  WS-OT-REASON-DESC
                                   PIC X(30).

      *    LAST REGISTRY ROW OF EVERY CONTRACT.
       77  WS-RG-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-RG-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-RG-FOUND             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-REGISTRY-TABLE.
           03  WS-RG-ENTRY         OCCURS 3000 TIMES.
               05  WS-RG-CONTRACT  PIC 9(6).
               05  WS-RG-DATE      PIC 9(8).
               05  WS-RG-STATUS    PIC X(1).
                   88  WS-RG-PENDING           VALUE 'P'.
                   88  WS-RG-MANUAL            VALUE 'M'.
               05  WS-RG-KEY       PIC X(9).
               05  WS-RG-DOC-NUMBER
                                   PIC 9(4).
               05  WS-RG-FEE       PIC 9(7)V9(2).
               05  WS-RG-NET       PIC 9(7)V9(2).
               05  WS-RG-REASON-DESC
                                   PIC X(30).

       77  WS-REPORTED-IND         PIC X(1)            VALUE 'N'.
           88  WS-REPORTED                             VALUE 'Y'.

       01  WS-RPT-HEADER.
           03  FILLER              PIC X(48)           VALUE
           'LOAN DISBURSEMENT CONFIRMATION - BUSINESS DATE '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-COLUMNS.
           03  FILLER              PIC X(50)           VALUE
           'CONTR. ACCOUNT    DOC  GEN DATE          FEE   NET'.
           03  FILLER              PIC X(30)           VALUE
           ' CREDIT STATUS      REASON    '.

       01  WS-RPT-DETAIL.
           03  WS-RD-CONTRACT      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC X(5)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DOC           PIC 9(4)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DATE          PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-FEE           PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NET           PIC Z.ZZZ.ZZ9,99    VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-STATUS        PIC X(11)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-REASON        PIC X(30)           VALUE SPACES.

       01  WS-RPT-NONE.
           03  FILLER              PIC X(40)           VALUE
           'NO LOAN DISBURSEMENT THIS CYCLE         '.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(12)           VALUE
           'FUNDED....: '.
           03  WS-RT-FUNDED-COUNT  PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RT-FUNDED-VALUE  PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.
           03  FILLER              PIC X(16)           VALUE
           '   FAILED....: '.
           03  WS-RT-FAILED-COUNT  PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RT-FAILED-VALUE  PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

       01  WS-RPT-TOTAL-2.
           03  FILLER              PIC X(12)           VALUE
           'MANUAL....: '.
           03  WS-RT-MANUAL-COUNT  PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(16)           VALUE
           '   UNCONFIRMED: '.
           03  WS-RT-UNCONF-COUNT  PIC ZZZZ9           VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.
       77  WS-FMT-TOTAL            PIC ZZZ.ZZZ.ZZ9,99  VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             VARYING WS-RG-POS FROM 1 BY 1
             UNTIL WS-RG-POS       GREATER WS-RG-COUNT.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-READ-CYCLECTL.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 0103-00-LOAD-REJECTED.
           PERFORM 0104-00-LOAD-DUPLICS.
           PERFORM 0106-00-LOAD-REGISTRY.

           OPEN EXTEND DISBREG.

           IF  WS-FS-DISBREG       EQUAL '35'
               OPEN OUTPUT DISBREG
           END-IF.

           EVALUATE WS-FS-DISBREG
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-DISBREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT DISBRPT.

           IF  WS-FS-DISBRPT       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-DISBRPT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE        TO WS-RH-DATE.
           WRITE REG-DISBRPT       FROM WS-RPT-HEADER
                                   AFTER PAGE.
           WRITE REG-DISBRPT       FROM WS-RPT-COLUMNS
                                   AFTER 2 LINES.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

      *    THE BUSINESS DATE COMES FROM THE CYCLE-CONTROL DATASET,
      *    LIKE EVERY PIPELINE STEP.

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
                                   TO WS-RUN-DATE
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
                       IF  FD-REJ-DOC-NUMBER NOT LESS WS-DOC-LOW AND
                           FD-REJ-DOC-NUMBER NOT GREATER WS-DOC-HIGH
                           PERFORM 0105-00-ADD-OUTCOME
                           MOVE FD-REJ-KEY
                               TO WS-OT-KEY(WS-OUT-COUNT)
                           MOVE FD-REJ-DOC-NUMBER
                               TO WS-OT-DOC(WS-OUT-COUNT)
                           MOVE 'R'
                               TO WS-OT-KIND(WS-OUT-COUNT)
                           MOVE FD-REJ-REASON-CODE
                               TO WS-OT-REASON-CODE(WS-OUT-COUNT)
                           MOVE FD-REJ-REASON-DESC
                               TO WS-OT-REASON-DESC(WS-OUT-COUNT)
                       END-IF
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
                       IF  FD-DU-DOC-NUMBER NOT LESS WS-DOC-LOW AND
                           FD-DU-DOC-NUMBER NOT GREATER WS-DOC-HIGH
                           PERFORM 0105-00-ADD-OUTCOME
                           MOVE FD-DU-KEY
                               TO WS-OT-KEY(WS-OUT-COUNT)
                           MOVE FD-DU-DOC-NUMBER
                               TO WS-OT-DOC(WS-OUT-COUNT)
                           MOVE 'D'
                               TO WS-OT-KIND(WS-OUT-COUNT)
                           MOVE FD-DU-REASON-CODE
                               TO WS-OT-REASON-CODE(WS-OUT-COUNT)
                           MOVE FD-DU-REASON-DESC
                               TO WS-OT-REASON-DESC(WS-OUT-COUNT)
                       END-IF
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

           IF  WS-OUT-COUNT        LESS 1000
               ADD 1               TO WS-OUT-COUNT
           ELSE
               DISPLAY ' OUTCOME TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0105-00-EXIT.
           EXIT.

       0106-00-LOAD-REGISTRY.

           OPEN INPUT DISBREG.

           EVALUATE WS-FS-DISBREG
             WHEN '00'
               PERFORM UNTIL WS-FS-DISBREG EQUAL '10'
                   READ DISBREG
                   EVALUATE WS-FS-DISBREG
                     WHEN '00'
                       ADD 1       TO WS-READ-DISBREG
                       PERFORM 0107-00-TAKE-REGISTRY
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0106-00-LOAD-REGISTRY'
                                    ' FILE STATUS: ' WS-FS-DISBREG
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE DISBREG
             WHEN '35'
      *        NO DISBURSEMENT EVER GENERATED
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0106-00-LOAD-REGISTRY'
                                    ' FILE STATUS: ' WS-FS-DISBREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0106-00-EXIT.
           EXIT.

       0107-00-TAKE-REGISTRY.

           MOVE ZEROS              TO WS-RG-FOUND.

           PERFORM VARYING WS-RG-POS FROM 1 BY 1
             UNTIL WS-RG-POS       GREATER WS-RG-COUNT
                OR WS-RG-FOUND     GREATER ZEROS
               IF  WS-RG-CONTRACT(WS-RG-POS)
                                   EQUAL FD-DR-CONTRACT
                   MOVE WS-RG-POS  TO WS-RG-FOUND
               END-IF
           END-PERFORM.

           IF  WS-RG-FOUND         EQUAL ZEROS
               IF  WS-RG-COUNT     NOT LESS 3000
                   DISPLAY ' REGISTRY TABLE FULL - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1               TO WS-RG-COUNT
               MOVE WS-RG-COUNT    TO WS-RG-FOUND
           END-IF.

           MOVE FD-DR-CONTRACT     TO WS-RG-CONTRACT(WS-RG-FOUND).
           MOVE FD-DR-DATE         TO WS-RG-DATE(WS-RG-FOUND).
           MOVE FD-DR-STATUS       TO WS-RG-STATUS(WS-RG-FOUND).
           MOVE FD-DR-KEY          TO WS-RG-KEY(WS-RG-FOUND).
           MOVE FD-DR-DOC-NUMBER   TO WS-RG-DOC-NUMBER(WS-RG-FOUND).
           MOVE FD-DR-FEE          TO WS-RG-FEE(WS-RG-FOUND).
           MOVE FD-DR-NET          TO WS-RG-NET(WS-RG-FOUND).
           MOVE FD-DR-REASON-DESC  TO WS-RG-REASON-DESC(WS-RG-FOUND).

       0107-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           EVALUATE TRUE
             WHEN WS-RG-PENDING(WS-RG-POS) AND
                  WS-RG-DATE(WS-RG-POS)    EQUAL WS-RUN-DATE
               PERFORM 0202-00-CONFIRM-CREDIT
             WHEN WS-RG-PENDING(WS-RG-POS)
               ADD 1               TO WS-COUNT-UNCONFIRMED
               MOVE 'UNCONFIRMED'  TO WS-RD-STATUS
               MOVE 'CHECK POSTING OF THAT CYCLE'
                                   TO WS-RD-REASON
               PERFORM 0205-00-WRITE-DETAIL
             WHEN WS-RG-MANUAL(WS-RG-POS)  AND
                  WS-RG-DATE(WS-RG-POS)    EQUAL WS-RUN-DATE
               ADD 1               TO WS-COUNT-MANUAL
               MOVE 'MANUAL'       TO WS-RD-STATUS
               MOVE WS-RG-REASON-DESC(WS-RG-POS)
                                   TO WS-RD-REASON
               PERFORM 0205-00-WRITE-DETAIL
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0201-00-EXIT.
           EXIT.

       0202-00-CONFIRM-CREDIT.

           PERFORM 0203-00-FIND-OUTCOME.

           MOVE SPACES             TO REG-DISBREG.
           MOVE WS-RG-CONTRACT(WS-RG-POS)
                                   TO FD-DR-CONTRACT.
           MOVE WS-RUN-DATE        TO FD-DR-DATE.
           MOVE WS-RG-KEY(WS-RG-POS)
                                   TO FD-DR-KEY.
           MOVE WS-RG-DOC-NUMBER(WS-RG-POS)
                                   TO FD-DR-DOC-NUMBER.
           MOVE WS-RG-FEE(WS-RG-POS)
                                   TO FD-DR-FEE.
           MOVE WS-RG-NET(WS-RG-POS)
                                   TO FD-DR-NET.
           MOVE ZEROS              TO FD-DR-REASON-CODE.
           MOVE SPACES             TO WS-RD-REASON.

           EVALUATE TRUE
             WHEN WS-OUT-FOUND     EQUAL ZEROS
               MOVE 'F'            TO FD-DR-STATUS
               MOVE 'FUNDED'       TO WS-RD-STATUS
             WHEN WS-OT-DUPLICATE(WS-OUT-FOUND)
               MOVE 'F'            TO FD-DR-STATUS
               MOVE 'ALREADY POSTED BY AN EARLIER RUN'
                                   TO FD-DR-REASON-DESC
               MOVE 'FUNDED'       TO WS-RD-STATUS
               MOVE FD-DR-REASON-DESC
                                   TO WS-RD-REASON
             WHEN OTHER
               MOVE 'X'            TO FD-DR-STATUS
               MOVE WS-OT-REASON-CODE(WS-OUT-FOUND)
                                   TO FD-DR-REASON-CODE
               MOVE WS-OT-REASON-DESC(WS-OUT-FOUND)
                                   TO FD-DR-REASON-DESC
               MOVE 'FAILED'       TO WS-RD-STATUS
               MOVE FD-DR-REASON-DESC
                                   TO WS-RD-REASON
           END-EVALUATE.

           IF  FD-DR-STATUS        EQUAL 'F'
               ADD 1               TO WS-COUNT-FUNDED
               ADD FD-DR-NET       TO WS-TOTAL-FUNDED
           ELSE
               ADD 1               TO WS-COUNT-FAILED
               ADD FD-DR-NET       TO WS-TOTAL-FAILED
           END-IF.

           PERFORM 0204-00-WRITE-DISBREG.
           PERFORM 0205-00-WRITE-DETAIL.

       0202-00-EXIT.
           EXIT.

       0203-00-FIND-OUTCOME.

           MOVE ZEROS              TO WS-OUT-FOUND.

           PERFORM VARYING WS-OUT-POS FROM 1 BY 1
             UNTIL WS-OUT-POS      GREATER WS-OUT-COUNT
                OR WS-OUT-FOUND    GREATER ZEROS
               IF  WS-OT-KEY(WS-OUT-POS)
                                   EQUAL WS-RG-KEY(WS-RG-POS) AND
                   WS-OT-DOC(WS-OUT-POS)
                                   EQUAL WS-RG-DOC-NUMBER(WS-RG-POS)
                   MOVE WS-OUT-POS TO WS-OUT-FOUND
               END-IF
           END-PERFORM.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-DISBREG.

           WRITE REG-DISBREG.

           EVALUATE WS-FS-DISBREG
             WHEN '00'
               ADD 1               TO WS-WRITE-DISBREG
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-WRITE-DISBREG'
                                    ' FILE STATUS: ' WS-FS-DISBREG
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

       0205-00-WRITE-DETAIL.

           MOVE 'Y'                TO WS-REPORTED-IND.

           MOVE WS-RG-CONTRACT(WS-RG-POS)
                                   TO WS-RD-CONTRACT.
           MOVE WS-RG-KEY(WS-RG-POS)(1:4)
                                   TO WS-RD-BRANCH.
           MOVE WS-RG-KEY(WS-RG-POS)(5:5)
                                   TO WS-RD-ACCOUNT.
           MOVE WS-RG-DOC-NUMBER(WS-RG-POS)
                                   TO WS-RD-DOC.
           MOVE WS-RG-DATE(WS-RG-POS)
                                   TO WS-RD-DATE.
           MOVE WS-RG-FEE(WS-RG-POS)
                                   TO WS-RD-FEE.
           MOVE WS-RG-NET(WS-RG-POS)
                                   TO WS-RD-NET.

           WRITE REG-DISBRPT       FROM WS-RPT-DETAIL.

       0205-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  NOT WS-REPORTED
               WRITE REG-DISBRPT   FROM WS-RPT-NONE
                                   AFTER 2 LINES
           END-IF.

           MOVE WS-COUNT-FUNDED    TO WS-RT-FUNDED-COUNT.
           MOVE WS-TOTAL-FUNDED    TO WS-RT-FUNDED-VALUE.
           MOVE WS-COUNT-FAILED    TO WS-RT-FAILED-COUNT.
           MOVE WS-TOTAL-FAILED    TO WS-RT-FAILED-VALUE.
           WRITE REG-DISBRPT       FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           MOVE WS-COUNT-MANUAL    TO WS-RT-MANUAL-COUNT.
           MOVE WS-COUNT-UNCONFIRMED
                                   TO WS-RT-UNCONF-COUNT.
           WRITE REG-DISBRPT       FROM WS-RPT-TOTAL-2.

           CLOSE DISBREG
                 DISBRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-DISBREG    TO WS-FMT-AMOUNT
           DISPLAY '*  READ REGISTRY.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-FUNDED    TO WS-FMT-AMOUNT
           DISPLAY '*  FUNDED........: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-FAILED    TO WS-FMT-AMOUNT
           DISPLAY '*  FAILED........: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-MANUAL    TO WS-FMT-AMOUNT
           DISPLAY '*  MANUAL........: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-UNCONFIRMED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  UNCONFIRMED...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-DISBREG   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE REGISTRY: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-TOTAL-FUNDED    TO WS-FMT-TOTAL
           DISPLAY '*  TOTAL FUNDED..: ' WS-FMT-TOTAL.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           IF  WS-COUNT-FAILED     GREATER ZEROS OR
               WS-COUNT-MANUAL     GREATER ZEROS OR
               WS-COUNT-UNCONFIRMED
                                   GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

       0901-00-EXIT.
           EXIT.
