      *               MARKS THE CYCLE OPEN.                            *
      *   FUNCTION C: REQUIRES THE CYCLE OPEN; MARKS IT CLOSED.        *
      *                                                                *
      *   EVERY CYCLE ALSO HAS ONE RECORD ON THE CYCLE HISTORY         *
      *   (CYCLEHST), READ BY THE MONTH-END GATE (EAD62638):           *
      *   - OPEN WRITES IT WITH THE OPEN TIMESTAMP AND THE NUMBER OF   *
      *     RECORDS ALREADY ON RUNSTATS;                               *
      *   - CLOSE REWRITES IT WITH THE CLOSE TIMESTAMP, THE RETURN     *
      *     CODE OF EVERY PROGRAM THAT APPENDED TO RUNSTATS DURING     *
      *     THE CYCLE (THE LATEST RUN OF EACH WHEN A STEP WAS RERUN)   *
      *     AND THE HEADER DATE, RECORD COUNT AND HASH TOTAL OF THE    *
      *     MASTER GENERATION THE CYCLE PRODUCED (CLIENTSO).           *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT CYCLEHST         ASSIGN TO DA-S-CYCLEHST
               FILE STATUS         IS WS-FS-CYCLEHST.

           SELECT RUNSTATS         ASSIGN TO DA-S-RUNSTATS
               FILE STATUS         IS WS-FS-RUNSTATS.

           SELECT CLIENTSO         ASSIGN TO DA-S-CLIENTSO
               FILE STATUS         IS WS-FS-CLIENTSO.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
               88  FD-CC-OPEN                          VALUE 'O'.
               88  FD-CC-CLOSED                        VALUE 'C'.

       FD  CYCLEHST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLEHST.
           03  FD-CH-BUSINESS-DATE PIC 9(8).
           03  FILLER              PIC X(142).

       FD  RUNSTATS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RUNSTATS.
           03  FD-RS-DATE          PIC 9(8).
           03  FD-RS-PROGRAM       PIC X(8).
           03  FD-RS-READ          PIC 9(5).
           03  FD-RS-WRITTEN       PIC 9(5).
           03  FD-RS-REJECTED      PIC 9(5).
           03  FD-RS-CONTROL-TOTAL PIC S9(9)V9(2).
           03  FD-RS-START-TIME    PIC 9(6).
           03  FD-RS-END-TIME      PIC 9(6).
           03  FD-RS-RETURN-CODE   PIC 9(2).

       FD  CLIENTSO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CLIENTSO.
           03  FD-CO-CTL-ID        PIC X(4).
               88  FD-CO-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-CO-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-CO-CTL-DATA      PIC X(41).
           03  FILLER                  REDEFINES FD-CO-CTL-DATA.
               05  FD-CO-HDR-DATE  PIC 9(8).
               05  FILLER          PIC X(33).
           03  FILLER                  REDEFINES FD-CO-CTL-DATA.
               05  FD-CO-TRL-COUNT PIC 9(9).
               05  FD-CO-TRL-HASH  PIC S9(11)V9(2).
               05  FILLER          PIC X(19).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62582'.

       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CYCLEHST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-RUNSTATS          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLIENTSO          PIC X(2)            VALUE ZEROS.

       01  WS-FUNCTION             PIC X(1)            VALUE SPACES.
           88  WS-FN-OPEN                              VALUE 'O'.
           03  WS-CC-PREV-DATE     PIC 9(8).
           03  WS-CC-STATUS        PIC X(1).

      *    CYCLE HISTORY RECORD (ONE PER CYCLE, 150 BYTES)
       01  WS-HISTORY.
           03  WS-CH-BUSINESS-DATE PIC 9(8).
           03  WS-CH-PREV-DATE     PIC 9(8).
           03  WS-CH-STATUS        PIC X(1).
           03  WS-CH-OPEN-DATE     PIC 9(8).
           03  WS-CH-OPEN-TIME     PIC 9(6).
           03  WS-CH-CLOSE-DATE    PIC 9(8).
           03  WS-CH-CLOSE-TIME    PIC 9(6).
           03  WS-CH-RUNSTATS-START
                                   PIC 9(7).
           03  WS-CH-MAX-RC        PIC 9(2).
           03  WS-CH-STEP-COUNT    PIC 9(2).
           03  WS-CH-STEP          OCCURS 5 TIMES.
               05  WS-CH-STEP-PROGRAM
                                   PIC X(8).
               05  WS-CH-STEP-RC   PIC 9(2).
           03  WS-CH-MASTER-DATE   PIC 9(8).
           03  WS-CH-MASTER-COUNT  PIC 9(9).
           03  WS-CH-MASTER-HASH   PIC S9(11)V9(2).
           03  FILLER              PIC X(15).

       77  WS-HIST-READ            PIC 9(7)            VALUE ZEROS.
       77  WS-HIST-POS             PIC 9(7)            VALUE ZEROS.
       77  WS-RUNSTATS-READ        PIC 9(7)            VALUE ZEROS.
       77  WS-STEP-POS             PIC 9(2)            VALUE ZEROS.
       77  WS-STEP-FOUND           PIC 9(2)            VALUE ZEROS.

       77  WS-SYS-DATE             PIC 9(8)            VALUE ZEROS.
       01  WS-SYS-TIME.
           03  WS-SYS-HHMMSS       PIC 9(6).
           03  FILLER              PIC 9(2).

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
               PERFORM 0203-00-REWRITE-CONTROL
           END-IF.

           IF  RETURN-CODE         EQUAL ZEROS
               ACCEPT WS-SYS-DATE  FROM DATE YYYYMMDD
               ACCEPT WS-SYS-TIME  FROM TIME
               IF  WS-FN-OPEN
                   PERFORM 0204-00-OPEN-HISTORY
               ELSE
                   PERFORM 0205-00-CLOSE-HISTORY
               END-IF
           END-IF.

           PERFORM 0901-00-FINAL.

           STOP RUN.
       0203-00-EXIT.
           EXIT.

       0204-00-OPEN-HISTORY.

      *    THE RUNSTATS RECORDS ALREADY THERE BELONG TO EARLIER
      *    CYCLES; WHATEVER IS APPENDED FROM NOW ON IS THIS CYCLE'S.

           PERFORM 0206-00-COUNT-RUNSTATS.

           INITIALIZE WS-HISTORY.
           MOVE WS-CC-BUSINESS-DATE
                                   TO WS-CH-BUSINESS-DATE.
           MOVE WS-CC-PREV-DATE    TO WS-CH-PREV-DATE.
           MOVE 'O'                TO WS-CH-STATUS.
           MOVE WS-SYS-DATE        TO WS-CH-OPEN-DATE.
           MOVE WS-SYS-HHMMSS      TO WS-CH-OPEN-TIME.
           MOVE WS-RUNSTATS-READ   TO WS-CH-RUNSTATS-START.

           OPEN EXTEND CYCLEHST.

           IF  WS-FS-CYCLEHST      EQUAL '35'
               OPEN OUTPUT CYCLEHST
           END-IF.

           EVALUATE WS-FS-CYCLEHST
             WHEN '00'
             WHEN '05'
               WRITE REG-CYCLEHST  FROM WS-HISTORY
               IF  WS-FS-CYCLEHST  NOT EQUAL '00'
                   DISPLAY ' ERROR FOUND IN 0204-00-OPEN-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CYCLEHST
                   MOVE 12         TO RETURN-CODE
               END-IF
               CLOSE CYCLEHST
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-OPEN-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CYCLEHST
               MOVE 12             TO RETURN-CODE
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

       0205-00-CLOSE-HISTORY.

      *    THE LAST HISTORY RECORD OF THE BUSINESS DATE IS THE ONE
      *    OPENED FOR THIS CYCLE.

           MOVE ZEROS              TO WS-HIST-READ
                                      WS-HIST-POS.

           OPEN INPUT CYCLEHST.

           EVALUATE WS-FS-CYCLEHST
             WHEN '00'
               PERFORM UNTIL WS-FS-CYCLEHST EQUAL '10'
                   READ CYCLEHST
                   EVALUATE WS-FS-CYCLEHST
                     WHEN '00'
                       ADD 1       TO WS-HIST-READ
                       IF  FD-CH-BUSINESS-DATE
                                   EQUAL WS-CC-BUSINESS-DATE
                           MOVE WS-HIST-READ
                                   TO WS-HIST-POS
                           MOVE REG-CYCLEHST
                                   TO WS-HISTORY
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0205-00-CLOSE-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CYCLEHST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CYCLEHST
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0205-00-CLOSE-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CYCLEHST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    A CYCLE OPENED WITHOUT A HISTORY RECORD HAS NO RUNSTATS
      *    STARTING POINT: ITS STEPS ARE NOT RECORDED.

           IF  WS-HIST-POS         EQUAL ZEROS
               DISPLAY ' NO HISTORY RECORD FOR CYCLE '
                       WS-CC-BUSINESS-DATE ' - STEPS NOT RECORDED'
               INITIALIZE WS-HISTORY
               MOVE WS-CC-BUSINESS-DATE
                                   TO WS-CH-BUSINESS-DATE
               MOVE WS-CC-PREV-DATE
                                   TO WS-CH-PREV-DATE
           ELSE
               PERFORM 0207-00-COLLECT-STEPS
           END-IF.

           PERFORM 0209-00-READ-MASTER.

           MOVE 'C'                TO WS-CH-STATUS.
           MOVE WS-SYS-DATE        TO WS-CH-CLOSE-DATE.
           MOVE WS-SYS-HHMMSS      TO WS-CH-CLOSE-TIME.

           PERFORM 0210-00-REWRITE-HISTORY.

       0205-00-EXIT.
           EXIT.

       0206-00-COUNT-RUNSTATS.

           MOVE ZEROS              TO WS-RUNSTATS-READ.

           OPEN INPUT RUNSTATS.

           EVALUATE WS-FS-RUNSTATS
             WHEN '00'
               PERFORM UNTIL WS-FS-RUNSTATS EQUAL '10'
                   READ RUNSTATS
                   EVALUATE WS-FS-RUNSTATS
                     WHEN '00'
                       ADD 1       TO WS-RUNSTATS-READ
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0206-00-COUNT-RUNSTATS'
                                    ' FILE STATUS: ' WS-FS-RUNSTATS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE RUNSTATS
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0206-00-COUNT-RUNSTATS'
                                    ' FILE STATUS: ' WS-FS-RUNSTATS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

       0207-00-COLLECT-STEPS.

      *    RECORDS PAST THE OPENING POSITION WERE WRITTEN DURING THE
      *    CYCLE; A RERUN STEP REPLACES ITS EARLIER RETURN CODE.

           MOVE ZEROS              TO WS-CH-STEP-COUNT
                                      WS-CH-MAX-RC
                                      WS-RUNSTATS-READ.

           OPEN INPUT RUNSTATS.

           EVALUATE WS-FS-RUNSTATS
             WHEN '00'
               PERFORM UNTIL WS-FS-RUNSTATS EQUAL '10'
                   READ RUNSTATS
                   EVALUATE WS-FS-RUNSTATS
                     WHEN '00'
                       ADD 1       TO WS-RUNSTATS-READ
                       IF  WS-RUNSTATS-READ
                                   GREATER WS-CH-RUNSTATS-START
                           PERFORM 0208-00-STORE-STEP
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0207-00-COLLECT-STEPS'
                                    ' FILE STATUS: ' WS-FS-RUNSTATS
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE RUNSTATS
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0207-00-COLLECT-STEPS'
                                    ' FILE STATUS: ' WS-FS-RUNSTATS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM VARYING WS-STEP-POS FROM 1 BY 1
             UNTIL WS-STEP-POS     GREATER WS-CH-STEP-COUNT
               IF  WS-CH-STEP-RC(WS-STEP-POS)
                                   GREATER WS-CH-MAX-RC
                   MOVE WS-CH-STEP-RC(WS-STEP-POS)
                                   TO WS-CH-MAX-RC
               END-IF
           END-PERFORM.

       0207-00-EXIT.
           EXIT.

       0208-00-STORE-STEP.

           MOVE ZEROS              TO WS-STEP-FOUND.

           PERFORM VARYING WS-STEP-POS FROM 1 BY 1
             UNTIL WS-STEP-POS     GREATER WS-CH-STEP-COUNT
                OR WS-STEP-FOUND   GREATER ZEROS
               IF  WS-CH-STEP-PROGRAM(WS-STEP-POS)
                                   EQUAL FD-RS-PROGRAM
                   MOVE WS-STEP-POS
                                   TO WS-STEP-FOUND
               END-IF
           END-PERFORM.

           IF  WS-STEP-FOUND       EQUAL ZEROS
               IF  WS-CH-STEP-COUNT
                                   LESS 5
                   ADD 1           TO WS-CH-STEP-COUNT
                   MOVE WS-CH-STEP-COUNT
                                   TO WS-STEP-FOUND
                   MOVE FD-RS-PROGRAM
                       TO WS-CH-STEP-PROGRAM(WS-STEP-FOUND)
               ELSE
                   DISPLAY ' MORE THAN 5 PROGRAMS ON RUNSTATS -'
                           ' NOT RECORDED: ' FD-RS-PROGRAM
               END-IF
           END-IF.

           IF  WS-STEP-FOUND       GREATER ZEROS
               IF  FD-RS-RETURN-CODE
                                   NUMERIC
                   MOVE FD-RS-RETURN-CODE
                       TO WS-CH-STEP-RC(WS-STEP-FOUND)
               ELSE
                   MOVE ZEROS
                       TO WS-CH-STEP-RC(WS-STEP-FOUND)
               END-IF
           END-IF.

       0208-00-EXIT.
           EXIT.

       0209-00-READ-MASTER.

      *    THE MASTER GENERATION THE CYCLE PRODUCED: HEADER DATE AND
      *    TRAILER COUNT / HASH.

           OPEN INPUT CLIENTSO.

           EVALUATE WS-FS-CLIENTSO
             WHEN '00'
               PERFORM UNTIL WS-FS-CLIENTSO EQUAL '10'
                   READ CLIENTSO
                   EVALUATE WS-FS-CLIENTSO
                     WHEN '00'
                       EVALUATE TRUE
                         WHEN FD-CO-CTL-HEADER
                           MOVE FD-CO-HDR-DATE
                                   TO WS-CH-MASTER-DATE
                         WHEN FD-CO-CTL-TRAILER
                           MOVE FD-CO-TRL-COUNT
                                   TO WS-CH-MASTER-COUNT
                           MOVE FD-CO-TRL-HASH
                                   TO WS-CH-MASTER-HASH
                       END-EVALUATE
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0209-00-READ-MASTER'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE CLIENTSO
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0209-00-READ-MASTER'
                                    ' FILE STATUS: ' WS-FS-CLIENTSO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-CH-MASTER-DATE   NOT EQUAL WS-CC-BUSINESS-DATE
               DISPLAY ' MASTER HEADER DATE ' WS-CH-MASTER-DATE
                       ' IS NOT THE CYCLE DATE ' WS-CC-BUSINESS-DATE
           END-IF.

       0209-00-EXIT.
           EXIT.

       0210-00-REWRITE-HISTORY.

           IF  WS-HIST-POS         EQUAL ZEROS
               OPEN EXTEND CYCLEHST
               IF  WS-FS-CYCLEHST  EQUAL '35'
                   OPEN OUTPUT CYCLEHST
               END-IF
               IF  WS-FS-CYCLEHST  EQUAL '00' OR '05'
                   WRITE REG-CYCLEHST
                                   FROM WS-HISTORY
               END-IF
           ELSE
               OPEN I-O CYCLEHST
               MOVE ZEROS          TO WS-HIST-READ
               PERFORM UNTIL WS-HIST-READ EQUAL WS-HIST-POS
                          OR WS-FS-CYCLEHST NOT EQUAL '00'
                   READ CYCLEHST
                   IF  WS-FS-CYCLEHST
                                   EQUAL '00'
                       ADD 1       TO WS-HIST-READ
                   END-IF
               END-PERFORM
               IF  WS-FS-CYCLEHST  EQUAL '00'
                   REWRITE REG-CYCLEHST
                                   FROM WS-HISTORY
               END-IF
           END-IF.

           IF  WS-FS-CYCLEHST      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0210-00-REWRITE-HISTORY'
                                    ' FILE STATUS: ' WS-FS-CYCLEHST
               MOVE 12             TO RETURN-CODE
           END-IF.

           CLOSE CYCLEHST.

       0210-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*
