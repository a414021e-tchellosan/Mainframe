      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62666.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62666                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : VACATION REQUESTS: POST THE APPROVED ONES    *
      *                   TO ABSEVENT AND REPORT THE PENDING ONES      *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   RUN BEFORE EAD62602 IN EACH ABSENCE PERIOD.  SYSIN: RUN      *
      *   DATE (YYYYMMDD).                                             *
      *                                                                *
      *   READS THE VACATION REQUEST KSDS FERPED (REGFERPD), FED       *
      *   ONLINE BY EAD625C2 AND DECIDED BY THE SUPERVISOR QUEUE       *
      *   EAD625C3:                                                    *
      *     - APPROVED (A): APPENDED TO THE PERIOD'S ABSEVENT AS A     *
      *       TYPE V EVENT AND MARKED POSTED (E) WITH THE RUN DATE,    *
      *       SO EAD62602 CHARGES THEM TO THE VSFER BALANCE ONCE;      *
      *     - PENDING (P): SORTED BY DEPARTMENT INTO PENDRPT, ONE      *
      *       PAGE PER DEPARTMENT FOR ITS HEAD, WITH THE RETURN DATE   *
      *       (NEXT BUSINESS DAY PER EAD62544) AND THE DAYS WAITING.   *
      *       A REQUEST WHOSE START DATE HAS ALREADY COME IS FLAGGED.  *
      *   REJECTED AND POSTED REQUESTS ARE LEFT AS THEY ARE.           *
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

           SELECT FERPED           ASSIGN TO FERPED
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FP-REQUEST-KEY
               FILE STATUS         IS WS-FS-FERPED.

           SELECT VS001            ASSIGN TO VS001
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS RANDOM
               RECORD KEY          IS FD-VS001-KEY
               ALTERNATE RECORD KEY IS FD-DEPT
                                   WITH DUPLICATES
               FILE STATUS         IS WS-FS-VS001.

           SELECT ABSEVENT         ASSIGN TO DA-S-ABSEVENT
               FILE STATUS         IS WS-FS-ABSEVENT.

           SELECT PENDRPT          ASSIGN TO DA-S-PENDRPT.

           SELECT SORT-FILE        ASSIGN TO SORTWK01.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  FERPED.

           COPY REGFERPD.

       FD  VS001.

           COPY REGVS001.

       FD  ABSEVENT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ABSEVENT.
           03  FD-AB-EMPLOYEE      PIC X(3).
           03  FD-AB-TYPE          PIC X(1).
           03  FD-AB-START-DATE    PIC 9(8).
           03  FD-AB-DAYS          PIC 9(2).

       FD  PENDRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PENDRPT             PIC X(80).

       SD  SORT-FILE.

       01  REG-SORT.
           03  SD-DEPT             PIC X(5).
           03  SD-START-DATE       PIC 9(8).
           03  SD-EMPLOYEE         PIC X(3).
           03  SD-DAYS             PIC 9(2).
           03  SD-REQUEST-DATE     PIC 9(8).
           03  SD-REQUESTED-BY     PIC X(8).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62666'.

       77  WS-FS-FERPED            PIC X(2)            VALUE SPACES.
       77  WS-FS-VS001             PIC X(2)            VALUE SPACES.
       77  WS-FS-ABSEVENT          PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       77  WS-SORT-EOF-IND         PIC X(1)            VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

       77  WS-COUNT-READ           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-POSTED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-DAYS-POSTED    PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-PENDING        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-OVERDUE        PIC 9(5)            VALUE ZEROS.

      *    DEPARTMENT CONTROL BREAK OF THE PENDING REPORT
       77  WS-PREV-DEPT            PIC X(5)            VALUE SPACES.
       77  WS-FIRST-DEPT-IND       PIC X(1)            VALUE 'Y'.
           88  WS-FIRST-DEPT                           VALUE 'Y'.
       77  WS-DEPT-REQUESTS        PIC 9(4)            VALUE ZEROS.
       77  WS-DEPT-DAYS            PIC 9(5)            VALUE ZEROS.

       77  WS-INT-DATE             PIC 9(7)            VALUE ZEROS.
       77  WS-LAST-DAY             PIC 9(8)            VALUE ZEROS.
       77  WS-WAITING-DAYS         PIC S9(5)           VALUE ZEROS.

       77  WS-EAD62544             PIC X(8)            VALUE 'EAD62544'.

       01  WS-CAL-COMMAREA.
           03  WS-CAL-INPUT.
               05  WS-CAL-FUNCTION PIC 9(1).
               05  WS-CAL-DATE-1   PIC 9(8).
               05  WS-CAL-DATE-2   PIC 9(8).
           03  WS-CAL-OUTPUT.
               05  WS-CAL-ANSWER-IND
                                   PIC X(1).
                   88  WS-CAL-ANSWER-YES       VALUE 'Y'.
               05  WS-CAL-DATE-OUT PIC 9(8).
               05  WS-CAL-DAY-COUNT
                                   PIC 9(4).

       01  WS-RPT-HEADER.
           03  FILLER              PIC X(37)           VALUE
           'PENDING VACATION REQUESTS - DEPT '.
           03  WS-RH-DEPT          PIC X(5)            VALUE SPACES.
           03  FILLER              PIC X(10)           VALUE
           '   AS OF '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-COLUMNS.
           03  FILLER              PIC X(40)           VALUE
           '  EMP NAME                 START    DAYS'.
           03  FILLER              PIC X(40)           VALUE
           ' RETURN   REQUESTED BY        WAIT'.

       01  WS-RPT-DETAIL.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-EMPLOYEE      PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(20)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-START         PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(3)            VALUE SPACES.
           03  WS-RD-DAYS          PIC Z9              VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-RETURN        PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-REQUEST-DATE  PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-REQUESTED-BY  PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-WAITING       PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-FLAG          PIC X(8)            VALUE SPACES.

       01  WS-RPT-DEPT-TOTAL.
           03  FILLER              PIC X(20)           VALUE
           '  DEPARTMENT TOTAL: '.
           03  WS-RT-REQUESTS      PIC ZZZ9            VALUE ZEROS.
           03  FILLER              PIC X(12)           VALUE
           ' REQUESTS   '.
           03  WS-RT-DAYS          PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(5)            VALUE
           ' DAYS'.

       01  WS-RPT-NONE.
           03  FILLER              PIC X(47)           VALUE
           'NO PENDING VACATION REQUESTS FOR ANY DEPARTMENT'.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

      *    THE SORT INPUT PASS POSTS THE APPROVED REQUESTS AND
      *    RELEASES THE PENDING ONES; THE OUTPUT PASS PRINTS THEM.

           SORT SORT-FILE
               ON ASCENDING KEY SD-DEPT
                                SD-START-DATE
                                SD-EMPLOYEE
               INPUT  PROCEDURE IS 0400-00-FEED-SORT
               OUTPUT PROCEDURE IS 0500-00-PRINT-PENDING.

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

           ACCEPT WS-RUN-DATE      FROM SYSIN.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O FERPED.

           EVALUATE WS-FS-FERPED
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-FERPED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN INPUT VS001.

           EVALUATE WS-FS-VS001
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' VS001 NOT AVAILABLE'
                                    ' FILE STATUS: ' WS-FS-VS001
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    THE PERIOD'S EVENT FILE MAY ALREADY HOLD THE EVENTS KEYED
      *    BY PERSONNEL; THE POSTED REQUESTS GO AFTER THEM.

           OPEN EXTEND ABSEVENT.

           IF  WS-FS-ABSEVENT      EQUAL '35'
               OPEN OUTPUT ABSEVENT
           END-IF.

           EVALUATE WS-FS-ABSEVENT
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-ABSEVENT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT PENDRPT.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           ADD 1                   TO WS-COUNT-READ.

           EVALUATE TRUE
             WHEN FP-APPROVED
               PERFORM 0202-00-POST-REQUEST
             WHEN FP-PENDING
               MOVE FP-DEPT        TO SD-DEPT
               MOVE FP-START-DATE  TO SD-START-DATE
               MOVE FP-ID-EMPLOYEE TO SD-EMPLOYEE
               MOVE FP-DAYS        TO SD-DAYS
               MOVE FP-REQUEST-DATE
                                   TO SD-REQUEST-DATE
               MOVE FP-REQUESTED-BY
                                   TO SD-REQUESTED-BY
               RELEASE REG-SORT
               ADD 1               TO WS-COUNT-PENDING
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 0301-00-READ-FERPED.

       0201-00-EXIT.
           EXIT.

       0202-00-POST-REQUEST.

           MOVE FP-ID-EMPLOYEE     TO FD-AB-EMPLOYEE.
           MOVE 'V'                TO FD-AB-TYPE.
           MOVE FP-START-DATE      TO FD-AB-START-DATE.
           MOVE FP-DAYS            TO FD-AB-DAYS.

           WRITE REG-ABSEVENT.

           EVALUATE WS-FS-ABSEVENT
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-POST-REQUEST'
                                    ' FILE STATUS: ' WS-FS-ABSEVENT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           SET FP-POSTED           TO TRUE.
           MOVE WS-RUN-DATE        TO FP-POSTING-DATE.

           REWRITE REG-FERPED.

           EVALUATE WS-FS-FERPED
             WHEN '00'
               ADD 1               TO WS-COUNT-POSTED
               ADD FP-DAYS         TO WS-COUNT-DAYS-POSTED
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-POST-REQUEST'
                                    ' FILE STATUS: ' WS-FS-FERPED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-FERPED.

           READ FERPED NEXT RECORD.

           EVALUATE WS-FS-FERPED
             WHEN '00'
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-FERPED'
                                    ' FILE STATUS: ' WS-FS-FERPED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-VS001.

           MOVE SD-EMPLOYEE        TO FD-ID-EMPLOYEE.

           READ VS001.

           EVALUATE WS-FS-VS001
             WHEN '00'
               CONTINUE
             WHEN '23'
               MOVE '*** NOT ON VS001 ***'
                                   TO FD-NAME
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-VS001'
                                    ' FILE STATUS: ' WS-FS-VS001
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0400-00-FEED-SORT           SECTION.
      *----------------------------------------------------------------*

       0401-00-FEED-SORT.

           PERFORM 0301-00-READ-FERPED.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-FERPED    EQUAL WS-EOF.

       0401-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0500-00-PRINT-PENDING       SECTION.
      *----------------------------------------------------------------*

       0501-00-PRINT-PENDING.

           PERFORM 0502-00-RETURN-PENDING
             UNTIL WS-SORT-EOF.

           IF  WS-FIRST-DEPT
               MOVE SPACES         TO WS-RH-DEPT
               MOVE WS-RUN-DATE    TO WS-RH-DATE
               WRITE REG-PENDRPT   FROM WS-RPT-HEADER
                                   AFTER PAGE
               WRITE REG-PENDRPT   FROM WS-RPT-NONE
                                   AFTER 2 LINES
           ELSE
               PERFORM 0504-00-DEPT-TOTAL
           END-IF.

       0501-00-EXIT.
           EXIT.

       0502-00-RETURN-PENDING.

           RETURN SORT-FILE
               AT END
                   MOVE 'Y'        TO WS-SORT-EOF-IND
               NOT AT END
                   PERFORM 0503-00-PRINT-REQUEST
           END-RETURN.

       0502-00-EXIT.
           EXIT.

       0503-00-PRINT-REQUEST.

           IF  WS-FIRST-DEPT OR
               SD-DEPT             NOT EQUAL WS-PREV-DEPT
               IF  NOT WS-FIRST-DEPT
                   PERFORM 0504-00-DEPT-TOTAL
               END-IF
               MOVE 'N'            TO WS-FIRST-DEPT-IND
               MOVE SD-DEPT        TO WS-PREV-DEPT
               MOVE ZEROS          TO WS-DEPT-REQUESTS
               MOVE ZEROS          TO WS-DEPT-DAYS
               MOVE SD-DEPT        TO WS-RH-DEPT
               MOVE WS-RUN-DATE    TO WS-RH-DATE
               WRITE REG-PENDRPT   FROM WS-RPT-HEADER
                                   AFTER PAGE
               WRITE REG-PENDRPT   FROM WS-RPT-COLUMNS
                                   AFTER 2 LINES
           END-IF.

           PERFORM 0302-00-READ-VS001.

      *    RETURN DATE: FIRST BUSINESS DAY AFTER THE LAST DAY OFF.

           COMPUTE WS-INT-DATE =
               FUNCTION INTEGER-OF-DATE(SD-START-DATE)
               + SD-DAYS - 1.
           COMPUTE WS-LAST-DAY =
               FUNCTION DATE-OF-INTEGER(WS-INT-DATE).

           MOVE 2                  TO WS-CAL-FUNCTION.
           MOVE WS-LAST-DAY        TO WS-CAL-DATE-1.
           CALL WS-EAD62544        USING WS-CAL-COMMAREA.

           COMPUTE WS-WAITING-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
             - FUNCTION INTEGER-OF-DATE(SD-REQUEST-DATE).

           IF  WS-WAITING-DAYS     LESS ZEROS
               MOVE ZEROS          TO WS-WAITING-DAYS
           END-IF.

           MOVE SD-EMPLOYEE        TO WS-RD-EMPLOYEE.
           MOVE FD-NAME            TO WS-RD-NAME.
           MOVE SD-START-DATE      TO WS-RD-START.
           MOVE SD-DAYS            TO WS-RD-DAYS.
           MOVE WS-CAL-DATE-OUT    TO WS-RD-RETURN.
           MOVE SD-REQUEST-DATE    TO WS-RD-REQUEST-DATE.
           MOVE SD-REQUESTED-BY    TO WS-RD-REQUESTED-BY.
           MOVE WS-WAITING-DAYS    TO WS-RD-WAITING.

      *    STILL UNDECIDED ON OR AFTER THE DAY IT WAS MEANT TO START.

           IF  SD-START-DATE       NOT GREATER WS-RUN-DATE
               MOVE 'OVERDUE'      TO WS-RD-FLAG
               ADD 1               TO WS-COUNT-OVERDUE
           ELSE
               MOVE SPACES         TO WS-RD-FLAG
           END-IF.

           WRITE REG-PENDRPT       FROM WS-RPT-DETAIL.

           ADD 1                   TO WS-DEPT-REQUESTS.
           ADD SD-DAYS             TO WS-DEPT-DAYS.

       0503-00-EXIT.
           EXIT.

       0504-00-DEPT-TOTAL.

           MOVE WS-DEPT-REQUESTS   TO WS-RT-REQUESTS.
           MOVE WS-DEPT-DAYS       TO WS-RT-DAYS.
           WRITE REG-PENDRPT       FROM WS-RPT-DEPT-TOTAL
                                   AFTER 2 LINES.

       0504-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           CLOSE FERPED
                 VS001
                 ABSEVENT
                 PENDRPT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-READ      TO WS-FMT-AMOUNT
           DISPLAY '*  REQUESTS......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-POSTED    TO WS-FMT-AMOUNT
           DISPLAY '*  POSTED........: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-DAYS-POSTED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  DAYS POSTED...: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-PENDING   TO WS-FMT-AMOUNT
           DISPLAY '*  PENDING.......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-OVERDUE   TO WS-FMT-AMOUNT
           DISPLAY '*  OVERDUE.......: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
