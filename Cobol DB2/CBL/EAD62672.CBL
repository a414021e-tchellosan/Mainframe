      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62672.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62672                                     *
      *   LANGUAGE      : COBOL/DB2                                    *
      *   TARGET        : POSITION CONTROL - MAINTAIN THE HIRING       *
      *                   REQUISITIONS AND REPORT THEM MONTHLY         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY INCLUSION IN EAD625CI MUST NAME AN OPEN REQUISITION    *
      *   OF THE SAME DEPARTMENT; THE INCLUSION FILLS IT (STATUS F,    *
      *   CLOSED_ON, CLOSED_BY AND ID_EMPLOYEE).                       *
      *                                                                *
      *   R (REQUEST) - A NEW REQUISITION, STATUS P (AWAITING          *
      *     APPROVAL).  THE DEPARTMENT MUST BE ACTIVE, THE JOB CODE    *
      *     MUST BE ON EAD625.JOB_GRADE AND THE BUDGETED SALARY MUST   *
      *     BE INSIDE ITS GRADE RANGE.  THE NUMBER IS THE NEXT ONE     *
      *     FREE AND IS DISPLAYED.                                     *
      *   A (APPROVE) - STATUS P TO O (OPEN).  THE USER MUST BE AN     *
      *     ACTIVE, UNBLOCKED SUPERVISOR (AUTHORITY S ON USRPROF)      *
      *     AND NOT THE REQUESTER.  RC=04 WHEN THE DEPARTMENT HAS NO   *
      *     EAD625.DEPT_BUDGET ROW FOR THE YEAR, OR WHEN ITS           *
      *     HEADCOUNT PLUS THE OPEN REQUISITIONS GOES ABOVE THE        *
      *     BUDGETED HEADCOUNT (THE REQUISITION IS APPROVED ANYWAY).   *
      *   C (CANCEL)  - STATUS P OR O TO C, BY A SUPERVISOR.           *
      *   M (MONTHLY) - REPORT FOR THE MONTH OF THE RUN DATE: OPEN     *
      *     AND PENDING REQUISITIONS WITH THE DAYS OPEN, THE ONES      *
      *     FILLED IN THE MONTH WITH THE TIME TO FILL (APPROVAL TO     *
      *     INCLUSION) AND THE DEPARTMENTS WHOSE HEADCOUNT, OR         *
      *     HEADCOUNT PLUS OPEN REQUISITIONS, IS ABOVE THE BUDGETED    *
      *     HEADCOUNT OF THE YEAR.                                     *
      *                                                                *
      *   TABLE EAD625.REQUISITION:                                    *
      *     ID_REQUISITION DEC(6), ID_DEPT CHAR(3), JOB_CODE CHAR(4),  *
      *     GRADE CHAR(2), BUDGET_SALARY DEC(8,2), STATUS CHAR(1),     *
      *     REQUESTED_BY CHAR(8), REQUESTED_ON DATE,                   *
      *     APPROVED_BY CHAR(8), APPROVED_ON DATE,                     *
      *     CLOSED_BY CHAR(8), CLOSED_ON DATE, ID_EMPLOYEE CHAR(4)     *
      *     (THE LAST FIVE NULLABLE)  PRIMARY KEY (ID_REQUISITION)     *
      *                                                                *
      *   SYSIN: FUNCTION (R / A / C / M), REQUISITION (A AND C),      *
      *          USER (REQUESTER / APPROVER / CANCELLER), DEPARTMENT   *
      *          AND JOB CODE (R), BUDGETED SALARY 9(6)V99 (R),        *
      *          RUN DATE (YYYY-MM-DD)                                 *
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

           SELECT USRPROF          ASSIGN TO USRPROF
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS RANDOM
               RECORD KEY          IS FD-UP-USUARIO
               FILE STATUS         IS WS-FS-USRPROF.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  USRPROF.

       01  REG-USRPROF.
           05  FD-UP-USUARIO       PIC X(8).
           05  FD-UP-SENHA         PIC X(8).
           05  FD-UP-AUTORIDADE    PIC X(1).
           05  FD-UP-DATA-TROCA    PIC 9(8).
           05  FD-UP-TROCAR        PIC X(1).
           05  FD-UP-FALHAS        PIC 9(1).
           05  FD-UP-BLOQUEADO     PIC X(1).
           05  FD-UP-SITUACAO      PIC X(1).
           05  FD-UP-ULTIMO-ACESSO PIC 9(8).
           05  FD-UP-RECERT        PIC X(1).
           05  FD-UP-DATA-RECERT   PIC 9(8).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62672'.

       77  WS-FS-USRPROF           PIC X(2)            VALUE SPACES.

       77  WS-USRPROF-OPEN-IND     PIC X(1)            VALUE 'N'.
           88  WS-USRPROF-OPEN                         VALUE 'Y'.

       77  WS-USER-FOUND-IND       PIC X(1)            VALUE 'N'.
           88  WS-USER-FOUND                           VALUE 'Y'.

       77  WS-REQ-FOUND-IND        PIC X(1)            VALUE 'N'.
           88  WS-REQ-FOUND                            VALUE 'Y'.

       77  WS-JOB-FOUND-IND        PIC X(1)            VALUE 'N'.
           88  WS-JOB-FOUND                            VALUE 'Y'.

       01  WS-SYSIN.
           03  WS-FUNCTION         PIC X(1)            VALUE SPACES.
               88  WS-REQUEST                          VALUE 'R'.
               88  WS-APPROVE                          VALUE 'A'.
               88  WS-CANCEL                           VALUE 'C'.
               88  WS-MONTHLY                          VALUE 'M'.
           03  WS-ID-REQUISITION   PIC 9(6)            VALUE ZEROS.
           03  WS-USUARIO          PIC X(8)            VALUE SPACES.
           03  WS-ID-DEPT          PIC X(3)            VALUE SPACES.
           03  WS-JOB-CODE         PIC X(4)            VALUE SPACES.
           03  WS-BUDGET-SALARY    PIC 9(6)V9(2)       VALUE ZEROS.
           03  WS-RUN-DATE         PIC X(10)           VALUE SPACES.
           03  FILLER              REDEFINES WS-RUN-DATE.
               05  WS-RUN-YEAR     PIC X(4).
               05  FILLER          PIC X(1).
               05  WS-RUN-MONTH    PIC X(2).
               05  FILLER          PIC X(3).

       77  WS-MONTH-START          PIC X(10)           VALUE SPACES.

       01  WS-REQUISITION.
           03  WS-RQ-ID            PIC S9(6)  COMP-3   VALUE ZEROS.
           03  WS-RQ-ID-DEPT       PIC X(3)            VALUE SPACES.
           03  WS-RQ-JOB-CODE      PIC X(4)            VALUE SPACES.
           03  WS-RQ-GRADE         PIC X(2)            VALUE SPACES.
           03  WS-RQ-BUDGET-SALARY PIC S9(6)V9(2) COMP-3
                                                       VALUE ZEROS.
           03  WS-RQ-STATUS        PIC X(1)            VALUE SPACES.
               88  WS-RQ-PENDING                       VALUE 'P'.
               88  WS-RQ-OPEN                          VALUE 'O'.
           03  WS-RQ-REQUESTED-BY  PIC X(8)            VALUE SPACES.
           03  WS-RQ-DATE          PIC X(10)           VALUE SPACES.
           03  WS-RQ-ID-EMPLOYEE   PIC X(4)            VALUE SPACES.
           03  WS-RQ-DAYS          PIC S9(9)  COMP     VALUE ZEROS.

       77  WS-NEXT-REQUISITION     PIC S9(7)  COMP-3   VALUE ZEROS.

       01  WS-JOB-GRADE.
           03  WS-JG-GRADE         PIC X(2)            VALUE SPACES.
           03  WS-JG-FLOOR         PIC S9(6)V9(2) COMP-3
                                                       VALUE ZEROS.
           03  WS-JG-CEILING       PIC S9(6)V9(2) COMP-3
                                                       VALUE ZEROS.

       01  WS-HEADCOUNT.
           03  WS-HC-ID-DEPT       PIC X(3)            VALUE SPACES.
           03  WS-HC-BUDGET        PIC S9(5)  COMP-3   VALUE ZEROS.
           03  WS-HC-ACTUAL        PIC S9(9)  COMP     VALUE ZEROS.
           03  WS-HC-OPEN          PIC S9(9)  COMP     VALUE ZEROS.
           03  WS-HC-HIRED         PIC S9(9)  COMP     VALUE ZEROS.

       77  WS-DEPT-COUNT           PIC S9(9)  COMP     VALUE ZEROS.
       77  WS-HC-PROJECTED         PIC S9(9)  COMP     VALUE ZEROS.

       01  WS-COUNTERS.
           03  WS-COUNT-OPEN       PIC 9(5)            VALUE ZEROS.
           03  WS-COUNT-PENDING    PIC 9(5)            VALUE ZEROS.
           03  WS-COUNT-FILLED     PIC 9(5)            VALUE ZEROS.
           03  WS-COUNT-OVER       PIC 9(5)            VALUE ZEROS.
           03  WS-SUM-DAYS-FILL    PIC 9(7)            VALUE ZEROS.

       77  WS-AVG-DAYS-FILL        PIC 9(5)V9(1)       VALUE ZEROS.

       77  WS-FMT-SQLCODE          PIC -9(3)           VALUE ZEROS.
       77  WS-FMT-MONEY            PIC ZZZ.ZZ9,99      VALUE ZEROS.
       77  WS-FMT-CNT              PIC -ZZZZ9          VALUE ZEROS.
       77  WS-FMT-DAYS             PIC -ZZZZ9          VALUE ZEROS.
       77  WS-FMT-AVG              PIC ZZZZ9,9         VALUE ZEROS.
       77  WS-FMT-BUDGET           PIC -ZZZZ9          VALUE ZEROS.
       77  WS-FMT-OPEN             PIC -ZZZZ9          VALUE ZEROS.
       77  WS-FMT-HIRED            PIC -ZZZZ9          VALUE ZEROS.
       77  WS-FMT-REQUISITION      PIC 9(6)            VALUE ZEROS.

       77  WS-STATUS-TEXT          PIC X(17)           VALUE SPACES.

      *----------------------------------------------------------------*
      *  DB2 AREA                                                      *
      *----------------------------------------------------------------*

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    OPEN (O) AND PENDING (P) REQUISITIONS.  DAYS OPEN ARE
      *    COUNTED FROM THE APPROVAL, OR FROM THE REQUEST WHILE THE
      *    REQUISITION STILL AWAITS APPROVAL.
           EXEC SQL
               DECLARE CSR-OPEN CURSOR FOR
                SELECT ID_REQUISITION
                     , ID_DEPT
                     , JOB_CODE
                     , GRADE
                     , BUDGET_SALARY
                     , STATUS
                     , CHAR(COALESCE(APPROVED_ON, REQUESTED_ON), ISO)
                     , DAYS(DATE(:WS-RUN-DATE))
                     - DAYS(COALESCE(APPROVED_ON, REQUESTED_ON))
                  FROM EAD625.REQUISITION
                 WHERE STATUS IN ('P', 'O')
                 ORDER BY ID_DEPT
                        , ID_REQUISITION
           END-EXEC.

      *    REQUISITIONS FILLED FROM THE FIRST OF THE MONTH TO THE RUN
      *    DATE.  TIME TO FILL IS FROM THE APPROVAL TO THE INCLUSION.
           EXEC SQL
               DECLARE CSR-FILLED CURSOR FOR
                SELECT ID_REQUISITION
                     , ID_DEPT
                     , JOB_CODE
                     , ID_EMPLOYEE
                     , CHAR(CLOSED_ON, ISO)
                     , DAYS(CLOSED_ON) - DAYS(APPROVED_ON)
                  FROM EAD625.REQUISITION
                 WHERE STATUS    = 'F'
                   AND CLOSED_ON BETWEEN DATE(:WS-MONTH-START)
                                     AND DATE(:WS-RUN-DATE)
                 ORDER BY ID_DEPT
                        , ID_REQUISITION
           END-EXEC.

           EXEC SQL
               DECLARE CSR-BUDGET CURSOR FOR
                SELECT B.ID_DEPT
                     , B.BUDGET_HEADCOUNT
                     , (SELECT COUNT(*)
                          FROM EAD625.EMPLOYEE E
                         WHERE E.ID_DEPT = B.ID_DEPT)
                     , (SELECT COUNT(*)
                          FROM EAD625.REQUISITION R
                         WHERE R.ID_DEPT = B.ID_DEPT
                           AND R.STATUS  = 'O')
                     , (SELECT COUNT(*)
                          FROM EAD625.REQUISITION R
                         WHERE R.ID_DEPT   = B.ID_DEPT
                           AND R.STATUS    = 'F'
                           AND R.CLOSED_ON BETWEEN
                                   DATE(:WS-MONTH-START)
                               AND DATE(:WS-RUN-DATE))
                  FROM EAD625.DEPT_BUDGET B
                 WHERE B.BUDGET_YEAR = :WS-RUN-YEAR
                 ORDER BY B.ID_DEPT
           END-EXEC.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           EVALUATE TRUE
             WHEN WS-RUN-DATE      EQUAL SPACES
               DISPLAY 'RUN DATE NOT INFORMED'
               MOVE 12             TO RETURN-CODE
             WHEN WS-REQUEST
               PERFORM 0102-00-OPEN-USRPROF
               PERFORM 0201-00-REQUEST-REQUISITION
             WHEN WS-APPROVE
               PERFORM 0102-00-OPEN-USRPROF
               PERFORM 0202-00-APPROVE-REQUISITION
             WHEN WS-CANCEL
               PERFORM 0102-00-OPEN-USRPROF
               PERFORM 0203-00-CANCEL-REQUISITION
             WHEN WS-MONTHLY
               PERFORM 0205-00-MONTHLY-REPORT
             WHEN OTHER
               DISPLAY 'INVALID FUNCTION (' WS-FUNCTION ')'
               MOVE 12             TO RETURN-CODE
           END-EVALUATE.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-FUNCTION      FROM SYSIN.
           ACCEPT WS-ID-REQUISITION
                                   FROM SYSIN.
           ACCEPT WS-USUARIO       FROM SYSIN.
           ACCEPT WS-ID-DEPT       FROM SYSIN.
           ACCEPT WS-JOB-CODE      FROM SYSIN.
           ACCEPT WS-BUDGET-SALARY FROM SYSIN.
           ACCEPT WS-RUN-DATE      FROM SYSIN.

           STRING WS-RUN-YEAR '-' WS-RUN-MONTH '-01'
           DELIMITED BY SIZE INTO WS-MONTH-START.

       0101-00-EXIT.
           EXIT.

       0102-00-OPEN-USRPROF.

           OPEN INPUT USRPROF.

           IF  WS-FS-USRPROF       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-USRPROF'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'Y'                TO WS-USRPROF-OPEN-IND.

       0102-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-REQUEST-REQUISITION.

           PERFORM 0501-00-READ-USER.
           PERFORM 0305-00-SELECT-DEPARTMENT.
           PERFORM 0306-00-SELECT-JOB-GRADE.

           EVALUATE TRUE
             WHEN NOT WS-USER-FOUND OR
                  FD-UP-SITUACAO   EQUAL 'D'
               DISPLAY 'REQUESTER ' WS-USUARIO
                       ' IS NOT AN ACTIVE USER.'
               MOVE 12             TO RETURN-CODE
             WHEN WS-DEPT-COUNT    EQUAL ZEROS
               DISPLAY 'DEPARTMENT ' WS-ID-DEPT
                       ' NOT FOUND OR INACTIVE.'
               MOVE 12             TO RETURN-CODE
             WHEN NOT WS-JOB-FOUND
               DISPLAY 'JOB CODE ' WS-JOB-CODE ' NOT FOUND.'
               MOVE 12             TO RETURN-CODE
             WHEN WS-BUDGET-SALARY LESS WS-JG-FLOOR OR
                  WS-BUDGET-SALARY GREATER WS-JG-CEILING
               DISPLAY 'BUDGETED SALARY OUTSIDE THE RANGE OF GRADE '
                       WS-JG-GRADE
               MOVE WS-JG-FLOOR    TO WS-FMT-MONEY
               DISPLAY '         FLOOR..: ' WS-FMT-MONEY
               MOVE WS-JG-CEILING  TO WS-FMT-MONEY
               DISPLAY '         CEILING: ' WS-FMT-MONEY
               MOVE 12             TO RETURN-CODE
             WHEN OTHER
               PERFORM 0302-00-INSERT-REQUISITION
           END-EVALUATE.

       0201-00-EXIT.
           EXIT.

       0202-00-APPROVE-REQUISITION.

           PERFORM 0301-00-SELECT-REQUISITION.
           PERFORM 0501-00-READ-USER.

           EVALUATE TRUE
             WHEN NOT WS-REQ-FOUND
               DISPLAY 'REQUISITION ' WS-ID-REQUISITION
                       ' NOT FOUND.'
               MOVE 12             TO RETURN-CODE
             WHEN NOT WS-RQ-PENDING
               DISPLAY 'REQUISITION ' WS-ID-REQUISITION
                       ' IS NOT AWAITING APPROVAL (STATUS '
                       WS-RQ-STATUS ')'
               MOVE 12             TO RETURN-CODE
             WHEN NOT WS-USER-FOUND     OR
                  FD-UP-AUTORIDADE NOT EQUAL 'S' OR
                  FD-UP-SITUACAO   EQUAL 'D'     OR
                  FD-UP-BLOQUEADO  EQUAL 'S'
               DISPLAY 'USER ' WS-USUARIO
                       ' IS NOT AN ACTIVE SUPERVISOR.'
               MOVE 12             TO RETURN-CODE
             WHEN WS-USUARIO       EQUAL WS-RQ-REQUESTED-BY
               DISPLAY 'REQUISITION ' WS-ID-REQUISITION
                       ' CANNOT BE APPROVED BY ITS REQUESTER.'
               MOVE 12             TO RETURN-CODE
             WHEN OTHER
               PERFORM 0204-00-CHECK-BUDGET
               PERFORM 0303-00-APPROVE-REQUISITION
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-CANCEL-REQUISITION.

           PERFORM 0301-00-SELECT-REQUISITION.
           PERFORM 0501-00-READ-USER.

           EVALUATE TRUE
             WHEN NOT WS-REQ-FOUND
               DISPLAY 'REQUISITION ' WS-ID-REQUISITION
                       ' NOT FOUND.'
               MOVE 12             TO RETURN-CODE
             WHEN NOT WS-RQ-PENDING AND
                  NOT WS-RQ-OPEN
               DISPLAY 'REQUISITION ' WS-ID-REQUISITION
                       ' IS ALREADY CLOSED (STATUS '
                       WS-RQ-STATUS ')'
               MOVE 12             TO RETURN-CODE
             WHEN NOT WS-USER-FOUND     OR
                  FD-UP-AUTORIDADE NOT EQUAL 'S' OR
                  FD-UP-SITUACAO   EQUAL 'D'     OR
                  FD-UP-BLOQUEADO  EQUAL 'S'
               DISPLAY 'USER ' WS-USUARIO
                       ' IS NOT AN ACTIVE SUPERVISOR.'
               MOVE 12             TO RETURN-CODE
             WHEN OTHER
               PERFORM 0304-00-CANCEL-REQUISITION
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-CHECK-BUDGET.

           MOVE WS-RQ-ID-DEPT      TO WS-HC-ID-DEPT.

           PERFORM 0307-00-SELECT-HEADCOUNT.

           IF  SQLCODE             EQUAL +100
               DISPLAY 'WARNING: DEPARTMENT ' WS-HC-ID-DEPT
                       ' HAS NO BUDGET FOR YEAR ' WS-RUN-YEAR
               MOVE 4              TO RETURN-CODE
           ELSE
               COMPUTE WS-HC-PROJECTED =
                   WS-HC-ACTUAL + WS-HC-OPEN + 1

               IF  WS-HC-PROJECTED GREATER WS-HC-BUDGET
                   DISPLAY 'WARNING: DEPARTMENT ' WS-HC-ID-DEPT
                           ' GOES ABOVE ITS BUDGETED HEADCOUNT'
                   MOVE WS-HC-BUDGET
                                   TO WS-FMT-CNT
                   DISPLAY '         BUDGETED HEADCOUNT.: ' WS-FMT-CNT
                   MOVE WS-HC-ACTUAL
                                   TO WS-FMT-CNT
                   DISPLAY '         ACTUAL HEADCOUNT...: ' WS-FMT-CNT
                   MOVE WS-HC-PROJECTED
                                   TO WS-FMT-CNT
                   DISPLAY '         WITH OPEN REQUISIT.: ' WS-FMT-CNT
                   MOVE 4          TO RETURN-CODE
               END-IF
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-MONTHLY-REPORT.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*  HIRING REQUISITIONS FOR MONTH ' WS-RUN-YEAR
                   '-' WS-RUN-MONTH '       *'.
           DISPLAY '*----------------------------------------------*'.

           DISPLAY ' '.
           DISPLAY 'OPEN REQUISITIONS ON ' WS-RUN-DATE.
           DISPLAY 'REQUIS DPT JOB  GR  BUDGET SALARY  SINCE     '
                   '   DAYS STATUS'.

           PERFORM 0401-00-OPEN-CSR-OPEN.

           PERFORM 0206-00-REPORT-OPEN
             UNTIL SQLCODE         EQUAL +100.

           PERFORM 0403-00-CLOSE-CSR-OPEN.

           MOVE WS-COUNT-OPEN      TO WS-FMT-CNT.
           DISPLAY 'OPEN.............: ' WS-FMT-CNT.
           MOVE WS-COUNT-PENDING   TO WS-FMT-CNT.
           DISPLAY 'AWAITING APPROVAL: ' WS-FMT-CNT.

           DISPLAY ' '.
           DISPLAY 'REQUISITIONS FILLED FROM ' WS-MONTH-START
                   ' TO ' WS-RUN-DATE.
           DISPLAY 'REQUIS DPT JOB  EMPL FILLED ON   DAYS TO FILL'.

           PERFORM 0404-00-OPEN-CSR-FILLED.

           PERFORM 0207-00-REPORT-FILLED
             UNTIL SQLCODE         EQUAL +100.

           PERFORM 0406-00-CLOSE-CSR-FILLED.

           MOVE WS-COUNT-FILLED    TO WS-FMT-CNT.
           DISPLAY 'FILLED...........: ' WS-FMT-CNT.

           IF  WS-COUNT-FILLED     GREATER ZEROS
               COMPUTE WS-AVG-DAYS-FILL ROUNDED =
                   WS-SUM-DAYS-FILL / WS-COUNT-FILLED
               MOVE WS-AVG-DAYS-FILL
                                   TO WS-FMT-AVG
               DISPLAY 'AVERAGE DAYS.....: ' WS-FMT-AVG
           END-IF.

           DISPLAY ' '.
           DISPLAY 'DEPARTMENTS ABOVE BUDGETED HEADCOUNT, YEAR '
                   WS-RUN-YEAR.
           DISPLAY 'DPT BUDGET ACTUAL   OPEN  HIRED IN MONTH'.

           PERFORM 0407-00-OPEN-CSR-BUDGET.

           PERFORM 0208-00-REPORT-BUDGET
             UNTIL SQLCODE         EQUAL +100.

           PERFORM 0409-00-CLOSE-CSR-BUDGET.

           MOVE WS-COUNT-OVER      TO WS-FMT-CNT.
           DISPLAY 'DEPARTMENTS......: ' WS-FMT-CNT.

       0205-00-EXIT.
           EXIT.

       0206-00-REPORT-OPEN.

           IF  WS-RQ-PENDING
               MOVE 'AWAITING APPROVAL'
                                   TO WS-STATUS-TEXT
               ADD 1               TO WS-COUNT-PENDING
           ELSE
               MOVE 'OPEN'         TO WS-STATUS-TEXT
               ADD 1               TO WS-COUNT-OPEN
           END-IF.

           MOVE WS-RQ-ID           TO WS-FMT-REQUISITION.
           MOVE WS-RQ-BUDGET-SALARY
                                   TO WS-FMT-MONEY.
           MOVE WS-RQ-DAYS         TO WS-FMT-DAYS.

           DISPLAY WS-FMT-REQUISITION ' ' WS-RQ-ID-DEPT ' '
                   WS-RQ-JOB-CODE ' ' WS-RQ-GRADE ' '
                   WS-FMT-MONEY '  ' WS-RQ-DATE ' '
                   WS-FMT-DAYS ' ' WS-STATUS-TEXT.

           PERFORM 0402-00-FETCH-CSR-OPEN.

       0206-00-EXIT.
           EXIT.

       0207-00-REPORT-FILLED.

           ADD 1                   TO WS-COUNT-FILLED.
           ADD WS-RQ-DAYS          TO WS-SUM-DAYS-FILL.

           MOVE WS-RQ-ID           TO WS-FMT-REQUISITION.
           MOVE WS-RQ-DAYS         TO WS-FMT-DAYS.

           DISPLAY WS-FMT-REQUISITION ' ' WS-RQ-ID-DEPT ' '
                   WS-RQ-JOB-CODE ' ' WS-RQ-ID-EMPLOYEE ' '
                   WS-RQ-DATE ' ' WS-FMT-DAYS.

           PERFORM 0405-00-FETCH-CSR-FILLED.

       0207-00-EXIT.
           EXIT.

       0208-00-REPORT-BUDGET.

           COMPUTE WS-HC-PROJECTED =
               WS-HC-ACTUAL + WS-HC-OPEN.

           IF  WS-HC-PROJECTED     GREATER WS-HC-BUDGET
               ADD 1               TO WS-COUNT-OVER
               MOVE WS-HC-BUDGET   TO WS-FMT-BUDGET
               MOVE WS-HC-ACTUAL   TO WS-FMT-CNT
               MOVE WS-HC-OPEN     TO WS-FMT-OPEN
               MOVE WS-HC-HIRED    TO WS-FMT-HIRED
               IF  WS-HC-ACTUAL    GREATER WS-HC-BUDGET
                   DISPLAY WS-HC-ID-DEPT ' ' WS-FMT-BUDGET ' '
                           WS-FMT-CNT ' ' WS-FMT-OPEN ' '
                           WS-FMT-HIRED '  ** ABOVE BUDGET **'
               ELSE
                   DISPLAY WS-HC-ID-DEPT ' ' WS-FMT-BUDGET ' '
                           WS-FMT-CNT ' ' WS-FMT-OPEN ' '
                           WS-FMT-HIRED '  ** ABOVE WHEN FILLED **'
               END-IF
           END-IF.

           PERFORM 0408-00-FETCH-CSR-BUDGET.

       0208-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-DB2                 SECTION.
      *----------------------------------------------------------------*

       0301-00-SELECT-REQUISITION.

           MOVE 'N'                TO WS-REQ-FOUND-IND.

           EXEC SQL
               SELECT ID_DEPT
                    , JOB_CODE
                    , STATUS
                    , REQUESTED_BY
                 INTO :WS-RQ-ID-DEPT
                    , :WS-RQ-JOB-CODE
                    , :WS-RQ-STATUS
                    , :WS-RQ-REQUESTED-BY
                 FROM EAD625.REQUISITION
                WHERE ID_REQUISITION = :WS-ID-REQUISITION
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               MOVE 'Y'            TO WS-REQ-FOUND-IND
             WHEN +100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0301-00-SELECT-REQUISITION.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-INSERT-REQUISITION.

           EXEC SQL
               SELECT COALESCE(MAX(ID_REQUISITION), 0) + 1
                 INTO :WS-NEXT-REQUISITION
                 FROM EAD625.REQUISITION
           END-EXEC.

           IF  SQLCODE             NOT EQUAL ZEROS
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0302-00-INSERT-REQUISITION.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-NEXT-REQUISITION
                                   TO WS-ID-REQUISITION.

           EXEC SQL
               INSERT INTO EAD625.REQUISITION
                      (ID_REQUISITION, ID_DEPT, JOB_CODE, GRADE,
                       BUDGET_SALARY, STATUS, REQUESTED_BY,
                       REQUESTED_ON)
               VALUES (:WS-ID-REQUISITION
                     , :WS-ID-DEPT
                     , :WS-JOB-CODE
                     , :WS-JG-GRADE
                     , :WS-BUDGET-SALARY
                     , 'P'
                     , :WS-USUARIO
                     , DATE(:WS-RUN-DATE))
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               DISPLAY 'REQUISITION ' WS-ID-REQUISITION
                       ' REQUESTED FOR DEPARTMENT ' WS-ID-DEPT
                       ', AWAITING APPROVAL'
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0302-00-INSERT-REQUISITION.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-APPROVE-REQUISITION.

           EXEC SQL
               UPDATE EAD625.REQUISITION
                  SET STATUS      = 'O'
                    , APPROVED_BY = :WS-USUARIO
                    , APPROVED_ON = DATE(:WS-RUN-DATE)
                WHERE ID_REQUISITION = :WS-ID-REQUISITION
                  AND STATUS         = 'P'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               DISPLAY 'REQUISITION ' WS-ID-REQUISITION
                       ' APPROVED BY ' WS-USUARIO
             WHEN +100
               DISPLAY 'REQUISITION NOT FOUND.'
               MOVE 12             TO RETURN-CODE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0303-00-APPROVE-REQUISITION.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

       0304-00-CANCEL-REQUISITION.

           EXEC SQL
               UPDATE EAD625.REQUISITION
                  SET STATUS    = 'C'
                    , CLOSED_BY = :WS-USUARIO
                    , CLOSED_ON = DATE(:WS-RUN-DATE)
                WHERE ID_REQUISITION = :WS-ID-REQUISITION
                  AND STATUS         IN ('P', 'O')
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               DISPLAY 'REQUISITION ' WS-ID-REQUISITION
                       ' CANCELLED BY ' WS-USUARIO
             WHEN +100
               DISPLAY 'REQUISITION NOT FOUND.'
               MOVE 12             TO RETURN-CODE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0304-00-CANCEL-REQUISITION.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0304-00-EXIT.
           EXIT.

       0305-00-SELECT-DEPARTMENT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-DEPT-COUNT
                 FROM EAD625.DEPARTMENT
                WHERE ID_DEPT = :WS-ID-DEPT
                  AND STATUS  = 'A'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0305-00-SELECT-DEPARTMENT.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0305-00-EXIT.
           EXIT.

       0306-00-SELECT-JOB-GRADE.

           MOVE 'N'                TO WS-JOB-FOUND-IND.

           EXEC SQL
               SELECT GRADE
                    , SALARY_FLOOR
                    , SALARY_CEILING
                 INTO :WS-JG-GRADE
                    , :WS-JG-FLOOR
                    , :WS-JG-CEILING
                 FROM EAD625.JOB_GRADE
                WHERE JOB_CODE = :WS-JOB-CODE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               MOVE 'Y'            TO WS-JOB-FOUND-IND
             WHEN +100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0306-00-SELECT-JOB-GRADE.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0306-00-EXIT.
           EXIT.

       0307-00-SELECT-HEADCOUNT.

           EXEC SQL
               SELECT BUDGET_HEADCOUNT
                 INTO :WS-HC-BUDGET
                 FROM EAD625.DEPT_BUDGET
                WHERE ID_DEPT     = :WS-HC-ID-DEPT
                  AND BUDGET_YEAR = :WS-RUN-YEAR
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               EXEC SQL
                   SELECT (SELECT COUNT(*)
                             FROM EAD625.EMPLOYEE
                            WHERE ID_DEPT = :WS-HC-ID-DEPT)
                        , (SELECT COUNT(*)
                             FROM EAD625.REQUISITION
                            WHERE ID_DEPT = :WS-HC-ID-DEPT
                              AND STATUS  = 'O')
                     INTO :WS-HC-ACTUAL
                        , :WS-HC-OPEN
                     FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF  SQLCODE         NOT EQUAL ZEROS
                   MOVE SQLCODE    TO WS-FMT-SQLCODE
                   DISPLAY ' ERROR FOUND IN 0307-00-SELECT-HEADCOUNT.'
                           ' (SQLCODE: ' WS-FMT-SQLCODE ')'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN +100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0307-00-SELECT-HEADCOUNT.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0307-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0400-00-CURSORS             SECTION.
      *----------------------------------------------------------------*

       0401-00-OPEN-CSR-OPEN.

           EXEC SQL
               OPEN CSR-OPEN
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               PERFORM 0402-00-FETCH-CSR-OPEN
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0401-00-OPEN-CSR-OPEN.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0401-00-EXIT.
           EXIT.

       0402-00-FETCH-CSR-OPEN.

           EXEC SQL
               FETCH CSR-OPEN
                INTO :WS-RQ-ID
                   , :WS-RQ-ID-DEPT
                   , :WS-RQ-JOB-CODE
                   , :WS-RQ-GRADE
                   , :WS-RQ-BUDGET-SALARY
                   , :WS-RQ-STATUS
                   , :WS-RQ-DATE
                   , :WS-RQ-DAYS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
             WHEN +100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0402-00-FETCH-CSR-OPEN.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0402-00-EXIT.
           EXIT.

       0403-00-CLOSE-CSR-OPEN.

           EXEC SQL
               CLOSE CSR-OPEN
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0403-00-CLOSE-CSR-OPEN.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0403-00-EXIT.
           EXIT.

       0404-00-OPEN-CSR-FILLED.

           EXEC SQL
               OPEN CSR-FILLED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               PERFORM 0405-00-FETCH-CSR-FILLED
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0404-00-OPEN-CSR-FILLED.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0404-00-EXIT.
           EXIT.

       0405-00-FETCH-CSR-FILLED.

           EXEC SQL
               FETCH CSR-FILLED
                INTO :WS-RQ-ID
                   , :WS-RQ-ID-DEPT
                   , :WS-RQ-JOB-CODE
                   , :WS-RQ-ID-EMPLOYEE
                   , :WS-RQ-DATE
                   , :WS-RQ-DAYS
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
             WHEN +100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0405-00-FETCH-CSR-FILLED.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0405-00-EXIT.
           EXIT.

       0406-00-CLOSE-CSR-FILLED.

           EXEC SQL
               CLOSE CSR-FILLED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0406-00-CLOSE-CSR-FILLED.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0406-00-EXIT.
           EXIT.

       0407-00-OPEN-CSR-BUDGET.

           EXEC SQL
               OPEN CSR-BUDGET
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               PERFORM 0408-00-FETCH-CSR-BUDGET
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0407-00-OPEN-CSR-BUDGET.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0407-00-EXIT.
           EXIT.

       0408-00-FETCH-CSR-BUDGET.

           EXEC SQL
               FETCH CSR-BUDGET
                INTO :WS-HC-ID-DEPT
                   , :WS-HC-BUDGET
                   , :WS-HC-ACTUAL
                   , :WS-HC-OPEN
                   , :WS-HC-HIRED
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
             WHEN +100
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0408-00-FETCH-CSR-BUDGET.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0408-00-EXIT.
           EXIT.

       0409-00-CLOSE-CSR-BUDGET.

           EXEC SQL
               CLOSE CSR-BUDGET
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0409-00-CLOSE-CSR-BUDGET.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0409-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0500-00-USRPROF             SECTION.
      *----------------------------------------------------------------*

       0501-00-READ-USER.

           MOVE 'N'                TO WS-USER-FOUND-IND.

           MOVE WS-USUARIO         TO FD-UP-USUARIO.

           READ USRPROF.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               MOVE 'Y'            TO WS-USER-FOUND-IND
             WHEN '23'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0501-00-READ-USER'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0501-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  WS-USRPROF-OPEN
               CLOSE USRPROF
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
