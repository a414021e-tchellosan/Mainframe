      *   PROGRAM       : EAD62566                                     *
      *   LANGUAGE      : COBOL/DB2                                    *
      *   TARGET        : GENERATE MERIT-RAISE PROPOSALS FROM THE      *
      *                   SALARY BAND AND THE APPRAISAL RATING, FOR    *
      *                   HR REVIEW BEFORE EAD62567 APPLIES THEM       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   MERIT MATRIX (PERCENT) BY APPRAISAL RATING:                  *
      *                    1     2     3     4     5                   *
      *     UNDER 3000     0     3     5     7     9                   *
      *     3000-6000      0     2     4     6     8                   *
      *     OVER 6000      0     1     3     4     6                   *
      *                                                                *
      *   THE RATING IS THE MANAGER'S APPRAISAL FOR THE REVIEW YEAR    *
      *   (TABLE EAD625.APPRAISAL, ENTERED ONLINE THROUGH EAD625C4).   *
      *   AN EMPLOYEE WITH NO APPRAISAL FOR THE YEAR GETS NO PROPOSAL  *
      *   AND IS LISTED ON EXCEPTNS INSTEAD (RETURN CODE 4).           *
      *                                                                *
      *   PROPOSALS ARE WRITTEN WITH STATUS P (PENDING); HR FLIPS      *
      *   THE FLAG TO A (APPROVED) BEFORE THE APPLY RUN.               *
      *                                                                *
      *   SYSIN: RUN DATE (YYYYMMDD)                                   *
      *          REVIEW YEAR (YYYY, DEFAULT THE YEAR BEFORE THE RUN)   *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
           SELECT PROPOSALS        ASSIGN TO DA-S-PROPOSALS
               FILE STATUS         IS WS-FS-PROPOSALS.

           SELECT EXCEPTNS         ASSIGN TO DA-S-EXCEPTNS.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
           03  FD-PP-PERCENT       PIC 9(2)V9(2).
           03  FD-PP-STATUS        PIC X(1).

       FD  EXCEPTNS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-EXCEPTNS            PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

           03  WS-RUN-YEAR         PIC 9(4).
           03  FILLER              PIC 9(4).

       01  WS-REVIEW-YEAR          PIC X(4)            VALUE SPACES.
       01  WS-REVIEW-YEAR-N            REDEFINES WS-REVIEW-YEAR
                                   PIC 9(4).

       01  WS-EMPLOYEE-ROW.
           03  WS-EM-ID            PIC X(4)            VALUE SPACES.
           03  WS-EM-SALARY        PIC S9(6)V9(2) COMP-3
                                                       VALUE ZEROS.
           03  WS-EM-RATING        PIC S9(4)  COMP     VALUE ZEROS.

       77  WS-MERIT-PCT            PIC 9(2)V9(2)       VALUE ZEROS.
       77  WS-NEW-SALARY           PIC 9(6)V9(2)       VALUE ZEROS.
       77  WS-TOTAL-COST           PIC 9(9)V9(2)       VALUE ZEROS.

       77  WS-COUNT-PROPOSED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-EXCEPTIONS     PIC 9(5)            VALUE ZEROS.

       01  WS-EXC-LINE.
           03  FILLER              PIC X(10)           VALUE
           'EMPLOYEE: '.
           03  WS-EX-EMPLOYEE      PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(9)            VALUE
           ' SALARY: '.
           03  WS-EX-SALARY        PIC ZZZ.ZZ9,99      VALUE ZEROS.
           03  FILLER              PIC X(26)           VALUE
           ' NO APPRAISAL FOR REVIEW  '.
           03  WS-EX-YEAR          PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(17)           VALUE SPACES.

       77  WS-FMT-SQLCODE          PIC -9(3)           VALUE ZEROS.
       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

           EXEC SQL
               DECLARE CSR-MERIT CURSOR FOR
                SELECT E.ID_EMPLOYEE
                     , E.SALARY
                     , COALESCE(A.RATING, 0)
                  FROM EAD625.EMPLOYEE E
                  LEFT JOIN EAD625.APPRAISAL A
                    ON A.ID_EMPLOYEE = E.ID_EMPLOYEE
                   AND A.REVIEW_YEAR = :WS-REVIEW-YEAR
                 ORDER BY E.ID_EMPLOYEE
           END-EXEC.

      *================================================================*
       0101-00-INITIAL.

           ACCEPT WS-RUN-DATE      FROM SYSIN.
           ACCEPT WS-REVIEW-YEAR   FROM SYSIN.

           IF  WS-REVIEW-YEAR      NOT NUMERIC
               COMPUTE WS-REVIEW-YEAR-N = WS-RUN-YEAR - 1
           END-IF.

           DISPLAY 'MERIT PROPOSALS FOR REVIEW YEAR ' WS-REVIEW-YEAR.

           OPEN OUTPUT PROPOSALS
                       EXCEPTNS.

           EVALUATE WS-FS-PROPOSALS
             WHEN '00'

       0201-00-CENTRAL-PROCESSING.

      *    A RATING OF ZERO COMES FROM THE COALESCE: NO APPRAISAL WAS
      *    RECORDED FOR THE REVIEW YEAR.

           IF  WS-EM-RATING        EQUAL ZEROS
               PERFORM 0204-00-WRITE-EXCEPTION
           ELSE
               PERFORM 0203-00-MERIT-MATRIX
               PERFORM 0202-00-WRITE-PROPOSAL
           END-IF.

           PERFORM 0301-00-FETCH-EMPLOYEE.

       0201-00-EXIT.
           EXIT.

       0202-00-WRITE-PROPOSAL.

           COMPUTE WS-NEW-SALARY ROUNDED =
               WS-EM-SALARY + (WS-EM-SALARY * WS-MERIT-PCT / 100).
               ADD 1               TO WS-COUNT-PROPOSED
               ADD WS-COST         TO WS-TOTAL-COST
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-WRITE-PROPOSAL'
                                    ' FILE STATUS: ' WS-FS-PROPOSALS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.


           EVALUATE TRUE
             WHEN WS-EM-SALARY     LESS 3000
               EVALUATE WS-EM-RATING
                 WHEN 1
                   MOVE 00,00      TO WS-MERIT-PCT
                 WHEN 2
                   MOVE 03,00      TO WS-MERIT-PCT
                 WHEN 3
                   MOVE 05,00      TO WS-MERIT-PCT
                 WHEN 4
                   MOVE 07,00      TO WS-MERIT-PCT
                 WHEN OTHER
                   MOVE 09,00      TO WS-MERIT-PCT
               END-EVALUATE

             WHEN WS-EM-SALARY     NOT GREATER 6000
               EVALUATE WS-EM-RATING
                 WHEN 1
                   MOVE 00,00      TO WS-MERIT-PCT
                 WHEN 2
                   MOVE 02,00      TO WS-MERIT-PCT
                 WHEN 3
                   MOVE 04,00      TO WS-MERIT-PCT
                 WHEN 4
                   MOVE 06,00      TO WS-MERIT-PCT
                 WHEN OTHER
                   MOVE 08,00      TO WS-MERIT-PCT
               END-EVALUATE

             WHEN OTHER
               EVALUATE WS-EM-RATING
                 WHEN 1
                   MOVE 00,00      TO WS-MERIT-PCT
                 WHEN 2
                   MOVE 01,00      TO WS-MERIT-PCT
                 WHEN 3
                   MOVE 03,00      TO WS-MERIT-PCT
                 WHEN 4
                   MOVE 04,00      TO WS-MERIT-PCT
                 WHEN OTHER
                   MOVE 06,00      TO WS-MERIT-PCT
               END-EVALUATE
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-WRITE-EXCEPTION.

           MOVE WS-EM-ID           TO WS-EX-EMPLOYEE.
           MOVE WS-EM-SALARY       TO WS-EX-SALARY.
           MOVE WS-REVIEW-YEAR     TO WS-EX-YEAR.

           WRITE REG-EXCEPTNS      FROM WS-EXC-LINE.

           ADD 1                   TO WS-COUNT-EXCEPTIONS.
           MOVE 4                  TO RETURN-CODE.

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-FETCH               SECTION.
      *----------------------------------------------------------------*
               FETCH CSR-MERIT
                INTO :WS-EM-ID
                   , :WS-EM-SALARY
                   , :WS-EM-RATING
           END-EXEC.

           EVALUATE SQLCODE
               CLOSE CSR-MERIT
           END-EXEC.

           CLOSE PROPOSALS
                 EXCEPTNS.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
           MOVE WS-COUNT-PROPOSED  TO WS-FMT-AMOUNT
           DISPLAY '*  PROPOSALS.....: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-EXCEPTIONS
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NOT APPRAISED.: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-TOTAL-COST      TO WS-FMT-MONEY
           DISPLAY '*  PROPOSED COST.: ' WS-FMT-MONEY.
           DISPLAY '*                                              *'.
