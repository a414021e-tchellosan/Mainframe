      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62669.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62669                                     *
      *   LANGUAGE      : COBOL/DB2                                    *
      *   TARGET        : MAINTAIN THE LINK BETWEEN A CICS SIGN-ON     *
      *                   USER AND THE EMPLOYEE WHO OWNS IT            *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE LINK TELLS THE ONLINE SCREENS WHICH EMPLOYEE IS SIGNED   *
      *   ON, E.G. SO THAT ONLY THE EMPLOYEE'S OWN MANAGER (COLUMN     *
      *   EAD625.EMPLOYEE.MANAGER) MAY ENTER THE APPRAISAL (EAD625C4). *
      *   A USER IS LINKED TO ONE EMPLOYEE, WHO MUST BE ON FILE.       *
      *                                                                *
      *   TABLE EAD625.USER_EMPLOYEE:                                  *
      *     USUARIO CHAR(8), ID_EMPLOYEE CHAR(4)                       *
      *     PRIMARY KEY (USUARIO)                                      *
      *                                                                *
      *   SYSIN: FUNCTION (I INSERT / U UPDATE / D DELETE)             *
      *          USER, EMPLOYEE                                        *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
       CONFIGURATION               SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62669'.

       01  WS-SYSIN.
           03  WS-FUNCTION         PIC X(1)            VALUE SPACES.
               88  WS-INSERT                           VALUE 'I'.
               88  WS-UPDATE                           VALUE 'U'.
               88  WS-DELETE                           VALUE 'D'.
           03  WS-USUARIO          PIC X(8)            VALUE SPACES.
           03  WS-ID-EMPLOYEE      PIC X(4)            VALUE SPACES.

       77  WS-EMP-COUNT            PIC S9(9)  COMP     VALUE ZEROS.

       77  WS-FMT-SQLCODE          PIC -9(3)           VALUE ZEROS.

      *----------------------------------------------------------------*
      *  DB2 AREA                                                      *
      *----------------------------------------------------------------*

           EXEC SQL
               INCLUDE SQLCA
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
             WHEN WS-USUARIO       EQUAL SPACES
               DISPLAY 'USER NOT INFORMED'
               MOVE 12             TO RETURN-CODE
             WHEN WS-INSERT
               PERFORM 0204-00-CHECK-EMPLOYEE
               IF  RETURN-CODE     EQUAL ZEROS
                   PERFORM 0201-00-INSERT-LINK
               END-IF
             WHEN WS-UPDATE
               PERFORM 0204-00-CHECK-EMPLOYEE
               IF  RETURN-CODE     EQUAL ZEROS
                   PERFORM 0202-00-UPDATE-LINK
               END-IF
             WHEN WS-DELETE
               PERFORM 0203-00-DELETE-LINK
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
           ACCEPT WS-USUARIO       FROM SYSIN.
           ACCEPT WS-ID-EMPLOYEE   FROM SYSIN.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-INSERT-LINK.

           EXEC SQL
               INSERT INTO EAD625.USER_EMPLOYEE
               VALUES (:WS-USUARIO
                     , :WS-ID-EMPLOYEE)
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               DISPLAY 'USER ' WS-USUARIO
                       ' LINKED TO EMPLOYEE ' WS-ID-EMPLOYEE
             WHEN -803
               DISPLAY 'USER ' WS-USUARIO ' IS ALREADY LINKED'
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0201-00-INSERT-LINK.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0201-00-EXIT.
           EXIT.

       0202-00-UPDATE-LINK.

           EXEC SQL
               UPDATE EAD625.USER_EMPLOYEE
                  SET ID_EMPLOYEE = :WS-ID-EMPLOYEE
                WHERE USUARIO     = :WS-USUARIO
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               DISPLAY 'USER ' WS-USUARIO
                       ' NOW LINKED TO EMPLOYEE ' WS-ID-EMPLOYEE
             WHEN +100
               DISPLAY 'LINK NOT FOUND.'
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0202-00-UPDATE-LINK.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-DELETE-LINK.

           EXEC SQL
               DELETE FROM EAD625.USER_EMPLOYEE
                WHERE USUARIO = :WS-USUARIO
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               DISPLAY 'LINK ERASED FOR USER ' WS-USUARIO
             WHEN +100
               DISPLAY 'LINK NOT FOUND.'
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0203-00-DELETE-LINK.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-CHECK-EMPLOYEE.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-EMP-COUNT
                 FROM EAD625.EMPLOYEE
                WHERE ID_EMPLOYEE = :WS-ID-EMPLOYEE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               IF  WS-EMP-COUNT    EQUAL ZEROS
                   DISPLAY 'EMPLOYEE ' WS-ID-EMPLOYEE ' NOT FOUND.'
                   MOVE 12         TO RETURN-CODE
               END-IF
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0204-00-CHECK-EMPLOYEE.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
