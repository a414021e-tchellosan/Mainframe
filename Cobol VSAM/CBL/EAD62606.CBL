      *   EFFECTIVE DATE ON OR BEFORE THE RUN DATE ARE APPLIED        *
      *   THROUGH THE SAME PATHS AS THE ONLINE TRANSACTIONS:          *
      *     - SALARY CHANGES LAND ON SALHIST LIKE THE EAD62529        *
      *       RAISE RUN, DATED THEIR AGREED EFFECTIVE DATE;           *
      *     - A SALARY CHANGE EFFECTIVE BEFORE THE RUN DATE (A RAISE  *
      *       AGREED LATE) IS ALSO QUEUED ON RETROQ, SO THE NEXT      *
      *       PAYROLL (EAD62560) PAYS THE ARREARS OF THE MONTHS       *
      *       ALREADY CLOSED;                                         *
      *     - DEPARTMENT MOVES LAND ON THE CHGLOG LIKE EAD62558;      *
      *     - THE ENTRY IS MARKED APPLIED (A).                        *
      *   THE NIGHTLY REPORT LISTS WHAT WAS APPLIED AND WHAT IS       *

           SELECT APPLYRPT         ASSIGN TO DA-S-APPLYRPT.

           SELECT RETROQ           ASSIGN TO DA-S-RETROQ
               FILE STATUS         IS WS-FS-RETROQ.

           SELECT BATCHCTL         ASSIGN TO BATCHCTL
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS RANDOM

       01  REG-APPLYRPT            PIC X(70).

       FD  RETROQ
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RETROQ.
           03  FD-RQ-EMPLOYEE      PIC X(3).
           03  FD-RQ-EFFECTIVE     PIC 9(8).
           03  FD-RQ-OLD-SALARY    PIC 9(7)V9(2).
           03  FD-RQ-NEW-SALARY    PIC 9(7)V9(2).
           03  FD-RQ-AUTHORIZER    PIC X(8).
           03  FD-RQ-APPLIED       PIC 9(8).
           03  FILLER              PIC X(5).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-CTL-KEY              PIC X(8)            VALUE '*BATCH*'.
       77  WS-FS-SALHIST           PIC X(2)            VALUE SPACES.
       77  WS-FS-CHGLOG            PIC X(2)            VALUE ZEROS.
       77  WS-FS-RETROQ            PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       77  WS-COUNT-APPLIED        PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-PENDING        PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(4)            VALUE ZEROS.
       77  WS-COUNT-RETRO          PIC 9(4)            VALUE ZEROS.

       77  WS-NEW-SALARY           PIC 9(7)V9(2)       VALUE ZEROS.

           OPEN OUTPUT CHGLOG
                       APPLYRPT.

      *    THE RETRO QUEUE ACCUMULATES UNTIL THE NEXT PAYROLL TAKES
      *    IT, SO IT IS EXTENDED, NOT REWRITTEN.

           OPEN EXTEND RETROQ.

           IF  WS-FS-RETROQ        EQUAL '35'
               OPEN OUTPUT RETROQ
           END-IF.

           EVALUATE WS-FS-RETROQ
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR OPENING RETRO PAY QUEUE'
                       ' FILE STATUS: ' WS-FS-RETROQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE WS-RUN-DATE        TO WS-RH-DATE.
           WRITE REG-APPLYRPT      FROM WS-RPT-HEADER.

               ELSE
                   MOVE FD-ID-EMPLOYEE
                                   TO SH-ID-EMPLOYEE
                   MOVE FD-PD-EFFECTIVE
                                   TO SH-EFFECTIVE
                   MOVE FD-SALARY  TO SH-OLD-SALARY
                   MOVE WS-NEW-SALARY
                       STOP RUN
                   END-EVALUATE

                   IF  FD-PD-EFFECTIVE LESS WS-RUN-DATE
                       PERFORM 0209-00-QUEUE-RETRO
                   END-IF

                   MOVE WS-NEW-SALARY
                                   TO FD-SALARY
                   PERFORM 0205-00-REWRITE-VS001
       0208-00-EXIT.
           EXIT.

       0209-00-QUEUE-RETRO.

      *    THE PAYROLL WORKS OUT WHICH CLOSED MONTHS THE CHANGE
      *    REACHES; HERE IT IS ONLY NOTIFIED OF IT.

           MOVE SPACES             TO REG-RETROQ.
           MOVE FD-ID-EMPLOYEE     TO FD-RQ-EMPLOYEE.
           MOVE FD-PD-EFFECTIVE    TO FD-RQ-EFFECTIVE.
           MOVE FD-SALARY          TO FD-RQ-OLD-SALARY.
           MOVE WS-NEW-SALARY      TO FD-RQ-NEW-SALARY.
           MOVE FD-PD-AUTHORIZER   TO FD-RQ-AUTHORIZER.
           MOVE WS-RUN-DATE        TO FD-RQ-APPLIED.

           WRITE REG-RETROQ.

           EVALUATE WS-FS-RETROQ
             WHEN '00'
               ADD 1               TO WS-COUNT-RETRO
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0209-00-QUEUE-RETRO'
                                    ' FILE STATUS: ' WS-FS-RETROQ
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0209-00-EXIT.
           EXIT.

       0204-00-APPLY-DEPT.

           IF  FD-PD-NEW-VALUE(1:5) EQUAL SPACES
                 VS001
                 SALHIST
                 CHGLOG
                 APPLYRPT
                 RETROQ.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED......: ' WS-FMT-AMOUNT
                                         '                        *'.
           MOVE WS-COUNT-RETRO     TO WS-FMT-AMOUNT
           DISPLAY '*  RETRO QUEUED..: ' WS-FMT-AMOUNT
                                         '                        *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

