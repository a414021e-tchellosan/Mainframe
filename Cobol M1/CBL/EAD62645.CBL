      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62645.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62645                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : SET THE DISPUTE FLAG ON THE AR OPEN ITEMS    *
      *                   FROM THE COLLECTIONS DESK DISPUTE LIST       *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE DISPUTE LIST (DISPUTES) HOLDS ONE LINE PER INVOICE THE   *
      *   CUSTOMER IS CONTESTING; THE DESK DELETES THE LINE WHEN THE   *
      *   DISPUTE IS SETTLED.  THE SUBLEDGER IS COPIED TO A NEW        *
      *   GENERATION WITH THE FLAG SET (D) ON EVERY LISTED INVOICE     *
      *   AND CLEARED ON ALL OTHERS, SO THE LIST IS ALWAYS THE WHOLE   *
      *   TRUTH.  A DISPUTED ITEM GETS NO DUNNING LETTER (EAD62646).   *
      *                                                                *
      *   RC=04: A LISTED INVOICE IS NOT AN OPEN ITEM (LISTED ON       *
      *   SYSOUT - PAID, CLOSED OR MISTYPED).                          *
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

           SELECT AROPENO          ASSIGN TO DA-S-AROPENO
               FILE STATUS         IS WS-FS-AROPENO.

           SELECT DISPUTES         ASSIGN TO DA-S-DISPUTES
               FILE STATUS         IS WS-FS-DISPUTES.

           SELECT AROPENN          ASSIGN TO DA-S-AROPENN
               FILE STATUS         IS WS-FS-AROPENN.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  AROPENO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-AROPENO.
           03  FD-AO-INVOICE       PIC 9(6).
           03  FD-AO-YEAR          PIC 9(4).
           03  FD-AO-MONTH         PIC 9(2).
           03  FD-AO-SELLER        PIC 9(2).
           03  FD-AO-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-AO-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FD-AO-STATUS        PIC X(1).
           03  FD-AO-CUSTOMER      PIC 9(6).
           03  FD-AO-DISPUTE       PIC X(1).

       FD  DISPUTES
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DISPUTES.
           03  FD-DS-INVOICE       PIC 9(6).
           03  FD-DS-OPENED        PIC 9(8).
           03  FD-DS-REASON        PIC X(40).
           03  FILLER              PIC X(26).

       FD  AROPENN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-AROPENN.
           03  FD-AN-INVOICE       PIC 9(6).
           03  FD-AN-YEAR          PIC 9(4).
           03  FD-AN-MONTH         PIC 9(2).
           03  FD-AN-SELLER        PIC 9(2).
           03  FD-AN-ORIG-VALUE    PIC 9(6)V9(2).
           03  FD-AN-OPEN-BALANCE  PIC S9(8)V9(2).
           03  FD-AN-STATUS        PIC X(1).
           03  FD-AN-CUSTOMER      PIC 9(6).
           03  FD-AN-DISPUTE       PIC X(1).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62645'.

       77  WS-FS-AROPENO           PIC X(2)            VALUE ZEROS.
       77  WS-FS-DISPUTES          PIC X(2)            VALUE ZEROS.
       77  WS-FS-AROPENN           PIC X(2)            VALUE ZEROS.

       77  WS-READ-AROPENO         PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-AROPENN        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-DISPUTED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNMATCHED      PIC 9(5)            VALUE ZEROS.

       77  WS-DISP-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-DISP-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-DISP-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-DISPUTE-TABLE.
           03  WS-DS-ENTRY         OCCURS 1000 TIMES.
               05  WS-DS-INVOICE   PIC 9(6).
               05  WS-DS-MATCHED   PIC X(1).

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
             UNTIL WS-FS-AROPENO   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           PERFORM 0102-00-LOAD-DISPUTES.

           OPEN INPUT AROPENO.

           EVALUATE WS-FS-AROPENO
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' OPEN-ITEMS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-AROPENO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT AROPENN.

           PERFORM 0301-00-READ-AROPENO.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-DISPUTES.

           OPEN INPUT DISPUTES.

           EVALUATE WS-FS-DISPUTES
             WHEN '00'
               PERFORM UNTIL WS-FS-DISPUTES EQUAL '10'
                   READ DISPUTES
                   EVALUATE WS-FS-DISPUTES
                     WHEN '00'
                       IF  WS-DISP-COUNT LESS 1000
                           ADD 1   TO WS-DISP-COUNT
                           MOVE FD-DS-INVOICE
                               TO WS-DS-INVOICE(WS-DISP-COUNT)
                           MOVE 'N'
                               TO WS-DS-MATCHED(WS-DISP-COUNT)
                       ELSE
                           DISPLAY ' DISPUTE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-DISPUTES'
                                    ' FILE STATUS: ' WS-FS-DISPUTES
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE DISPUTES
             WHEN '35'
               DISPLAY ' DISPUTE LIST NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-DISPUTES'
                                    ' FILE STATUS: ' WS-FS-DISPUTES
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE REG-AROPENO        TO REG-AROPENN.
           MOVE SPACES             TO FD-AN-DISPUTE.

           IF  FD-AO-STATUS        EQUAL 'O'
               PERFORM 0202-00-FIND-DISPUTE
               IF  WS-DISP-FOUND   GREATER ZEROS
                   MOVE 'D'        TO FD-AN-DISPUTE
                   MOVE 'Y'        TO WS-DS-MATCHED(WS-DISP-FOUND)
                   ADD 1           TO WS-COUNT-DISPUTED
               END-IF
           END-IF.

           PERFORM 0203-00-WRITE-ITEM.

           PERFORM 0301-00-READ-AROPENO.

       0201-00-EXIT.
           EXIT.

       0202-00-FIND-DISPUTE.

           MOVE ZEROS              TO WS-DISP-FOUND.

           PERFORM VARYING WS-DISP-POS FROM 1 BY 1
             UNTIL WS-DISP-POS     GREATER WS-DISP-COUNT
                OR WS-DISP-FOUND   GREATER ZEROS
               IF  WS-DS-INVOICE(WS-DISP-POS)
                                   EQUAL FD-AO-INVOICE
                   MOVE WS-DISP-POS
                                   TO WS-DISP-FOUND
               END-IF
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-ITEM.

           WRITE REG-AROPENN.

           EVALUATE WS-FS-AROPENN
             WHEN '00'
               ADD 1               TO WS-WRITE-AROPENN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0203-00-WRITE-ITEM'
                                    ' FILE STATUS: ' WS-FS-AROPENN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-LIST-UNMATCHED.

           PERFORM VARYING WS-DISP-POS FROM 1 BY 1
             UNTIL WS-DISP-POS     GREATER WS-DISP-COUNT
               IF  WS-DS-MATCHED(WS-DISP-POS)
                                   EQUAL 'N'
                   DISPLAY ' =======> DISPUTED INVOICE '
                           WS-DS-INVOICE(WS-DISP-POS)
                           ' IS NOT AN OPEN ITEM'
                   ADD 1           TO WS-COUNT-UNMATCHED
               END-IF
           END-PERFORM.

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-AROPENO.

           READ AROPENO.

           EVALUATE WS-FS-AROPENO
             WHEN '00'
               ADD 1               TO WS-READ-AROPENO
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-AROPENO'
                                    ' FILE STATUS: ' WS-FS-AROPENO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           PERFORM 0204-00-LIST-UNMATCHED.

           CLOSE AROPENO
                 AROPENN.

           IF  WS-COUNT-UNMATCHED  GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-AROPENO    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  ITEMS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-AROPENN   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE ITEMS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-DISPUTED  TO WS-FMT-AMOUNT
           DISPLAY '*  DISPUTED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-UNMATCHED TO WS-FMT-AMOUNT
           DISPLAY '*  NOT OPEN......: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
