      *   ARCHIVE INDEX (KEY, ARCHIVE DATE, GENERATION NUMBER, LAST    *
      *   BALANCE); A RESTORE APPENDS A GENERATION-0000 MARKER, SO     *
      *   THE EAD62584 LOOKUP DRIVER ALWAYS SEES THE LATEST STATE.     *
      *   A RESTORE IS REFUSED WHEN THE LATEST ENTRY IS GENERATION     *
      *   9999 (BALANCE ESCHEATED BY EAD62635).                        *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.

       77  WS-FS-ARCHIDX           PIC X(2)            VALUE ZEROS.
       77  WS-GENERATION           PIC 9(4)            VALUE ZEROS.
       77  WS-IDX-GENERATION       PIC 9(4)            VALUE ZEROS.
       77  WS-IDX-DATE             PIC 9(8)            VALUE ZEROS.

       01  WS-RESTORE-KEY.
           03  WS-RK-BRANCH        PIC X(4)            VALUE SPACES.
               ACCEPT WS-GENERATION
                                   FROM SYSIN
               IF  WS-GENERATION   NOT NUMERIC OR
                   WS-GENERATION   EQUAL ZEROS OR
                   WS-GENERATION   EQUAL 9999
                   DISPLAY ' GENERATION NUMBER PARAMETER INVALID'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
             WHEN WS-FUNC-RESTORE
               ACCEPT WS-RESTORE-KEY
                                   FROM SYSIN
               PERFORM 0106-00-CHECK-ESCHEATED
             WHEN OTHER
               DISPLAY ' FUNCTION PARAMETER INVALID: ' WS-FUNCTION
               MOVE 12             TO RETURN-CODE
       0105-00-EXIT.
           EXIT.

       0106-00-CHECK-ESCHEATED.

      *    AN ACCOUNT WHOSE LAST INDEX ENTRY IS GENERATION 9999 HAD
      *    ITS BALANCE ESCHEATED (EAD62635); ITS ARCHIVE RECORD STILL
      *    SHOWS THE OLD BALANCE AND MUST NOT RETURN TO THE MASTER.

           MOVE ZEROS              TO WS-IDX-GENERATION.

           OPEN INPUT ARCHIDX.

           IF  WS-FS-ARCHIDX       EQUAL '00'
               PERFORM UNTIL WS-FS-ARCHIDX NOT EQUAL '00'
                   READ ARCHIDX
                   IF  WS-FS-ARCHIDX EQUAL '00' AND
                       FD-IX-CLIENT-KEY EQUAL WS-RESTORE-KEY
                       MOVE FD-IX-GENERATION
                                   TO WS-IDX-GENERATION
                       MOVE FD-IX-ARCHIVE-DATE
                                   TO WS-IDX-DATE
                   END-IF
               END-PERFORM
               CLOSE ARCHIDX
           END-IF.

           IF  WS-IDX-GENERATION   EQUAL 9999
               DISPLAY ' KEY ' WS-RESTORE-KEY
                       ' WAS ESCHEATED ON ' WS-IDX-DATE
                       ' - NOT RESTORED'
               MOVE 8              TO RETURN-CODE
               STOP RUN
           END-IF.

       0106-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
