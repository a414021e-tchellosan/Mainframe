      *   THE CUMULATIVE INDEX (MAINTAINED BY EAD62536) NAMES THE      *
      *   EAD625.CLIENTS.ARQUIVO GENERATION THAT HOLDS EACH ARCHIVED   *
      *   ACCOUNT; A GENERATION-0000 ENTRY MEANS THE ACCOUNT WAS       *
      *   ALREADY RESTORED, A GENERATION-9999 ENTRY THAT ITS BALANCE   *
      *   WAS ESCHEATED (EAD62635) ON THE DATE SHOWN, SO IT CANNOT BE  *
      *   RESTORED.  THE JOB CONCATENATES THE ARCHIVE                  *
      *   GENERATIONS (OLDEST FIRST) UNDER THE ARCHIVES DD; THE        *
      *   LAST MATCHING RECORD ON THE CONCATENATION IS THE NEWEST      *
      *   SNAPSHOT AND IS MERGED BACK INTO A NEW MASTER GENERATION.    *

       77  WS-IDX-GENERATION       PIC 9(4)            VALUE ZEROS.
       77  WS-IDX-ARCHIVE-DATE     PIC 9(8)            VALUE ZEROS.
       77  WS-IDX-LAST-BALANCE     PIC S9(6)V9(2)      VALUE ZEROS.

       77  WS-REC-FOUND-IND        PIC X(1)            VALUE 'N'.
           88  WS-REC-FOUND                            VALUE 'Y'.
           88  WS-RESTORE-MERGED                       VALUE 'Y'.

       77  WS-FMT-AMOUNT           PIC ZZZZZZ9         VALUE ZEROS.
       77  WS-FMT-BALANCE          PIC -ZZZ.ZZ9,99     VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
                                   TO WS-IDX-GENERATION
                           MOVE FD-IX-ARCHIVE-DATE
                                   TO WS-IDX-ARCHIVE-DATE
                           MOVE FD-IX-LAST-BALANCE
                                   TO WS-IDX-LAST-BALANCE
                       END-IF
                     WHEN '10'
                       CONTINUE
               STOP RUN
           END-IF.

           IF  WS-IDX-GENERATION   EQUAL 9999
               MOVE WS-IDX-LAST-BALANCE
                                   TO WS-FMT-BALANCE
               DISPLAY ' KEY ' WS-RESTORE-KEY
                       ' WAS ESCHEATED ON ' WS-IDX-ARCHIVE-DATE
               DISPLAY ' BALANCE ' WS-FMT-BALANCE
                       ' TRANSFERRED TO UNCLAIMED FUNDS AND'
                       ' DECLARED ON THAT YEAR''S RETURN'
               MOVE 8              TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY ' KEY ' WS-RESTORE-KEY
                   ' ARCHIVED ' WS-IDX-ARCHIVE-DATE
                   ' IN GENERATION G' WS-IDX-GENERATION 'V00'.
