      *   RUN ABENDS IF A TYPE WITH ACTIVITY HAS NO MAPPING OR IF      *
      *   THE EMITTED DEBITS AND CREDITS DO NOT NET TO ZERO.           *
      *                                                                *
      *   READY-MADE POSTINGS OF THE SUBLEDGERS (GLFEED, IN THIS       *
      *   PROGRAM'S GLPOST LAYOUT - E.G. THE AR PROVISION OF           *
      *   EAD62647) ARE CARRIED INTO THE EXTRACT AS THEY ARE,          *
      *   REDATED TO THE BUSINESS DATE, AND ENTER THE BALANCE CHECK.   *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
           SELECT GLPOST           ASSIGN TO DA-S-GLPOST
               FILE STATUS         IS WS-FS-GLPOST.

           SELECT GLFEED           ASSIGN TO DA-S-GLFEED
               FILE STATUS         IS WS-FS-GLFEED.


           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.
           03  FD-GL-SOURCE-TYPE   PIC A(1).
           03  FD-GL-DESCRIPTION   PIC X(20).

       FD  GLFEED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLFEED.
           03  FD-GF-DATE          PIC 9(8).
           03  FD-GF-BRANCH        PIC X(4).
           03  FD-GF-ACCOUNT       PIC X(8).
           03  FD-GF-DC            PIC X(1).
           03  FD-GF-AMOUNT        PIC 9(9)V9(2).
           03  FD-GF-SOURCE-TYPE   PIC A(1).
           03  FD-GF-DESCRIPTION   PIC X(20).


       FD  EXRATES
           RECORDING MODE IS F
       77  WS-FS-RELEASES          PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLMAP             PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLPOST            PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLFEED            PIC X(2)            VALUE ZEROS.

       77  WS-READ-RELEASES        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-GLPOST         PIC 9(5)            VALUE ZEROS.
       77  WS-READ-GLFEED          PIC 9(5)            VALUE ZEROS.

       77  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.

       77  WS-GLMAP-FOUND          PIC 9(2) COMP-3     VALUE ZEROS.

       01  WS-GLMAP-TABLE.
           03  WS-GM-ENTRY         OCCURS 20 TIMES.
               05  WS-GM-RELEASE-TYPE
                                   PIC A(1).
               05  WS-GM-DEBIT-ACCT
           PERFORM 0102-00-LOAD-GLMAP.
           PERFORM 0103-00-OPEN-RELEASES.
           PERFORM 0104-00-OPEN-GLPOST.
           PERFORM 0107-00-COPY-GLFEED.

           PERFORM 0301-00-READ-RELEASES.

                   READ GLMAP
                   EVALUATE WS-FS-GLMAP
                     WHEN '00'
                       IF  WS-GLMAP-COUNT LESS 20
                           ADD 1   TO WS-GLMAP-COUNT
                           MOVE FD-GM-RELEASE-TYPE
                               TO WS-GM-RELEASE-TYPE(WS-GLMAP-COUNT)
       0104-00-EXIT.
           EXIT.

       0107-00-COPY-GLFEED.

      *    THE FEED IS ALLOCATED EMPTY ON THE NIGHTS WITHOUT ONE.

           OPEN INPUT GLFEED.

           EVALUATE WS-FS-GLFEED
             WHEN '00'
               PERFORM UNTIL WS-FS-GLFEED EQUAL '10'
                   READ GLFEED
                   EVALUATE WS-FS-GLFEED
                     WHEN '00'
                       ADD 1       TO WS-READ-GLFEED
                       PERFORM 0108-00-CARRY-FEED-ENTRY
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0107-00-COPY-GLFEED'
                                    ' FILE STATUS: ' WS-FS-GLFEED
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE GLFEED
             WHEN '35'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0107-00-COPY-GLFEED'
                                    ' FILE STATUS: ' WS-FS-GLFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0107-00-EXIT.
           EXIT.

       0108-00-CARRY-FEED-ENTRY.

           IF  FD-GF-AMOUNT        NOT NUMERIC OR
               (FD-GF-DC           NOT EQUAL 'D' AND
                FD-GF-DC           NOT EQUAL 'C')
               DISPLAY ' INVALID GL FEED ENTRY ' WS-READ-GLFEED
                       ' - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE REG-GLFEED         TO REG-GLPOST.
           MOVE WS-BUSINESS-DATE   TO FD-GL-DATE.

           PERFORM 0205-00-WRITE-GLPOST.

           IF  FD-GL-DC            EQUAL 'D'
               ADD FD-GL-AMOUNT    TO WS-TOTAL-GL-DEBITS
           ELSE
               ADD FD-GL-AMOUNT    TO WS-TOTAL-GL-CREDITS
           END-IF.

       0108-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*
           MOVE WS-READ-RELEASES   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  RELEASES: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-READ-GLFEED     TO WS-FMT-AMOUNT
           DISPLAY '*  READ  GL FEED.: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-GLPOST    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE POSTINGS: ' WS-FMT-AMOUNT
                                         '                       *'.
