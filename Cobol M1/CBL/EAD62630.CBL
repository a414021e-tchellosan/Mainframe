      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62630.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62630                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : LOAD THE SANCTIONS WATCHLIST MASTER FROM     *
      *                   THE REGULATOR'S LIST FILE                    *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE REGULATOR'S FILE IS THE COMPLETE LIST, SO EVERY LOAD     *
      *   BUILDS A NEW GENERATION OF THE WATCHLIST FROM SCRATCH.       *
      *   COMPLIANCE MAY CONCATENATE ITS OWN SUPPLEMENT (SAME LAYOUT), *
      *   WHICH CAN ALSO NAME AN EXTERNAL ACCOUNT (BRANCH/ACCOUNT)     *
      *   TO CATCH OUTBOUND TRANSFERS BY DESTINATION.                  *
      *                                                                *
      *   EACH NAME IS STORED AS RECEIVED AND NORMALIZED (UPPER CASE,  *
      *   PUNCTUATION REMOVED, SINGLE SPACES) FOR THE EAD62631         *
      *   SCREENING.  AN ENTRY WITHOUT ID, WITHOUT NAME AND ACCOUNT,   *
      *   WITH A NON-NUMERIC TAX ID OR LISTING DATE, OR REPEATING AN   *
      *   ID IS LEFT OUT AND LISTED; ANY SUCH ENTRY ENDS THE RUN       *
      *   RC=4.  SYSIN: LOAD DATE (YYYYMMDD).                          *
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

           SELECT REGFILE          ASSIGN TO DA-S-REGFILE
               FILE STATUS         IS WS-FS-REGFILE.

           SELECT WATCHLN          ASSIGN TO DA-S-WATCHLN
               FILE STATUS         IS WS-FS-WATCHLN.

           SELECT LOADRPT          ASSIGN TO DA-S-LOADRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  REGFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-REGFILE.
           03  FD-RG-ENTRY-ID      PIC X(10).
           03  FD-RG-LIST-SOURCE   PIC X(8).
           03  FD-RG-ENTRY-TYPE    PIC X(1).
           03  FD-RG-NAME          PIC X(40).
           03  FD-RG-TAX-ID        PIC X(11).
           03  FD-RG-ACCT-KEY.
               05  FD-RG-BRANCH    PIC X(4).
               05  FD-RG-ACCOUNT   PIC X(5).
           03  FD-RG-LISTED-DATE   PIC X(8).
           03  FILLER              PIC X(33).

       FD  WATCHLN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WATCHLN.
           03  FD-WN-ENTRY-ID      PIC X(10).
           03  FD-WN-LIST-SOURCE   PIC X(8).
           03  FD-WN-ENTRY-TYPE    PIC X(1).
           03  FD-WN-NAME          PIC X(40).
           03  FD-WN-NORM-NAME     PIC X(40).
           03  FD-WN-TAX-ID        PIC 9(11).
           03  FD-WN-ACCT-KEY.
               05  FD-WN-BRANCH    PIC X(4).
               05  FD-WN-ACCOUNT   PIC X(5).
           03  FD-WN-LISTED-DATE   PIC 9(8).
           03  FILLER              PIC X(13).

       01  REG-WATCHLN-CONTROL.
           03  FD-WN-CTL-ID        PIC X(4).
           03  FD-WN-CTL-DATA      PIC X(136).
           03  FILLER                  REDEFINES FD-WN-CTL-DATA.
               05  FD-WN-HDR-DATE  PIC 9(8).
               05  FD-WN-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(120).
           03  FILLER                  REDEFINES FD-WN-CTL-DATA.
               05  FD-WN-TRL-COUNT PIC 9(9).
               05  FILLER          PIC X(127).

       FD  LOADRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-LOADRPT             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62630'.

       77  WS-FS-REGFILE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-WATCHLN           PIC X(2)            VALUE ZEROS.

       77  WS-LOAD-DATE            PIC 9(8)            VALUE ZEROS.

       77  WS-READ-REGFILE         PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-WATCHLN        PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(6)            VALUE ZEROS.

      *    IDS ALREADY LOADED, TO KEEP EACH ENTRY ONCE.
       77  WS-ID-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ID-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-ID-FOUND             PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-ID-TABLE.
           03  WS-ID-ENTRY         PIC X(10) OCCURS 5000 TIMES.

       77  WS-REJECT-REASON        PIC X(30)           VALUE SPACES.

      *    NAME NORMALIZATION (THE SAME RULE AS EAD62631).
       77  WS-NM-INPUT             PIC X(40)           VALUE SPACES.
       77  WS-NM-WORK              PIC X(40)           VALUE SPACES.
       77  WS-NM-OUTPUT            PIC X(40)           VALUE SPACES.
       77  WS-NM-CHAR              PIC X(1)            VALUE SPACES.
       77  WS-NM-POS               PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-NM-OUT-LEN           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-NM-SPACE-IND         PIC X(1)            VALUE 'Y'.
           88  WS-NM-LAST-WAS-SPACE                    VALUE 'Y'.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(34)           VALUE
           'SANCTIONS WATCHLIST LOAD          '.
           03  FILLER              PIC X(6)            VALUE
           'DATE: '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(7)            VALUE
           'RECORD '.
           03  FILLER              PIC X(11)           VALUE
           'ENTRY ID   '.
           03  FILLER              PIC X(31)           VALUE
           'NAME                           '.
           03  FILLER              PIC X(6)            VALUE
           'REASON'.

       01  WS-RPT-DETAIL.
           03  WS-RD-RECORD        PIC ZZZZZ9          VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ENTRY-ID      PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-REASON        PIC X(30)           VALUE SPACES.

       77  WS-FMT-AMOUNT           PIC ZZZ.ZZ9         VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-REGFILE   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-LOAD-DATE     FROM SYSIN.

           IF  WS-LOAD-DATE        NOT NUMERIC OR
               WS-LOAD-DATE        EQUAL ZEROS
               DISPLAY ' LOAD DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT REGFILE.

           EVALUATE WS-FS-REGFILE
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' REGULATOR LIST FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-REGFILE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT WATCHLN
                       LOADRPT.

           IF  WS-FS-WATCHLN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-WATCHLN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'HDR*'             TO FD-WN-CTL-ID.
           MOVE SPACES             TO FD-WN-CTL-DATA.
           MOVE WS-LOAD-DATE       TO FD-WN-HDR-DATE.
           MOVE WS-PROGRAM         TO FD-WN-HDR-SOURCE.
           WRITE REG-WATCHLN-CONTROL.

           MOVE WS-LOAD-DATE       TO WS-RH-DATE.
           WRITE REG-LOADRPT       FROM WS-RPT-HEADER-1.
           WRITE REG-LOADRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-REGFILE.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           PERFORM 0202-00-VALIDATE-ENTRY.

           IF  WS-REJECT-REASON    EQUAL SPACES
               PERFORM 0203-00-WRITE-WATCHLN
           ELSE
               MOVE WS-READ-REGFILE
                                   TO WS-RD-RECORD
               MOVE FD-RG-ENTRY-ID TO WS-RD-ENTRY-ID
               MOVE FD-RG-NAME     TO WS-RD-NAME
               MOVE WS-REJECT-REASON
                                   TO WS-RD-REASON
               WRITE REG-LOADRPT   FROM WS-RPT-DETAIL
               ADD 1               TO WS-COUNT-REJECTED
           END-IF.

           PERFORM 0301-00-READ-REGFILE.

       0201-00-EXIT.
           EXIT.

       0202-00-VALIDATE-ENTRY.

           MOVE SPACES             TO WS-REJECT-REASON.

           MOVE ZEROS              TO WS-ID-FOUND.

           PERFORM VARYING WS-ID-POS FROM 1 BY 1
             UNTIL WS-ID-POS       GREATER WS-ID-COUNT OR
                   WS-ID-FOUND     GREATER ZEROS
               IF  WS-ID-ENTRY(WS-ID-POS)
                                   EQUAL FD-RG-ENTRY-ID
                   MOVE WS-ID-POS  TO WS-ID-FOUND
               END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN FD-RG-ENTRY-ID   EQUAL SPACES
               MOVE 'ENTRY ID MISSING'
                                   TO WS-REJECT-REASON
             WHEN FD-RG-NAME       EQUAL SPACES AND
                  FD-RG-ACCT-KEY   EQUAL SPACES
               MOVE 'NO NAME AND NO ACCOUNT'
                                   TO WS-REJECT-REASON
             WHEN FD-RG-TAX-ID     NOT EQUAL SPACES AND
                  FD-RG-TAX-ID     NOT NUMERIC
               MOVE 'TAX ID NOT NUMERIC'
                                   TO WS-REJECT-REASON
             WHEN FD-RG-LISTED-DATE
                                   NOT NUMERIC
               MOVE 'LISTING DATE INVALID'
                                   TO WS-REJECT-REASON
             WHEN WS-ID-FOUND      GREATER ZEROS
               MOVE 'DUPLICATE ENTRY ID'
                                   TO WS-REJECT-REASON
             WHEN WS-ID-COUNT      NOT LESS 5000
               DISPLAY ' WATCHLIST ID TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               ADD 1               TO WS-ID-COUNT
               MOVE FD-RG-ENTRY-ID TO WS-ID-ENTRY(WS-ID-COUNT)
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-WATCHLN.

           MOVE SPACES             TO REG-WATCHLN.
           MOVE FD-RG-ENTRY-ID     TO FD-WN-ENTRY-ID.
           MOVE FD-RG-LIST-SOURCE  TO FD-WN-LIST-SOURCE.
           MOVE FD-RG-ENTRY-TYPE   TO FD-WN-ENTRY-TYPE.
           MOVE FD-RG-NAME         TO FD-WN-NAME.
           MOVE FD-RG-ACCT-KEY     TO FD-WN-ACCT-KEY.
           MOVE FD-RG-LISTED-DATE  TO FD-WN-LISTED-DATE.

           IF  FD-RG-TAX-ID        EQUAL SPACES
               MOVE ZEROS          TO FD-WN-TAX-ID
           ELSE
               MOVE FD-RG-TAX-ID   TO FD-WN-TAX-ID
           END-IF.

           MOVE FD-RG-NAME         TO WS-NM-INPUT.
           PERFORM 0204-00-NORMALIZE-NAME.
           MOVE WS-NM-OUTPUT       TO FD-WN-NORM-NAME.

           WRITE REG-WATCHLN.

           EVALUATE WS-FS-WATCHLN
             WHEN '00'
               ADD 1               TO WS-WRITE-WATCHLN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0203-00-WRITE-WATCHLN'
                                    ' FILE STATUS: ' WS-FS-WATCHLN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0203-00-EXIT.
           EXIT.

       0204-00-NORMALIZE-NAME.

      *    UPPER CASE; ANYTHING BUT A LETTER OR DIGIT BECOMES A
      *    SPACE; RUNS OF SPACES COLLAPSE TO ONE, NONE LEADING.

           MOVE WS-NM-INPUT        TO WS-NM-WORK.

           INSPECT WS-NM-WORK
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACES             TO WS-NM-OUTPUT.
           MOVE ZEROS              TO WS-NM-OUT-LEN.
           MOVE 'Y'                TO WS-NM-SPACE-IND.

           PERFORM VARYING WS-NM-POS FROM 1 BY 1
             UNTIL WS-NM-POS       GREATER 40
               MOVE WS-NM-WORK(WS-NM-POS:1)
                                   TO WS-NM-CHAR
               IF  (WS-NM-CHAR     IS ALPHABETIC-UPPER AND
                    WS-NM-CHAR     NOT EQUAL SPACE)     OR
                   WS-NM-CHAR      IS NUMERIC
                   ADD 1           TO WS-NM-OUT-LEN
                   MOVE WS-NM-CHAR TO WS-NM-OUTPUT(WS-NM-OUT-LEN:1)
                   MOVE 'N'        TO WS-NM-SPACE-IND
               ELSE
                   IF  NOT WS-NM-LAST-WAS-SPACE
                       ADD 1       TO WS-NM-OUT-LEN
                       MOVE 'Y'    TO WS-NM-SPACE-IND
                   END-IF
               END-IF
           END-PERFORM.

       0204-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-REGFILE.

           READ REGFILE.

           EVALUATE WS-FS-REGFILE
             WHEN '00'
               ADD 1               TO WS-READ-REGFILE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-REGFILE'
                                    ' FILE STATUS: ' WS-FS-REGFILE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           MOVE 'TRL*'             TO FD-WN-CTL-ID.
           MOVE SPACES             TO FD-WN-CTL-DATA.
           MOVE WS-WRITE-WATCHLN   TO FD-WN-TRL-COUNT.
           WRITE REG-WATCHLN-CONTROL.

           IF  WS-FS-WATCHLN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0901-00-FINAL'
                                    ' FILE STATUS: ' WS-FS-WATCHLN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE REGFILE
                 WATCHLN
                 LOADRPT.

           IF  WS-COUNT-REJECTED   GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-REGFILE    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  LIST ENTRIES: ' WS-FMT-AMOUNT
                                          '                 *'.
           MOVE WS-WRITE-WATCHLN   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE WATCHLIST...: ' WS-FMT-AMOUNT
                                          '                 *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED..........: ' WS-FMT-AMOUNT
                                          '                 *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
