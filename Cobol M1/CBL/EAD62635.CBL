      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62635.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62635                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : ANNUAL UNCLAIMED-BALANCE (ESCHEATMENT)       *
      *                   RETURN AND TRANSFER OF ARCHIVED ACCOUNTS     *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE CUMULATIVE ARCHIVE INDEX, SORTED BY KEY AND DATE, GIVES  *
      *   THE CURRENT STATE OF EVERY ACCOUNT EVER ARCHIVED (ITS LAST   *
      *   ENTRY).  AN ACCOUNT STILL ARCHIVED WHOSE LAST ACTIVITY IS    *
      *   OLDER THAN THE STATUTORY PERIOD AND WHICH HOLDS A CREDIT     *
      *   BALANCE IS ESCHEATED:                                        *
      *                                                                *
      *   - ONE DETAIL ON THE REGULATOR'S RETURN (UNCLRTN) WITH THE    *
      *     CIF NAME, TAX ID AND LAST ADDRESS;                         *
      *   - ONE RELEASE OF TYPE E FOR THE BALANCE (ESCHREL), TAKEN BY  *
      *     THE NEXT NIGHTLY GL EXTRACT (EAD62571), WHOSE GLMAP ROW    *
      *     MOVES IT TO THE UNCLAIMED-FUNDS GL ACCOUNT;                *
      *   - ONE ENTRY APPENDED TO THE ARCHIVE INDEX WITH GENERATION    *
      *     9999, THE ESCHEAT DATE AND THE AMOUNT, SO A LATER RESTORE  *
      *     (EAD62584 / EAD62536) REPORTS WHERE THE MONEY WENT.        *
      *                                                                *
      *   THE ARCHIVE GENERATION READ IS EAD625.CLIENTS.ARQUIVO(0),    *
      *   WHICH CARRIES EVERY ACCOUNT STILL ARCHIVED.  AN INDEX ENTRY  *
      *   WITHOUT ITS ARCHIVE RECORD IS LISTED AND ENDS THE RUN RC=04. *
      *                                                                *
      *   SYSIN: RUN DATE (YYYYMMDD); STATUTORY DORMANCY PERIOD IN     *
      *   YEARS (2 DIGITS).                                            *
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

           SELECT IDXSORT          ASSIGN TO DA-S-IDXSORT
               FILE STATUS         IS WS-FS-IDXSORT.

           SELECT ARCHIVE          ASSIGN TO DA-S-ARCHIVE
               FILE STATUS         IS WS-FS-ARCHIVE.

           SELECT CIF              ASSIGN TO DA-S-CIF
               FILE STATUS         IS WS-FS-CIF.

           SELECT ARCHIDX          ASSIGN TO DA-S-ARCHIDX
               FILE STATUS         IS WS-FS-ARCHIDX.

           SELECT UNCLRTN          ASSIGN TO DA-S-UNCLRTN
               FILE STATUS         IS WS-FS-UNCLRTN.

           SELECT ESCHREL          ASSIGN TO DA-S-ESCHREL
               FILE STATUS         IS WS-FS-ESCHREL.

           SELECT ESCHRPT          ASSIGN TO DA-S-ESCHRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  IDXSORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-IDXSORT.
           03  FD-IS-CLIENT-KEY.
               05  FD-IS-BRANCH    PIC X(4).
               05  FD-IS-ACCOUNT   PIC 9(5).
           03  FD-IS-ARCHIVE-DATE  PIC 9(8).
           03  FD-IS-GENERATION    PIC 9(4).
           03  FD-IS-LAST-BALANCE  PIC S9(6)V9(2).

       FD  ARCHIVE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ARCHIVE.
           03  FD-AR-CLIENT-KEY.
               05  FD-AR-BRANCH    PIC X(4).
               05  FD-AR-ACCOUNT   PIC 9(5).
           03  FD-AR-CLIENT-NAME   PIC A(20).
           03  FD-AR-BANK-BALANCE  PIC S9(6)V9(2).
           03  FD-AR-LAST-ACTIVITY PIC 9(8).

       FD  CIF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CIF.
           03  FD-CF-CLIENT-KEY.
               05  FD-CF-BRANCH    PIC X(4).
               05  FD-CF-ACCOUNT   PIC 9(5).
           03  FD-CF-FULL-NAME     PIC X(40).
           03  FD-CF-STREET        PIC X(30).
           03  FD-CF-CITY          PIC X(20).
           03  FD-CF-STATE         PIC X(2).
           03  FD-CF-POSTAL-CODE   PIC X(8).
           03  FD-CF-TAX-ID        PIC 9(11).
           03  FD-CF-BIRTH-DATE    PIC 9(8).
           03  FD-CF-PHONE         PIC X(15).
           03  FD-CF-RISK-RATING   PIC X(1).
           03  FD-CF-LAST-REVIEW   PIC 9(8).

       FD  ARCHIDX
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ARCHIDX.
           03  FD-IX-CLIENT-KEY.
               05  FD-IX-BRANCH    PIC X(4).
               05  FD-IX-ACCOUNT   PIC 9(5).
           03  FD-IX-ARCHIVE-DATE  PIC 9(8).
           03  FD-IX-GENERATION    PIC 9(4).
           03  FD-IX-LAST-BALANCE  PIC S9(6)V9(2).

       FD  UNCLRTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-UNCLRTN.
           03  FD-UR-CLIENT-KEY.
               05  FD-UR-BRANCH    PIC X(4).
               05  FD-UR-ACCOUNT   PIC 9(5).
           03  FD-UR-TAX-ID        PIC 9(11).
           03  FD-UR-OWNER-NAME    PIC X(40).
           03  FD-UR-STREET        PIC X(30).
           03  FD-UR-CITY          PIC X(20).
           03  FD-UR-STATE         PIC X(2).
           03  FD-UR-POSTAL-CODE   PIC X(8).
           03  FD-UR-LAST-ACTIVITY PIC 9(8).
           03  FD-UR-AMOUNT        PIC 9(9)V9(2).
           03  FD-UR-ESCHEAT-DATE  PIC 9(8).
           03  FILLER              PIC X(3).

       01  REG-UNCLRTN-CONTROL.
           03  FD-UR-CTL-ID        PIC X(4).
           03  FD-UR-CTL-DATA      PIC X(146).
           03  FILLER                  REDEFINES FD-UR-CTL-DATA.
               05  FD-UR-HDR-DATE  PIC 9(8).
               05  FD-UR-HDR-PERIOD
                                   PIC 9(2).
               05  FD-UR-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(128).
           03  FILLER                  REDEFINES FD-UR-CTL-DATA.
               05  FD-UR-TRL-COUNT PIC 9(9).
               05  FD-UR-TRL-TOTAL PIC 9(11)V9(2).
               05  FILLER          PIC X(124).

       FD  ESCHREL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ESCHREL.
           03  FD-ER-RELEASE-KEY.
               05  FD-ER-BRANCH    PIC X(4).
               05  FD-ER-ACCOUNT   PIC 9(5).
           03  FD-ER-DOC-NUMBER    PIC 9(4).
           03  FD-ER-RELEASE-TYPE  PIC A(1).
           03  FD-ER-RELEASE-VALUE PIC 9(6)V9(2).
           03  FD-ER-COUNTERPARTY.
               05  FD-ER-CP-BRANCH PIC X(4).
               05  FD-ER-CP-ACCOUNT
                                   PIC 9(5).
           03  FD-ER-POSTING-DATE  PIC 9(8).
           03  FD-ER-VALUE-DATE    PIC 9(8).
           03  FD-ER-CURRENCY      PIC X(3).

       FD  ESCHRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-ESCHRPT             PIC X(100).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62635'.

       77  WS-FS-IDXSORT           PIC X(2)            VALUE ZEROS.
       77  WS-FS-ARCHIVE           PIC X(2)            VALUE ZEROS.
       77  WS-FS-CIF               PIC X(2)            VALUE ZEROS.
       77  WS-FS-ARCHIDX           PIC X(2)            VALUE ZEROS.
       77  WS-FS-UNCLRTN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-ESCHREL           PIC X(2)            VALUE ZEROS.

       77  WS-READ-IDXSORT         PIC 9(7)            VALUE ZEROS.
       77  WS-READ-ARCHIVE         PIC 9(7)            VALUE ZEROS.
       77  WS-READ-CIF             PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-ARCHIVED       PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-NOT-DORMANT    PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-NO-BALANCE     PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-ESCHEATED      PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-NO-CIF         PIC 9(7)            VALUE ZEROS.
       77  WS-COUNT-MISSING        PIC 9(7)            VALUE ZEROS.
       77  WS-TOTAL-ESCHEATED      PIC 9(11)V9(2)      VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.
       77  WS-DORMANCY-YEARS       PIC 9(2)            VALUE ZEROS.

      *    LAST ACTIVITY BEFORE THIS DATE = DORMANT BEYOND THE
      *    STATUTORY PERIOD (RUN DATE LESS THE PERIOD IN YEARS).
       01  WS-CUTOFF-DATE          PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WS-CUTOFF-DATE.
           03  WS-CD-YEAR          PIC 9(4).
           03  WS-CD-MONTH-DAY     PIC 9(4).

       77  WS-DORMANT-SINCE        PIC 9(8)            VALUE ZEROS.

      *    GENERATION VALUES ON THE INDEX WITH A SPECIAL MEANING.
       77  WS-GEN-RESTORED         PIC 9(4)            VALUE 0000.
       77  WS-GEN-ESCHEATED        PIC 9(4)            VALUE 9999.

      *    LAST INDEX ENTRY OF THE CURRENT KEY = ITS CURRENT STATE.
       01  WS-IDX-CURRENT.
           03  WS-IC-CLIENT-KEY    PIC X(9)            VALUE SPACES.
           03  WS-IC-ARCHIVE-DATE  PIC 9(8)            VALUE ZEROS.
           03  WS-IC-GENERATION    PIC 9(4)            VALUE ZEROS.
           03  WS-IC-LAST-BALANCE  PIC S9(6)V9(2)      VALUE ZEROS.

       77  WS-CIF-FOUND-IND        PIC X(1)            VALUE 'N'.
           88  WS-CIF-FOUND                            VALUE 'Y'.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(41)           VALUE
           'UNCLAIMED BALANCES (ESCHEATMENT)  DATE '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(20)           VALUE
           '  DORMANT BEFORE '.
           03  WS-RH-CUTOFF        PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(11)           VALUE
           'ACCOUNT    '.
           03  FILLER              PIC X(31)           VALUE
           'OWNER'.
           03  FILLER              PIC X(12)           VALUE
           'TAX ID'.
           03  FILLER              PIC X(9)            VALUE
           'LAST ACT'.
           03  FILLER              PIC X(15)           VALUE
           '        AMOUNT'.
           03  FILLER              PIC X(20)           VALUE
           'ACTION'.

       01  WS-RPT-DETAIL.
           03  WS-RD-BRANCH        PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RD-ACCOUNT       PIC 9(5)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-TAX-ID        PIC 9(11)           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-LAST-ACT      PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-AMOUNT        PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ACTION        PIC X(20)           VALUE SPACES.

       01  WS-RPT-TOTAL.
           03  FILLER              PIC X(20)           VALUE
           'ESCHEATED.........: '.
           03  WS-RT-COUNT         PIC ZZZ.ZZ9         VALUE ZEROS.
           03  FILLER              PIC X(12)           VALUE
           '   AMOUNT: '.
           03  WS-RT-AMOUNT        PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                       VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZZZ9         VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-IDXSORT   EQUAL '10'.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-RUN-DATE      FROM SYSIN.
           ACCEPT WS-DORMANCY-YEARS
                                   FROM SYSIN.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-DORMANCY-YEARS   NOT NUMERIC OR
               WS-DORMANCY-YEARS   EQUAL ZEROS
               DISPLAY ' DORMANCY PERIOD PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE        TO WS-CUTOFF-DATE.
           SUBTRACT WS-DORMANCY-YEARS
                                   FROM WS-CD-YEAR.

           PERFORM 0102-00-OPEN-INPUTS.
           PERFORM 0103-00-OPEN-OUTPUTS.

           MOVE WS-RUN-DATE        TO WS-RH-DATE.
           MOVE WS-CUTOFF-DATE     TO WS-RH-CUTOFF.
           WRITE REG-ESCHRPT       FROM WS-RPT-HEADER-1
                                   AFTER PAGE.
           WRITE REG-ESCHRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-IDXSORT.
           PERFORM 0302-00-READ-ARCHIVE.
           PERFORM 0303-00-READ-CIF.

       0101-00-EXIT.
           EXIT.

       0102-00-OPEN-INPUTS.

           OPEN INPUT IDXSORT.

           IF  WS-FS-IDXSORT       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-INPUTS'
                                    ' FILE STATUS: ' WS-FS-IDXSORT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARCHIVE.

           IF  WS-FS-ARCHIVE       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-INPUTS'
                                    ' FILE STATUS: ' WS-FS-ARCHIVE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CIF.

           IF  WS-FS-CIF           NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-INPUTS'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0102-00-EXIT.
           EXIT.

       0103-00-OPEN-OUTPUTS.

           OPEN OUTPUT UNCLRTN
                       ESCHREL
                       ESCHRPT.

           IF  WS-FS-UNCLRTN       NOT EQUAL '00' OR
               WS-FS-ESCHREL       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0103-00-OPEN-OUTPUTS'
                       ' UNCLRTN: ' WS-FS-UNCLRTN
                       ' ESCHREL: ' WS-FS-ESCHREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ARCHIDX.

           EVALUATE WS-FS-ARCHIDX
             WHEN '00'
             WHEN '05'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-OPEN-OUTPUTS'
                                    ' FILE STATUS: ' WS-FS-ARCHIDX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 'HDR*'             TO FD-UR-CTL-ID.
           MOVE SPACES             TO FD-UR-CTL-DATA.
           MOVE WS-RUN-DATE        TO FD-UR-HDR-DATE.
           MOVE WS-DORMANCY-YEARS  TO FD-UR-HDR-PERIOD.
           MOVE WS-PROGRAM         TO FD-UR-HDR-SOURCE.
           WRITE REG-UNCLRTN-CONTROL.

       0103-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

      *    THE INDEX IS SORTED BY KEY AND DATE (EQUALS), SO THE LAST
      *    ENTRY OF EACH KEY IS ITS CURRENT STATE.

           MOVE REG-IDXSORT        TO WS-IDX-CURRENT.
           PERFORM 0301-00-READ-IDXSORT.

           PERFORM UNTIL WS-FS-IDXSORT EQUAL '10'
                      OR FD-IS-CLIENT-KEY NOT EQUAL WS-IC-CLIENT-KEY
               MOVE REG-IDXSORT    TO WS-IDX-CURRENT
               PERFORM 0301-00-READ-IDXSORT
           END-PERFORM.

           IF  WS-IC-GENERATION    EQUAL WS-GEN-RESTORED OR
               WS-IC-GENERATION    EQUAL WS-GEN-ESCHEATED
               GO TO 0201-00-EXIT
           END-IF.

           ADD 1                   TO WS-COUNT-ARCHIVED.

           PERFORM 0202-00-LOCATE-RECORDS.

           IF  FD-AR-CLIENT-KEY    NOT EQUAL WS-IC-CLIENT-KEY
               ADD 1               TO WS-COUNT-MISSING
               MOVE WS-IC-CLIENT-KEY
                                   TO WS-RD-BRANCH
               MOVE WS-IC-CLIENT-KEY(5:5)
                                   TO WS-RD-ACCOUNT
               MOVE SPACES         TO WS-RD-NAME
               MOVE ZEROS          TO WS-RD-TAX-ID
               MOVE WS-IC-ARCHIVE-DATE
                                   TO WS-RD-LAST-ACT
               MOVE WS-IC-LAST-BALANCE
                                   TO WS-RD-AMOUNT
               MOVE 'NOT IN ARCHIVE'
                                   TO WS-RD-ACTION
               WRITE REG-ESCHRPT   FROM WS-RPT-DETAIL
               GO TO 0201-00-EXIT
           END-IF.

      *    AN ACCOUNT ARCHIVED WITHOUT ANY ACTIVITY COUNTS FROM THE
      *    DATE IT WAS ARCHIVED.
           IF  FD-AR-LAST-ACTIVITY GREATER ZEROS
               MOVE FD-AR-LAST-ACTIVITY
                                   TO WS-DORMANT-SINCE
           ELSE
               MOVE WS-IC-ARCHIVE-DATE
                                   TO WS-DORMANT-SINCE
           END-IF.

           IF  WS-DORMANT-SINCE    NOT LESS WS-CUTOFF-DATE
               ADD 1               TO WS-COUNT-NOT-DORMANT
               GO TO 0201-00-EXIT
           END-IF.

           IF  FD-AR-BANK-BALANCE  NOT GREATER ZEROS
               ADD 1               TO WS-COUNT-NO-BALANCE
               GO TO 0201-00-EXIT
           END-IF.

           PERFORM 0203-00-ESCHEAT.

       0201-00-EXIT.
           EXIT.

       0202-00-LOCATE-RECORDS.

           PERFORM UNTIL FD-AR-CLIENT-KEY NOT LESS WS-IC-CLIENT-KEY
               PERFORM 0302-00-READ-ARCHIVE
           END-PERFORM.

           PERFORM UNTIL FD-CF-CLIENT-KEY NOT LESS WS-IC-CLIENT-KEY
               PERFORM 0303-00-READ-CIF
           END-PERFORM.

           IF  FD-CF-CLIENT-KEY    EQUAL WS-IC-CLIENT-KEY
               SET WS-CIF-FOUND    TO TRUE
           ELSE
               MOVE 'N'            TO WS-CIF-FOUND-IND
           END-IF.

       0202-00-EXIT.
           EXIT.

       0203-00-ESCHEAT.

      *    REGULATOR'S RETURN: OWNER AND LAST ADDRESS FROM THE CIF;
      *    WITHOUT A CIF RECORD ONLY THE ARCHIVED NAME IS KNOWN.

           MOVE SPACES             TO REG-UNCLRTN.
           MOVE FD-AR-CLIENT-KEY   TO FD-UR-CLIENT-KEY.

           IF  WS-CIF-FOUND
               MOVE FD-CF-TAX-ID   TO FD-UR-TAX-ID
               MOVE FD-CF-FULL-NAME
                                   TO FD-UR-OWNER-NAME
               MOVE FD-CF-STREET   TO FD-UR-STREET
               MOVE FD-CF-CITY     TO FD-UR-CITY
               MOVE FD-CF-STATE    TO FD-UR-STATE
               MOVE FD-CF-POSTAL-CODE
                                   TO FD-UR-POSTAL-CODE
           ELSE
               ADD 1               TO WS-COUNT-NO-CIF
               MOVE ZEROS          TO FD-UR-TAX-ID
               MOVE FD-AR-CLIENT-NAME
                                   TO FD-UR-OWNER-NAME
           END-IF.

           MOVE WS-DORMANT-SINCE   TO FD-UR-LAST-ACTIVITY.
           MOVE FD-AR-BANK-BALANCE TO FD-UR-AMOUNT.
           MOVE WS-RUN-DATE        TO FD-UR-ESCHEAT-DATE.

           WRITE REG-UNCLRTN.

           IF  WS-FS-UNCLRTN       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0203-00-ESCHEAT'
                                    ' FILE STATUS: ' WS-FS-UNCLRTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

      *    TRANSFER RELEASE: TYPE E, MAPPED ON GLMAP FROM THE
      *    DEPOSIT LIABILITY TO THE UNCLAIMED-FUNDS GL ACCOUNT.

           MOVE FD-AR-CLIENT-KEY   TO FD-ER-RELEASE-KEY.
           MOVE ZEROS              TO FD-ER-DOC-NUMBER.
           MOVE 'E'                TO FD-ER-RELEASE-TYPE.
           MOVE FD-AR-BANK-BALANCE TO FD-ER-RELEASE-VALUE.
           MOVE SPACES             TO FD-ER-COUNTERPARTY.
           MOVE WS-RUN-DATE        TO FD-ER-POSTING-DATE.
           MOVE WS-RUN-DATE        TO FD-ER-VALUE-DATE.
           MOVE SPACES             TO FD-ER-CURRENCY.

           WRITE REG-ESCHREL.

           IF  WS-FS-ESCHREL       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0203-00-ESCHEAT'
                                    ' FILE STATUS: ' WS-FS-ESCHREL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

      *    INDEX ENTRY: GENERATION 9999 = ESCHEATED ON THIS DATE,
      *    FOR THIS AMOUNT.

           MOVE FD-AR-CLIENT-KEY   TO FD-IX-CLIENT-KEY.
           MOVE WS-RUN-DATE        TO FD-IX-ARCHIVE-DATE.
           MOVE WS-GEN-ESCHEATED   TO FD-IX-GENERATION.
           MOVE FD-AR-BANK-BALANCE TO FD-IX-LAST-BALANCE.

           WRITE REG-ARCHIDX.

           IF  WS-FS-ARCHIDX       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0203-00-ESCHEAT'
                                    ' FILE STATUS: ' WS-FS-ARCHIDX
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-COUNT-ESCHEATED.
           ADD FD-AR-BANK-BALANCE  TO WS-TOTAL-ESCHEATED.

           MOVE FD-AR-BRANCH       TO WS-RD-BRANCH.
           MOVE FD-AR-ACCOUNT      TO WS-RD-ACCOUNT.
           MOVE FD-UR-OWNER-NAME   TO WS-RD-NAME.
           MOVE FD-UR-TAX-ID       TO WS-RD-TAX-ID.
           MOVE WS-DORMANT-SINCE   TO WS-RD-LAST-ACT.
           MOVE FD-AR-BANK-BALANCE TO WS-RD-AMOUNT.

           IF  WS-CIF-FOUND
               MOVE 'ESCHEATED'    TO WS-RD-ACTION
           ELSE
               MOVE 'ESCHEATED - NO CIF'
                                   TO WS-RD-ACTION
           END-IF.

           WRITE REG-ESCHRPT       FROM WS-RPT-DETAIL.

       0203-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-IDXSORT.

           READ IDXSORT.

           EVALUATE WS-FS-IDXSORT
             WHEN '00'
               ADD 1               TO WS-READ-IDXSORT
             WHEN '10'
               MOVE HIGH-VALUES    TO FD-IS-CLIENT-KEY
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-IDXSORT'
                                    ' FILE STATUS: ' WS-FS-IDXSORT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-ARCHIVE.

           READ ARCHIVE.

           EVALUATE WS-FS-ARCHIVE
             WHEN '00'
               ADD 1               TO WS-READ-ARCHIVE
             WHEN '10'
               MOVE HIGH-VALUES    TO FD-AR-CLIENT-KEY
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-ARCHIVE'
                                    ' FILE STATUS: ' WS-FS-ARCHIVE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-CIF.

           READ CIF.

           EVALUATE WS-FS-CIF
             WHEN '00'
               ADD 1               TO WS-READ-CIF
             WHEN '10'
               MOVE HIGH-VALUES    TO FD-CF-CLIENT-KEY
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           MOVE WS-COUNT-ESCHEATED TO WS-RT-COUNT.
           MOVE WS-TOTAL-ESCHEATED TO WS-RT-AMOUNT.
           WRITE REG-ESCHRPT       FROM WS-RPT-TOTAL
                                   AFTER 2 LINES.

           MOVE 'TRL*'             TO FD-UR-CTL-ID.
           MOVE SPACES             TO FD-UR-CTL-DATA.
           MOVE WS-COUNT-ESCHEATED TO FD-UR-TRL-COUNT.
           MOVE WS-TOTAL-ESCHEATED TO FD-UR-TRL-TOTAL.
           WRITE REG-UNCLRTN-CONTROL.

           CLOSE IDXSORT
                 ARCHIVE
                 CIF
                 ARCHIDX
                 UNCLRTN
                 ESCHREL
                 ESCHRPT.

           IF  WS-COUNT-MISSING    GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-IDXSORT    TO WS-FMT-AMOUNT
           DISPLAY '*  READ  INDEX.........: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-ARCHIVED  TO WS-FMT-AMOUNT
           DISPLAY '*  STILL ARCHIVED......: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-NOT-DORMANT
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  WITHIN PERIOD.......: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-NO-BALANCE
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  NO CREDIT BALANCE...: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-ESCHEATED TO WS-FMT-AMOUNT
           DISPLAY '*  ESCHEATED...........: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-NO-CIF    TO WS-FMT-AMOUNT
           DISPLAY '*  ESCHEATED - NO CIF..: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-MISSING   TO WS-FMT-AMOUNT
           DISPLAY '*  NOT IN ARCHIVE......: ' WS-FMT-AMOUNT
                                          '               *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
