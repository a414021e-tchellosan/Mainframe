      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62631.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62631                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : SANCTIONS / WATCHLIST SCREENING OF THE       *
      *                   CUSTOMERS AND OF THE OUTBOUND SETTLEMENT     *
      *                   ITEMS                                        *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   TWO MODES (SYSIN):                                           *
      *                                                                *
      *     C = CIF: EVERY CUSTOMER OF THE NEW CIF GENERATION          *
      *         (EAD625JC, AFTER EAD62579) IS SCREENED BY NAME AND     *
      *         TAX ID.                                                *
      *     S = SETTLEMENT: EVERY ITEM EAD62572 PUT ON THE SETTLEMENT  *
      *         FILE, AND EVERY ITEM STILL UNDER REVIEW FROM EARLIER   *
      *         NIGHTS, IS SCREENED BY THE ORIGINATOR'S NAME AND TAX   *
      *         ID (FROM THE CIF) AND BY THE DESTINATION ACCOUNT.      *
      *         ITEMS WITHOUT A HIT GO TO THE FILE TRANSMITTED TO THE  *
      *         CLEARING HOUSE; ITEMS WITH A HIT GO TO THE REVIEW      *
      *         FILE INSTEAD (FUNDS STAY IN SUSPENSE).  A REVIEW ITEM  *
      *         WHOSE HITS WERE ALL CLEARED IS TRANSMITTED.            *
      *                                                                *
      *   SCORE OF A SUBJECT AGAINST A WATCHLIST ENTRY:                *
      *     100  SAME TAX ID, OR SAME DESTINATION ACCOUNT              *
      *      95  SAME NORMALIZED NAME                                  *
      *     0-90 90 X (ENTRY NAME WORDS FOUND IN THE SUBJECT NAME /    *
      *          ENTRY NAME WORDS), PARTICLES (DE, DA, DOS...) AND     *
      *          WORD ORDER IGNORED                                    *
      *   A SCORE AT OR ABOVE THE SYSIN THRESHOLD IS A POSSIBLE MATCH, *
      *   UNLESS COMPLIANCE ALREADY CLEARED THAT CUSTOMER/ENTRY PAIR   *
      *   ON THE DECISIONS FILE (F = FALSE MATCH).  EVERY MATCH IS     *
      *   LISTED ON THE HIT REPORT AND PLACES AN ACCOUNT HOLD (SCOPE   *
      *   A) ON THE CUSTOMER: THE HOLDS GENERATION IS RECATALOGED      *
      *   WITH THE NEW HOLDS MERGED IN KEY ORDER.                      *
      *                                                                *
      *   RC=4 WHEN THERE ARE MATCHES.                                 *
      *   SYSIN: MODE (C/S) AND THRESHOLD (3 DIGITS), E.G. S070;       *
      *          MODE C ALSO TAKES THE RUN DATE (YYYYMMDD) ON THE      *
      *          SECOND LINE; MODE S USES THE OPEN CYCLE.              *
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

           SELECT CYCLECTL         ASSIGN TO DA-S-CYCLECTL
               FILE STATUS         IS WS-FS-CYCLECTL.

           SELECT WATCHLST         ASSIGN TO DA-S-WATCHLST
               FILE STATUS         IS WS-FS-WATCHLST.

           SELECT DECISION         ASSIGN TO DA-S-DECISION
               FILE STATUS         IS WS-FS-DECISION.

           SELECT CIF              ASSIGN TO DA-S-CIF
               FILE STATUS         IS WS-FS-CIF.

           SELECT HOLDS            ASSIGN TO DA-S-HOLDS
               FILE STATUS         IS WS-FS-HOLDS.

           SELECT HOLDSNEW         ASSIGN TO DA-S-HOLDSNEW
               FILE STATUS         IS WS-FS-HOLDSNEW.

           SELECT SETTLE           ASSIGN TO DA-S-SETTLE
               FILE STATUS         IS WS-FS-SETTLE.

           SELECT SETTREV          ASSIGN TO DA-S-SETTREV
               FILE STATUS         IS WS-FS-SETTREV.

           SELECT SETTSEND         ASSIGN TO DA-S-SETTSEND
               FILE STATUS         IS WS-FS-SETTSEND.

           SELECT SETTREVN         ASSIGN TO DA-S-SETTREVN
               FILE STATUS         IS WS-FS-SETTREVN.

           SELECT HITRPT           ASSIGN TO DA-S-HITRPT.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  CYCLECTL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CYCLECTL.
           03  FD-CY-BUSINESS-DATE PIC 9(8).
           03  FD-CY-PREV-DATE     PIC 9(8).
           03  FD-CY-STATUS        PIC X(1).
               88  FD-CY-OPEN                          VALUE 'O'.

       FD  WATCHLST
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WATCHLST.
           03  FD-WL-ENTRY-ID      PIC X(10).
           03  FD-WL-LIST-SOURCE   PIC X(8).
           03  FD-WL-ENTRY-TYPE    PIC X(1).
           03  FD-WL-NAME          PIC X(40).
           03  FD-WL-NORM-NAME     PIC X(40).
           03  FD-WL-TAX-ID        PIC 9(11).
           03  FD-WL-ACCT-KEY      PIC X(9).
           03  FD-WL-LISTED-DATE   PIC 9(8).
           03  FILLER              PIC X(13).

       01  REG-WATCHLST-CONTROL.
           03  FD-WL-CTL-ID        PIC X(4).
               88  FD-WL-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-WL-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-WL-CTL-DATA      PIC X(136).
           03  FILLER                  REDEFINES FD-WL-CTL-DATA.
               05  FD-WL-TRL-COUNT PIC 9(9).
               05  FILLER          PIC X(127).

      *    COMPLIANCE DECISIONS ON EARLIER MATCHES:
      *    F = FALSE MATCH (CLEARED), T = TRUE MATCH (CONFIRMED).
       FD  DECISION
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-DECISION.
           03  FD-DC-CLIENT-KEY    PIC X(9).
           03  FD-DC-ENTRY-ID      PIC X(10).
           03  FD-DC-DECISION      PIC X(1).
           03  FD-DC-DATE          PIC 9(8).
           03  FD-DC-USER          PIC X(8).
           03  FILLER              PIC X(4).

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

       FD  HOLDS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HOLDS.
           03  FD-HD-KEY.
               05  FD-HD-CLIENT-KEY
                                   PIC X(9).
               05  FD-HD-SCOPE     PIC X(1).
               05  FD-HD-DOC-NUMBER
                                   PIC 9(4).
           03  FD-HD-VALUE         PIC 9(6)V9(2).
           03  FD-HD-CONSUMED      PIC X(1).

       FD  HOLDSNEW
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HOLDSNEW.
           03  FD-HN-KEY.
               05  FD-HN-CLIENT-KEY
                                   PIC X(9).
               05  FD-HN-SCOPE     PIC X(1).
               05  FD-HN-DOC-NUMBER
                                   PIC 9(4).
           03  FD-HN-VALUE         PIC 9(6)V9(2).
           03  FD-HN-CONSUMED      PIC X(1).

       FD  SETTLE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SETTLE              PIC X(50).

       01  REG-SETTLE-CONTROL.
           03  FD-SC-CTL-ID        PIC X(4).
               88  FD-SC-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-SC-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-SC-CTL-DATA      PIC X(46).
           03  FILLER                  REDEFINES FD-SC-CTL-DATA.
               05  FD-SC-HDR-DATE  PIC 9(8).
               05  FD-SC-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(30).
           03  FILLER                  REDEFINES FD-SC-CTL-DATA.
               05  FD-SC-TRL-COUNT PIC 9(9).
               05  FD-SC-TRL-HASH  PIC S9(11)V9(2).
               05  FILLER          PIC X(24).

       FD  SETTREV
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SETTREV             PIC X(50).

       01  REG-SETTREV-CONTROL.
           03  FD-SR-CTL-ID        PIC X(4).
               88  FD-SR-CTL-HEADER                    VALUE 'HDR*'.
               88  FD-SR-CTL-TRAILER                   VALUE 'TRL*'.
           03  FD-SR-CTL-DATA      PIC X(46).

       FD  SETTSEND
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SETTSEND            PIC X(50).

       01  REG-SETTSEND-CONTROL.
           03  FD-SS-CTL-ID        PIC X(4).
           03  FD-SS-CTL-DATA      PIC X(46).
           03  FILLER                  REDEFINES FD-SS-CTL-DATA.
               05  FD-SS-HDR-DATE  PIC 9(8).
               05  FD-SS-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(30).
           03  FILLER                  REDEFINES FD-SS-CTL-DATA.
               05  FD-SS-TRL-COUNT PIC 9(9).
               05  FD-SS-TRL-HASH  PIC S9(11)V9(2).
               05  FILLER          PIC X(24).

       FD  SETTREVN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-SETTREVN            PIC X(50).

       01  REG-SETTREVN-CONTROL.
           03  FD-SN-CTL-ID        PIC X(4).
           03  FD-SN-CTL-DATA      PIC X(46).
           03  FILLER                  REDEFINES FD-SN-CTL-DATA.
               05  FD-SN-HDR-DATE  PIC 9(8).
               05  FD-SN-HDR-SOURCE
                                   PIC X(8).
               05  FILLER          PIC X(30).
           03  FILLER                  REDEFINES FD-SN-CTL-DATA.
               05  FD-SN-TRL-COUNT PIC 9(9).
               05  FD-SN-TRL-HASH  PIC S9(11)V9(2).
               05  FILLER          PIC X(24).

       FD  HITRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-HITRPT              PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62631'.

       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-WATCHLST          PIC X(2)            VALUE ZEROS.
       77  WS-FS-DECISION          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CIF               PIC X(2)            VALUE ZEROS.
       77  WS-FS-HOLDS             PIC X(2)            VALUE ZEROS.
       77  WS-FS-HOLDSNEW          PIC X(2)            VALUE ZEROS.
       77  WS-FS-SETTLE            PIC X(2)            VALUE ZEROS.
       77  WS-FS-SETTREV           PIC X(2)            VALUE ZEROS.
       77  WS-FS-SETTSEND          PIC X(2)            VALUE ZEROS.
       77  WS-FS-SETTREVN          PIC X(2)            VALUE ZEROS.

       01  WS-PARM.
           03  WS-PARM-MODE        PIC X(1)            VALUE SPACES.
               88  WS-MODE-CIF                         VALUE 'C'.
               88  WS-MODE-SETTLE                      VALUE 'S'.
           03  WS-PARM-THRESHOLD   PIC 9(3)            VALUE ZEROS.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

       77  WS-READ-CIF             PIC 9(6)            VALUE ZEROS.
       77  WS-READ-SETTLE          PIC 9(6)            VALUE ZEROS.
       77  WS-READ-SETTREV         PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-SETTSEND       PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-SETTREVN       PIC 9(6)            VALUE ZEROS.
       77  WS-WRITE-HOLDSNEW       PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-HITS           PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-CLEARED        PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-RELEASED       PIC 9(6)            VALUE ZEROS.
       77  WS-COUNT-HOLDS-PLACED   PIC 9(6)            VALUE ZEROS.

       77  WS-HASH-SETTSEND        PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-HASH-SETTREVN        PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TRAILER-COUNT        PIC 9(9)            VALUE ZEROS.

      *    WATCHLIST HELD IN STORAGE WITH THE NAME WORDS SPLIT ONCE.
       77  WS-WL-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-WL-POS               PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-WATCH-TABLE.
           03  WS-WL-ENTRY         OCCURS 3000 TIMES.
               05  WS-WL-ENTRY-ID  PIC X(10).
               05  WS-WL-LIST-SOURCE
                                   PIC X(8).
               05  WS-WL-NORM-NAME PIC X(40).
               05  WS-WL-TAX-ID    PIC 9(11).
               05  WS-WL-ACCT-KEY  PIC X(9).
               05  WS-WL-TOKEN-COUNT
                                   PIC 9(1).
               05  WS-WL-TOKEN     PIC X(15) OCCURS 6 TIMES.

       77  WS-DEC-COUNT            PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-DEC-POS              PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-DEC-FOUND            PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-DECISION-TABLE.
           03  WS-DC-ENTRY         OCCURS 2000 TIMES.
               05  WS-DC-CLIENT-KEY
                                   PIC X(9).
               05  WS-DC-ENTRY-ID  PIC X(10).
               05  WS-DC-DECISION  PIC X(1).
                   88  WS-DC-FALSE-MATCH               VALUE 'F'.
                   88  WS-DC-TRUE-MATCH                VALUE 'T'.

      *    CIF NAMES FOR THE SETTLEMENT ORIGINATORS (MODE S).
       77  WS-CIF-COUNT            PIC 9(5) COMP-3     VALUE ZEROS.
       77  WS-CIF-POS              PIC 9(5) COMP-3     VALUE ZEROS.
       77  WS-CIF-FOUND            PIC 9(5) COMP-3     VALUE ZEROS.

       01  WS-CIF-TABLE.
           03  WS-CF-ENTRY         OCCURS 20000 TIMES.
               05  WS-CF-CLIENT-KEY
                                   PIC X(9).
               05  WS-CF-FULL-NAME PIC X(40).
               05  WS-CF-TAX-ID    PIC 9(11).

      *    ACCOUNTS TO HOLD, IN KEY ORDER, EACH ONCE.
       77  WS-NH-COUNT             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-NH-POS               PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-NH-NEXT              PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-NEW-HOLD-TABLE.
           03  WS-NH-CLIENT-KEY    PIC X(9) OCCURS 1000 TIMES.

       01  WS-NEW-HOLD-KEY.
           03  WS-NK-CLIENT-KEY    PIC X(9)            VALUE SPACES.
           03  WS-NK-SCOPE         PIC X(1)            VALUE 'A'.
           03  WS-NK-DOC-NUMBER    PIC 9(4)            VALUE ZEROS.

      *    SETTLEMENT ITEM BEING SCREENED (REVIEW ITEMS CARRY THE DATE
      *    THEY WERE FIRST HELD IN THE SETTLEMENT FILLER).
       01  WS-ITEM.
           03  WS-IT-ORIGIN-KEY    PIC X(9).
           03  WS-IT-DOC-NUMBER    PIC 9(4).
           03  WS-IT-VALUE         PIC 9(6)V9(2).
           03  WS-IT-DEST-KEY      PIC X(9).
           03  WS-IT-VALUE-DATE    PIC 9(8).
           03  WS-IT-CURRENCY      PIC X(3).
           03  WS-IT-HELD-DATE     PIC 9(8).
           03  FILLER              PIC X(1).

      *    SUBJECT OF THE SCREENING.
       01  WS-SUBJECT.
           03  WS-SUBJ-SOURCE      PIC X(3)            VALUE SPACES.
           03  WS-SUBJ-KEY         PIC X(9)            VALUE SPACES.
           03  WS-SUBJ-NAME        PIC X(40)           VALUE SPACES.
           03  WS-SUBJ-NORM-NAME   PIC X(40)           VALUE SPACES.
           03  WS-SUBJ-TAX-ID      PIC 9(11)           VALUE ZEROS.
           03  WS-SUBJ-DEST-KEY    PIC X(9)            VALUE SPACES.
           03  WS-SUBJ-TOKEN-COUNT PIC 9(1)            VALUE ZEROS.
           03  WS-SUBJ-TOKEN       PIC X(15) OCCURS 6 TIMES.

       77  WS-SUBJ-HIT-IND         PIC X(1)            VALUE 'N'.
           88  WS-SUBJ-HIT                             VALUE 'Y'.

       77  WS-SCORE                PIC 9(3)            VALUE ZEROS.
       77  WS-MATCHED              PIC 9(1)            VALUE ZEROS.
       77  WS-TOKEN-POS            PIC 9(1) COMP-3     VALUE ZEROS.
       77  WS-TOKEN-CMP            PIC 9(1) COMP-3     VALUE ZEROS.
       77  WS-TOKEN-FOUND-IND      PIC X(1)            VALUE 'N'.
           88  WS-TOKEN-FOUND                          VALUE 'Y'.

      *    NAME NORMALIZATION (THE SAME RULE AS EAD62630) AND SPLIT
      *    INTO WORDS.
       77  WS-NM-INPUT             PIC X(40)           VALUE SPACES.
       77  WS-NM-WORK              PIC X(40)           VALUE SPACES.
       77  WS-NM-OUTPUT            PIC X(40)           VALUE SPACES.
       77  WS-NM-CHAR              PIC X(1)            VALUE SPACES.
       77  WS-NM-POS               PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-NM-OUT-LEN           PIC 9(2) COMP-3     VALUE ZEROS.
       77  WS-NM-SPACE-IND         PIC X(1)            VALUE 'Y'.
           88  WS-NM-LAST-WAS-SPACE                    VALUE 'Y'.

       01  WS-TK-RAW-WORDS.
           03  WS-TK-RAW           PIC X(15) OCCURS 8 TIMES.

       77  WS-TK-RAW-POS           PIC 9(1) COMP-3     VALUE ZEROS.
       77  WS-TK-COUNT             PIC 9(1)            VALUE ZEROS.

       01  WS-TK-WORDS.
           03  WS-TK-TOKEN         PIC X(15) OCCURS 6 TIMES.

       77  WS-TK-WORD              PIC X(15)           VALUE SPACES.
           88  WS-TK-PARTICLE                          VALUE 'DE'
                                   'DA' 'DO' 'DOS' 'DAS' 'E'
                                   'THE' 'OF' 'AND'.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(34)           VALUE
           'SANCTIONS SCREENING - HITS        '.
           03  FILLER              PIC X(6)            VALUE
           'MODE: '.
           03  WS-RH-MODE          PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(8)            VALUE
           '  DATE: '.
           03  WS-RH-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-HEADER-2.
           03  FILLER              PIC X(14)           VALUE
           'SRC CUSTOMER  '.
           03  FILLER              PIC X(25)           VALUE
           'NAME                     '.
           03  FILLER              PIC X(20)           VALUE
           'ENTRY ID   LIST     '.
           03  FILLER              PIC X(19)           VALUE
           'SCR ACTION      DEC'.

       01  WS-RPT-DETAIL.
           03  WS-RD-SOURCE        PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-CLIENT-KEY    PIC X(9)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-NAME          PIC X(24)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ENTRY-ID      PIC X(10)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-LIST-SOURCE   PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-SCORE         PIC ZZ9             VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ACTION        PIC X(11)           VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DECISION      PIC X(3)            VALUE '___'.

       01  WS-RPT-FOOTER.
           03  FILLER              PIC X(30)           VALUE
           'DEC: F = FALSE MATCH (CLEAR)  '.
           03  FILLER              PIC X(30)           VALUE
           'T = TRUE MATCH (CONFIRM)      '.

       77  WS-FMT-AMOUNT           PIC ZZZ.ZZ9         VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           IF  WS-MODE-CIF
               PERFORM 0201-00-SCREEN-CIF
                 UNTIL WS-FS-CIF   EQUAL '10'
           ELSE
               PERFORM 0202-00-SCREEN-REVIEW
                 UNTIL WS-FS-SETTREV
                                   EQUAL '10'
               PERFORM 0203-00-SCREEN-SETTLE
                 UNTIL WS-FS-SETTLE
                                   EQUAL '10'
           END-IF.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-PARM          FROM SYSIN.

           IF  (NOT WS-MODE-CIF AND NOT WS-MODE-SETTLE) OR
               WS-PARM-THRESHOLD   NOT NUMERIC        OR
               WS-PARM-THRESHOLD   EQUAL ZEROS        OR
               WS-PARM-THRESHOLD   GREATER 100
               DISPLAY ' SCREENING PARAMETER INVALID: ' WS-PARM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-MODE-CIF
               ACCEPT WS-RUN-DATE  FROM SYSIN
               IF  WS-RUN-DATE     NOT NUMERIC OR
                   WS-RUN-DATE     EQUAL ZEROS
                   DISPLAY ' RUN DATE PARAMETER INVALID'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM 0102-00-READ-CYCLECTL
           END-IF.

           PERFORM 0103-00-LOAD-WATCHLST.
           PERFORM 0105-00-LOAD-DECISION.

           IF  WS-MODE-CIF
               PERFORM 0107-00-OPEN-CIF
               PERFORM 0301-00-READ-CIF
           ELSE
               PERFORM 0106-00-LOAD-CIF
               PERFORM 0108-00-OPEN-SETTLEMENT
               PERFORM 0302-00-READ-SETTREV
               PERFORM 0303-00-READ-SETTLE
           END-IF.

           OPEN OUTPUT HITRPT.

           MOVE WS-PARM-MODE       TO WS-RH-MODE.
           MOVE WS-RUN-DATE        TO WS-RH-DATE.
           WRITE REG-HITRPT        FROM WS-RPT-HEADER-1.
           WRITE REG-HITRPT        FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

       0101-00-EXIT.
           EXIT.

       0102-00-READ-CYCLECTL.

           OPEN INPUT CYCLECTL.

           EVALUATE WS-FS-CYCLECTL
             WHEN '00'
               READ CYCLECTL
               EVALUATE WS-FS-CYCLECTL
                 WHEN '00'
                   IF  NOT FD-CY-OPEN
                       DISPLAY ' CYCLE IS NOT OPEN - RUN EAD62582'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FD-CY-BUSINESS-DATE
                                   TO WS-RUN-DATE
                 WHEN OTHER
                   DISPLAY ' CYCLE CONTROL RECORD MISSING'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
               CLOSE CYCLECTL
             WHEN OTHER
               DISPLAY ' CYCLE CONTROL DATASET NOT AVAILABLE'
                                    ' FILE STATUS: ' WS-FS-CYCLECTL
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-WATCHLST.

           OPEN INPUT WATCHLST.

           EVALUATE WS-FS-WATCHLST
             WHEN '00'
               PERFORM UNTIL WS-FS-WATCHLST EQUAL '10'
                   READ WATCHLST
                   EVALUATE WS-FS-WATCHLST
                     WHEN '00'
                       EVALUATE TRUE
                         WHEN FD-WL-CTL-HEADER
                           CONTINUE
                         WHEN FD-WL-CTL-TRAILER
                           MOVE FD-WL-TRL-COUNT
                                   TO WS-TRAILER-COUNT
                         WHEN OTHER
                           PERFORM 0104-00-ADD-WATCH-ENTRY
                       END-EVALUATE
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-WATCHLST'
                                    ' FILE STATUS: ' WS-FS-WATCHLST
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE WATCHLST
             WHEN '35'
               DISPLAY ' WATCHLIST MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-WATCHLST'
                                    ' FILE STATUS: ' WS-FS-WATCHLST
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *    A TRUNCATED LIST WOULD LET A LISTED NAME THROUGH.

           IF  WS-TRAILER-COUNT    NOT EQUAL WS-WL-COUNT
               DISPLAY ' WATCHLIST TRAILER COUNT ' WS-TRAILER-COUNT
                       ' DIFFERS FROM ENTRIES READ ' WS-WL-COUNT
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS              TO WS-TRAILER-COUNT.

       0103-00-EXIT.
           EXIT.

       0104-00-ADD-WATCH-ENTRY.

           IF  WS-WL-COUNT         NOT LESS 3000
               DISPLAY ' WATCHLIST TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1                   TO WS-WL-COUNT.

           MOVE FD-WL-ENTRY-ID     TO WS-WL-ENTRY-ID(WS-WL-COUNT).
           MOVE FD-WL-LIST-SOURCE  TO WS-WL-LIST-SOURCE(WS-WL-COUNT).
           MOVE FD-WL-NORM-NAME    TO WS-WL-NORM-NAME(WS-WL-COUNT).
           MOVE FD-WL-TAX-ID       TO WS-WL-TAX-ID(WS-WL-COUNT).
           MOVE FD-WL-ACCT-KEY     TO WS-WL-ACCT-KEY(WS-WL-COUNT).

           MOVE FD-WL-NORM-NAME    TO WS-NM-OUTPUT.
           PERFORM 0221-00-SPLIT-WORDS.

           MOVE WS-TK-COUNT        TO WS-WL-TOKEN-COUNT(WS-WL-COUNT).

           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
             UNTIL WS-TOKEN-POS    GREATER 6
               MOVE WS-TK-TOKEN(WS-TOKEN-POS)
                   TO WS-WL-TOKEN(WS-WL-COUNT WS-TOKEN-POS)
           END-PERFORM.

       0104-00-EXIT.
           EXIT.

       0105-00-LOAD-DECISION.

           OPEN INPUT DECISION.

           EVALUATE WS-FS-DECISION
             WHEN '00'
               PERFORM UNTIL WS-FS-DECISION EQUAL '10'
                   READ DECISION
                   EVALUATE WS-FS-DECISION
                     WHEN '00'
                       IF  WS-DEC-COUNT LESS 2000
                           ADD 1   TO WS-DEC-COUNT
                           MOVE FD-DC-CLIENT-KEY
                               TO WS-DC-CLIENT-KEY(WS-DEC-COUNT)
                           MOVE FD-DC-ENTRY-ID
                               TO WS-DC-ENTRY-ID(WS-DEC-COUNT)
                           MOVE FD-DC-DECISION
                               TO WS-DC-DECISION(WS-DEC-COUNT)
                       ELSE
                           DISPLAY ' DECISION TABLE FULL - RUN ABORTED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0105-00-LOAD-DECISION'
                                    ' FILE STATUS: ' WS-FS-DECISION
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE DECISION
             WHEN '35'
               DISPLAY ' SCREENING DECISIONS FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-LOAD-DECISION'
                                    ' FILE STATUS: ' WS-FS-DECISION
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

       0106-00-LOAD-CIF.

           PERFORM 0107-00-OPEN-CIF.

           PERFORM UNTIL WS-FS-CIF EQUAL '10'
               PERFORM 0301-00-READ-CIF
               IF  WS-FS-CIF       EQUAL '00'
                   IF  WS-CIF-COUNT
                                   NOT LESS 20000
                       DISPLAY ' CIF TABLE FULL - RUN ABORTED'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1           TO WS-CIF-COUNT
                   MOVE FD-CF-CLIENT-KEY
                                   TO WS-CF-CLIENT-KEY(WS-CIF-COUNT)
                   MOVE FD-CF-FULL-NAME
                                   TO WS-CF-FULL-NAME(WS-CIF-COUNT)
                   MOVE FD-CF-TAX-ID
                                   TO WS-CF-TAX-ID(WS-CIF-COUNT)
               END-IF
           END-PERFORM.

           CLOSE CIF.

       0106-00-EXIT.
           EXIT.

       0107-00-OPEN-CIF.

           OPEN INPUT CIF.

           EVALUATE WS-FS-CIF
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' CUSTOMER INFORMATION MASTER NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0107-00-OPEN-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0107-00-EXIT.
           EXIT.

       0108-00-OPEN-SETTLEMENT.

           OPEN INPUT SETTLE
                      SETTREV.

           IF  WS-FS-SETTLE        NOT EQUAL '00' OR
               WS-FS-SETTREV       NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0108-00-OPEN-SETTLEMENT'
                       ' SETTLE: '  WS-FS-SETTLE
                       ' SETTREV: ' WS-FS-SETTREV
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SETTSEND
                       SETTREVN.

           IF  WS-FS-SETTSEND      NOT EQUAL '00' OR
               WS-FS-SETTREVN      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0108-00-OPEN-SETTLEMENT'
                       ' SETTSEND: ' WS-FS-SETTSEND
                       ' SETTREVN: ' WS-FS-SETTREVN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'HDR*'             TO FD-SS-CTL-ID.
           MOVE SPACES             TO FD-SS-CTL-DATA.
           MOVE WS-RUN-DATE        TO FD-SS-HDR-DATE.
           MOVE WS-PROGRAM         TO FD-SS-HDR-SOURCE.
           WRITE REG-SETTSEND-CONTROL.

           MOVE 'HDR*'             TO FD-SN-CTL-ID.
           MOVE SPACES             TO FD-SN-CTL-DATA.
           MOVE WS-RUN-DATE        TO FD-SN-HDR-DATE.
           MOVE WS-PROGRAM         TO FD-SN-HDR-SOURCE.
           WRITE REG-SETTREVN-CONTROL.

       0108-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-SCREEN-CIF.

           MOVE 'CIF'              TO WS-SUBJ-SOURCE.
           MOVE FD-CF-CLIENT-KEY   TO WS-SUBJ-KEY.
           MOVE FD-CF-FULL-NAME    TO WS-SUBJ-NAME.
           MOVE FD-CF-TAX-ID       TO WS-SUBJ-TAX-ID.
           MOVE SPACES             TO WS-SUBJ-DEST-KEY.

           PERFORM 0210-00-SCREEN-SUBJECT.

           PERFORM 0301-00-READ-CIF.

       0201-00-EXIT.
           EXIT.

       0202-00-SCREEN-REVIEW.

      *    ITEMS HELD ON EARLIER NIGHTS ARE SCREENED AGAIN: ONCE
      *    EVERY HIT IS CLEARED THE ITEM IS TRANSMITTED.

           MOVE REG-SETTREV        TO WS-ITEM.
           MOVE 'REV'              TO WS-SUBJ-SOURCE.

           PERFORM 0204-00-SCREEN-ITEM.

           IF  NOT WS-SUBJ-HIT
               ADD 1               TO WS-COUNT-RELEASED
           END-IF.

           PERFORM 0302-00-READ-SETTREV.

       0202-00-EXIT.
           EXIT.

       0203-00-SCREEN-SETTLE.

           MOVE REG-SETTLE         TO WS-ITEM.
           MOVE WS-RUN-DATE        TO WS-IT-HELD-DATE.
           MOVE 'SET'              TO WS-SUBJ-SOURCE.

           PERFORM 0204-00-SCREEN-ITEM.

           PERFORM 0303-00-READ-SETTLE.

       0203-00-EXIT.
           EXIT.

       0204-00-SCREEN-ITEM.

           MOVE WS-IT-ORIGIN-KEY   TO WS-SUBJ-KEY.
           MOVE WS-IT-DEST-KEY     TO WS-SUBJ-DEST-KEY.
           MOVE SPACES             TO WS-SUBJ-NAME.
           MOVE ZEROS              TO WS-SUBJ-TAX-ID.

           MOVE ZEROS              TO WS-CIF-FOUND.

           PERFORM VARYING WS-CIF-POS FROM 1 BY 1
             UNTIL WS-CIF-POS      GREATER WS-CIF-COUNT OR
                   WS-CIF-FOUND    GREATER ZEROS
               IF  WS-CF-CLIENT-KEY(WS-CIF-POS)
                                   EQUAL WS-IT-ORIGIN-KEY
                   MOVE WS-CIF-POS TO WS-CIF-FOUND
               END-IF
           END-PERFORM.

           IF  WS-CIF-FOUND        GREATER ZEROS
               MOVE WS-CF-FULL-NAME(WS-CIF-FOUND)
                                   TO WS-SUBJ-NAME
               MOVE WS-CF-TAX-ID(WS-CIF-FOUND)
                                   TO WS-SUBJ-TAX-ID
           END-IF.

           PERFORM 0210-00-SCREEN-SUBJECT.

           IF  WS-SUBJ-HIT
               MOVE WS-ITEM        TO REG-SETTREVN
               PERFORM 0206-00-WRITE-SETTREVN
           ELSE
               MOVE WS-ITEM        TO REG-SETTSEND
               MOVE SPACES         TO REG-SETTSEND(42:9)
               PERFORM 0205-00-WRITE-SETTSEND
           END-IF.

       0204-00-EXIT.
           EXIT.

       0205-00-WRITE-SETTSEND.

           WRITE REG-SETTSEND.

           EVALUATE WS-FS-SETTSEND
             WHEN '00'
               ADD 1               TO WS-WRITE-SETTSEND
               ADD WS-IT-VALUE     TO WS-HASH-SETTSEND
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0205-00-WRITE-SETTSEND'
                                    ' FILE STATUS: ' WS-FS-SETTSEND
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

       0206-00-WRITE-SETTREVN.

           WRITE REG-SETTREVN.

           EVALUATE WS-FS-SETTREVN
             WHEN '00'
               ADD 1               TO WS-WRITE-SETTREVN
               ADD WS-IT-VALUE     TO WS-HASH-SETTREVN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0206-00-WRITE-SETTREVN'
                                    ' FILE STATUS: ' WS-FS-SETTREVN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0206-00-EXIT.
           EXIT.

       0210-00-SCREEN-SUBJECT.

           MOVE WS-SUBJ-NAME       TO WS-NM-INPUT.
           PERFORM 0220-00-NORMALIZE-NAME.
           MOVE WS-NM-OUTPUT       TO WS-SUBJ-NORM-NAME.
           PERFORM 0221-00-SPLIT-WORDS.

           MOVE WS-TK-COUNT        TO WS-SUBJ-TOKEN-COUNT.

           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
             UNTIL WS-TOKEN-POS    GREATER 6
               MOVE WS-TK-TOKEN(WS-TOKEN-POS)
                                   TO WS-SUBJ-TOKEN(WS-TOKEN-POS)
           END-PERFORM.

           MOVE 'N'                TO WS-SUBJ-HIT-IND.

           PERFORM VARYING WS-WL-POS FROM 1 BY 1
             UNTIL WS-WL-POS       GREATER WS-WL-COUNT
               PERFORM 0211-00-SCORE-ENTRY
               IF  WS-SCORE        NOT LESS WS-PARM-THRESHOLD
                   PERFORM 0212-00-RECORD-HIT
               END-IF
           END-PERFORM.

       0210-00-EXIT.
           EXIT.

       0211-00-SCORE-ENTRY.

           MOVE ZEROS              TO WS-SCORE.

           EVALUATE TRUE
             WHEN WS-WL-TAX-ID(WS-WL-POS)
                                   GREATER ZEROS AND
                  WS-WL-TAX-ID(WS-WL-POS)
                                   EQUAL WS-SUBJ-TAX-ID
               MOVE 100            TO WS-SCORE
             WHEN WS-WL-ACCT-KEY(WS-WL-POS)
                                   NOT EQUAL SPACES AND
                  WS-WL-ACCT-KEY(WS-WL-POS)
                                   EQUAL WS-SUBJ-DEST-KEY
               MOVE 100            TO WS-SCORE
             WHEN WS-SUBJ-NORM-NAME
                                   EQUAL SPACES
               CONTINUE
             WHEN WS-WL-NORM-NAME(WS-WL-POS)
                                   EQUAL WS-SUBJ-NORM-NAME
               MOVE 95             TO WS-SCORE
             WHEN WS-WL-TOKEN-COUNT(WS-WL-POS)
                                   GREATER ZEROS
               MOVE ZEROS          TO WS-MATCHED
               PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
                 UNTIL WS-TOKEN-POS
                              GREATER WS-WL-TOKEN-COUNT(WS-WL-POS)
                   MOVE 'N'        TO WS-TOKEN-FOUND-IND
                   PERFORM VARYING WS-TOKEN-CMP FROM 1 BY 1
                     UNTIL WS-TOKEN-CMP
                                   GREATER WS-SUBJ-TOKEN-COUNT OR
                           WS-TOKEN-FOUND
                       IF  WS-SUBJ-TOKEN(WS-TOKEN-CMP) EQUAL
                           WS-WL-TOKEN(WS-WL-POS WS-TOKEN-POS)
                           MOVE 'Y'
                                   TO WS-TOKEN-FOUND-IND
                       END-IF
                   END-PERFORM
                   IF  WS-TOKEN-FOUND
                       ADD 1       TO WS-MATCHED
                   END-IF
               END-PERFORM
               COMPUTE WS-SCORE    = 90 * WS-MATCHED
                                   / WS-WL-TOKEN-COUNT(WS-WL-POS)
           END-EVALUATE.

       0211-00-EXIT.
           EXIT.

       0212-00-RECORD-HIT.

           MOVE ZEROS              TO WS-DEC-FOUND.

           PERFORM VARYING WS-DEC-POS FROM 1 BY 1
             UNTIL WS-DEC-POS      GREATER WS-DEC-COUNT
               IF  WS-DC-CLIENT-KEY(WS-DEC-POS)
                                   EQUAL WS-SUBJ-KEY AND
                   WS-DC-ENTRY-ID(WS-DEC-POS)
                                   EQUAL WS-WL-ENTRY-ID(WS-WL-POS)
                   MOVE WS-DEC-POS TO WS-DEC-FOUND
               END-IF
           END-PERFORM.

      *    THE LATEST DECISION ON THE PAIR (LAST ON THE FILE) RULES.

           IF  WS-DEC-FOUND        GREATER ZEROS
               IF  WS-DC-FALSE-MATCH(WS-DEC-FOUND)
                   ADD 1           TO WS-COUNT-CLEARED
                   GO TO 0212-00-EXIT
               END-IF
           END-IF.

           MOVE 'Y'                TO WS-SUBJ-HIT-IND.
           ADD 1                   TO WS-COUNT-HITS.

           MOVE WS-SUBJ-SOURCE     TO WS-RD-SOURCE.
           MOVE WS-SUBJ-KEY        TO WS-RD-CLIENT-KEY.
           MOVE WS-SUBJ-NAME       TO WS-RD-NAME.
           MOVE WS-WL-ENTRY-ID(WS-WL-POS)
                                   TO WS-RD-ENTRY-ID.
           MOVE WS-WL-LIST-SOURCE(WS-WL-POS)
                                   TO WS-RD-LIST-SOURCE.
           MOVE WS-SCORE           TO WS-RD-SCORE.
           MOVE '___'              TO WS-RD-DECISION.

           IF  WS-MODE-CIF
               MOVE 'HOLD'         TO WS-RD-ACTION
           ELSE
               MOVE 'HOLD+REVIEW'  TO WS-RD-ACTION
           END-IF.

           IF  WS-DEC-FOUND        GREATER ZEROS
               MOVE 'CONFIRMED'    TO WS-RD-ACTION
               MOVE ' T '          TO WS-RD-DECISION
           END-IF.

           WRITE REG-HITRPT        FROM WS-RPT-DETAIL.

           PERFORM 0213-00-ADD-HOLD.

       0212-00-EXIT.
           EXIT.

       0213-00-ADD-HOLD.

      *    KEEP THE ACCOUNTS TO HOLD IN KEY ORDER, EACH ONCE, FOR THE
      *    MERGE WITH THE HOLDS FILE.

           PERFORM VARYING WS-NH-POS FROM 1 BY 1
             UNTIL WS-NH-POS       GREATER WS-NH-COUNT OR
                   WS-NH-CLIENT-KEY(WS-NH-POS)
                                   NOT LESS WS-SUBJ-KEY
               CONTINUE
           END-PERFORM.

           IF  WS-NH-POS           NOT GREATER WS-NH-COUNT
               IF  WS-NH-CLIENT-KEY(WS-NH-POS)
                                   EQUAL WS-SUBJ-KEY
                   GO TO 0213-00-EXIT
               END-IF
           END-IF.

           IF  WS-NH-COUNT         NOT LESS 1000
               DISPLAY ' HOLD TABLE FULL - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-NH-NEXT FROM WS-NH-COUNT BY -1
             UNTIL WS-NH-NEXT      LESS WS-NH-POS
               MOVE WS-NH-CLIENT-KEY(WS-NH-NEXT)
                                   TO WS-NH-CLIENT-KEY(WS-NH-NEXT + 1)
           END-PERFORM.

           ADD 1                   TO WS-NH-COUNT.
           MOVE WS-SUBJ-KEY        TO WS-NH-CLIENT-KEY(WS-NH-POS).

       0213-00-EXIT.
           EXIT.

       0220-00-NORMALIZE-NAME.

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

       0220-00-EXIT.
           EXIT.

       0221-00-SPLIT-WORDS.

      *    UP TO SIX SIGNIFICANT WORDS OF A NORMALIZED NAME.

           MOVE SPACES             TO WS-TK-RAW-WORDS
                                      WS-TK-WORDS.
           MOVE ZEROS              TO WS-TK-COUNT.

           UNSTRING WS-NM-OUTPUT
               DELIMITED BY ALL SPACE
               INTO WS-TK-RAW(1) WS-TK-RAW(2) WS-TK-RAW(3)
                    WS-TK-RAW(4) WS-TK-RAW(5) WS-TK-RAW(6)
                    WS-TK-RAW(7) WS-TK-RAW(8)
           END-UNSTRING.

           PERFORM VARYING WS-TK-RAW-POS FROM 1 BY 1
             UNTIL WS-TK-RAW-POS   GREATER 8
               MOVE WS-TK-RAW(WS-TK-RAW-POS)
                                   TO WS-TK-WORD
               IF  WS-TK-WORD      NOT EQUAL SPACES AND
                   NOT WS-TK-PARTICLE                AND
                   WS-TK-COUNT     LESS 6
                   ADD 1           TO WS-TK-COUNT
                   MOVE WS-TK-WORD TO WS-TK-TOKEN(WS-TK-COUNT)
               END-IF
           END-PERFORM.

       0221-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CIF.

           READ CIF.

           EVALUATE WS-FS-CIF
             WHEN '00'
               ADD 1               TO WS-READ-CIF
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CIF'
                                    ' FILE STATUS: ' WS-FS-CIF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-SETTREV.

      *    CONTROL RECORDS OF THE PREVIOUS REVIEW FILE ARE SKIPPED.

           READ SETTREV.

           EVALUATE WS-FS-SETTREV
             WHEN '00'
               EVALUATE TRUE
                 WHEN FD-SR-CTL-HEADER
                   GO TO 0302-00-READ-SETTREV
                 WHEN FD-SR-CTL-TRAILER
                   MOVE '10'       TO WS-FS-SETTREV
                 WHEN OTHER
                   ADD 1           TO WS-READ-SETTREV
               END-EVALUATE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-SETTREV'
                                    ' FILE STATUS: ' WS-FS-SETTREV
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-SETTLE.

      *    THE HEADER MUST BE TONIGHT'S; THE TRAILER ENDS THE ITEMS
      *    AND ITS COUNT IS PROVED IN 0901.

           READ SETTLE.

           EVALUATE WS-FS-SETTLE
             WHEN '00'
               EVALUATE TRUE
                 WHEN FD-SC-CTL-HEADER
                   IF  FD-SC-HDR-DATE
                                   NOT EQUAL WS-RUN-DATE
                       DISPLAY ' SETTLEMENT FILE DATE '
                               FD-SC-HDR-DATE
                               ' IS NOT THE BUSINESS DATE'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   GO TO 0303-00-READ-SETTLE
                 WHEN FD-SC-CTL-TRAILER
                   MOVE FD-SC-TRL-COUNT
                                   TO WS-TRAILER-COUNT
                   MOVE '10'       TO WS-FS-SETTLE
                 WHEN OTHER
                   ADD 1           TO WS-READ-SETTLE
               END-EVALUATE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-SETTLE'
                                    ' FILE STATUS: ' WS-FS-SETTLE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

       0304-00-READ-HOLDS.

           READ HOLDS.

           EVALUATE WS-FS-HOLDS
             WHEN '00'
               CONTINUE
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0304-00-READ-HOLDS'
                                    ' FILE STATUS: ' WS-FS-HOLDS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0304-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  WS-MODE-CIF
               CLOSE CIF
           ELSE
               PERFORM 0904-00-CLOSE-SETTLEMENT
           END-IF.

           PERFORM 0902-00-MERGE-HOLDS.

           WRITE REG-HITRPT        FROM WS-RPT-FOOTER
                                   AFTER 2 LINES.

           CLOSE HITRPT.

           IF  WS-COUNT-HITS       GREATER ZEROS AND
               RETURN-CODE         LESS 4
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           IF  WS-MODE-CIF
               MOVE WS-READ-CIF    TO WS-FMT-AMOUNT
               DISPLAY '*  READ  CUSTOMERS.....: ' WS-FMT-AMOUNT
                                          '               *'
           ELSE
               MOVE WS-READ-SETTLE TO WS-FMT-AMOUNT
               DISPLAY '*  READ  SETTLEMENT....: ' WS-FMT-AMOUNT
                                          '               *'
               MOVE WS-READ-SETTREV
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  READ  UNDER REVIEW..: ' WS-FMT-AMOUNT
                                          '               *'
               MOVE WS-COUNT-RELEASED
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  RELEASED FROM REVIEW: ' WS-FMT-AMOUNT
                                          '               *'
               MOVE WS-WRITE-SETTSEND
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  WRITE TO TRANSMIT...: ' WS-FMT-AMOUNT
                                          '               *'
               MOVE WS-WRITE-SETTREVN
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  WRITE UNDER REVIEW..: ' WS-FMT-AMOUNT
                                          '               *'
           END-IF.
           MOVE WS-COUNT-HITS      TO WS-FMT-AMOUNT
           DISPLAY '*  POSSIBLE MATCHES....: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-CLEARED   TO WS-FMT-AMOUNT
           DISPLAY '*  CLEARED EARLIER.....: ' WS-FMT-AMOUNT
                                          '               *'.
           MOVE WS-COUNT-HOLDS-PLACED
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  HOLDS PLACED........: ' WS-FMT-AMOUNT
                                          '               *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.

       0902-00-MERGE-HOLDS.

      *    NEW ACCOUNT HOLDS (SCOPE A, DOCUMENT 0000, CONSUMED N) ARE
      *    MERGED INTO THE HOLDS FILE IN KEY ORDER; AN ACCOUNT THAT
      *    ALREADY HAS AN ACCOUNT HOLD KEEPS ITS OWN.

           OPEN INPUT  HOLDS.

           IF  WS-FS-HOLDS         NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0902-00-MERGE-HOLDS'
                                    ' FILE STATUS: ' WS-FS-HOLDS
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT HOLDSNEW.

           IF  WS-FS-HOLDSNEW      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0902-00-MERGE-HOLDS'
                                    ' FILE STATUS: ' WS-FS-HOLDSNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1                  TO WS-NH-NEXT.

           PERFORM 0304-00-READ-HOLDS.

           PERFORM UNTIL WS-FS-HOLDS EQUAL '10'
               IF  WS-NH-NEXT      NOT GREATER WS-NH-COUNT
                   MOVE WS-NH-CLIENT-KEY(WS-NH-NEXT)
                                   TO WS-NK-CLIENT-KEY
               END-IF
               EVALUATE TRUE
                 WHEN WS-NH-NEXT   GREATER WS-NH-COUNT
                   MOVE REG-HOLDS  TO REG-HOLDSNEW
                   PERFORM 0903-00-WRITE-HOLDSNEW
                   PERFORM 0304-00-READ-HOLDS
                 WHEN WS-NEW-HOLD-KEY
                                   LESS FD-HD-KEY
                   PERFORM 0905-00-WRITE-NEW-HOLD
                   ADD 1           TO WS-NH-NEXT
                 WHEN WS-NEW-HOLD-KEY
                                   EQUAL FD-HD-KEY
                   ADD 1           TO WS-NH-NEXT
                 WHEN OTHER
                   MOVE REG-HOLDS  TO REG-HOLDSNEW
                   PERFORM 0903-00-WRITE-HOLDSNEW
                   PERFORM 0304-00-READ-HOLDS
               END-EVALUATE
           END-PERFORM.

           PERFORM UNTIL WS-NH-NEXT GREATER WS-NH-COUNT
               MOVE WS-NH-CLIENT-KEY(WS-NH-NEXT)
                                   TO WS-NK-CLIENT-KEY
               PERFORM 0905-00-WRITE-NEW-HOLD
               ADD 1               TO WS-NH-NEXT
           END-PERFORM.

           CLOSE HOLDS
                 HOLDSNEW.

       0902-00-EXIT.
           EXIT.

       0903-00-WRITE-HOLDSNEW.

           WRITE REG-HOLDSNEW.

           EVALUATE WS-FS-HOLDSNEW
             WHEN '00'
               ADD 1               TO WS-WRITE-HOLDSNEW
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0903-00-WRITE-HOLDSNEW'
                                    ' FILE STATUS: ' WS-FS-HOLDSNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0903-00-EXIT.
           EXIT.

       0904-00-CLOSE-SETTLEMENT.

           IF  WS-TRAILER-COUNT    NOT EQUAL WS-READ-SETTLE
               DISPLAY ' SETTLEMENT TRAILER COUNT ' WS-TRAILER-COUNT
                       ' DIFFERS FROM ITEMS READ ' WS-READ-SETTLE
               MOVE 12             TO RETURN-CODE
           END-IF.

           MOVE 'TRL*'             TO FD-SS-CTL-ID.
           MOVE SPACES             TO FD-SS-CTL-DATA.
           MOVE WS-WRITE-SETTSEND  TO FD-SS-TRL-COUNT.
           MOVE WS-HASH-SETTSEND   TO FD-SS-TRL-HASH.
           WRITE REG-SETTSEND-CONTROL.

           MOVE 'TRL*'             TO FD-SN-CTL-ID.
           MOVE SPACES             TO FD-SN-CTL-DATA.
           MOVE WS-WRITE-SETTREVN  TO FD-SN-TRL-COUNT.
           MOVE WS-HASH-SETTREVN   TO FD-SN-TRL-HASH.
           WRITE REG-SETTREVN-CONTROL.

           CLOSE SETTLE
                 SETTREV
                 SETTSEND
                 SETTREVN.

       0904-00-EXIT.
           EXIT.

       0905-00-WRITE-NEW-HOLD.

           MOVE WS-NEW-HOLD-KEY    TO FD-HN-KEY.
           MOVE ZEROS              TO FD-HN-VALUE.
           MOVE 'N'                TO FD-HN-CONSUMED.

           PERFORM 0903-00-WRITE-HOLDSNEW.

           ADD 1                   TO WS-COUNT-HOLDS-PLACED.

       0905-00-EXIT.
           EXIT.
