      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62647.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62647                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : MONTH-END BAD-DEBT PROVISION AND WRITE-OFF   *
      *                   RUN OVER THE AR OPEN-ITEMS SUBLEDGER         *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE SUBLEDGER IS COPIED TO A NEW GENERATION.  EVERY OPEN     *
      *   ITEM ON THE APPROVED WRITE-OFF LIST (WRITEOFF) IS CLOSED     *
      *   WITH STATUS W; ITS BALANCE STAYS ON THE ITEM AS THE AMOUNT   *
      *   WRITTEN OFF.  THE REMAINING OPEN ITEMS ARE AGED AS IN        *
      *   EAD62587 AND THE PROVISION PERCENTAGE OF EACH AGING BUCKET   *
      *   (PROVPARM) GIVES THE REQUIRED ALLOWANCE.  THE ALLOWANCE OF   *
      *   THE PREVIOUS RUN IS READ FROM THE PROVISION HISTORY          *
      *   (PROVHSTO) AND THE NEW ONE WRITTEN TO PROVHSTN.              *
      *                                                                *
      *   GL POSTINGS (GLPOST LAYOUT OF EAD62571), ACCOUNTS FROM THE   *
      *   GLMAP ROWS OF SOURCE TYPES:                                  *
      *     W = WRITE-OFFS: DEBIT ALLOWANCE, CREDIT RECEIVABLES        *
      *     B = PROVISION:  DEBIT BAD-DEBT EXPENSE, CREDIT ALLOWANCE   *
      *         (REVERSED WHEN THE ALLOWANCE IS RELEASED)              *
      *   PROVISION = REQUIRED - (BROUGHT FORWARD - WRITE-OFFS)        *
      *   THE POSTINGS ARE DATED THE LAST DAY OF THE AS-OF MONTH AND   *
      *   ARE TAKEN BY THE NEXT NIGHTLY GL EXTRACT (EAD62571).         *
      *                                                                *
      *   RC=04: AN APPROVED WRITE-OFF IS NOT AN OPEN ITEM WITH A      *
      *   BALANCE (LISTED ON THE REPORT).  RC=12: THE MONTH WAS        *
      *   ALREADY PROVISIONED, OR PARAMETERS/MAPPING INCOMPLETE.       *
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

           SELECT WRITEOFF         ASSIGN TO DA-S-WRITEOFF
               FILE STATUS         IS WS-FS-WRITEOFF.

           SELECT PROVPARM         ASSIGN TO DA-S-PROVPARM
               FILE STATUS         IS WS-FS-PROVPARM.

           SELECT GLMAP            ASSIGN TO DA-S-GLMAP
               FILE STATUS         IS WS-FS-GLMAP.

           SELECT PROVHSTO         ASSIGN TO DA-S-PROVHSTO
               FILE STATUS         IS WS-FS-PROVHSTO.

           SELECT AROPENN          ASSIGN TO DA-S-AROPENN
               FILE STATUS         IS WS-FS-AROPENN.

           SELECT PROVHSTN         ASSIGN TO DA-S-PROVHSTN
               FILE STATUS         IS WS-FS-PROVHSTN.

           SELECT GLFEED           ASSIGN TO DA-S-GLFEED
               FILE STATUS         IS WS-FS-GLFEED.

           SELECT PROVRPT          ASSIGN TO DA-S-PROVRPT.

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

       FD  WRITEOFF
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-WRITEOFF.
           03  FD-WO-INVOICE       PIC 9(6).
           03  FD-WO-APPROVED-BY   PIC X(8).
           03  FD-WO-APPROVED-ON   PIC 9(8).
           03  FD-WO-REASON        PIC X(30).
           03  FILLER              PIC X(28).

       FD  PROVPARM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PROVPARM.
           03  FD-PP-BUCKET        PIC 9(1).
           03  FD-PP-PERCENT       PIC 9(3)V9(2).
           03  FD-PP-DESCRIPTION   PIC X(12).
           03  FILLER              PIC X(62).

       FD  GLMAP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLMAP.
           03  FD-GM-RELEASE-TYPE  PIC A(1).
           03  FD-GM-DEBIT-ACCT    PIC X(8).
           03  FD-GM-CREDIT-ACCT   PIC X(8).
           03  FD-GM-DESCRIPTION   PIC X(20).

       FD  PROVHSTO
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PROVHSTO.
           03  FD-HO-ASOF.
               05  FD-HO-YEAR      PIC 9(4).
               05  FD-HO-MONTH     PIC 9(2).
           03  FD-HO-ALLOWANCE     PIC S9(9)V9(2) OCCURS 4 TIMES.
           03  FD-HO-TOTAL         PIC S9(11)V9(2).
           03  FILLER              PIC X(17).

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

       FD  PROVHSTN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PROVHSTN.
           03  FD-HN-ASOF.
               05  FD-HN-YEAR      PIC 9(4).
               05  FD-HN-MONTH     PIC 9(2).
           03  FD-HN-ALLOWANCE     PIC S9(9)V9(2) OCCURS 4 TIMES.
           03  FD-HN-TOTAL         PIC S9(11)V9(2).
           03  FILLER              PIC X(17).

       FD  GLFEED
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-GLFEED.
           03  FD-GL-DATE          PIC 9(8).
           03  FD-GL-BRANCH        PIC X(4).
           03  FD-GL-ACCOUNT       PIC X(8).
           03  FD-GL-DC            PIC X(1).
           03  FD-GL-AMOUNT        PIC 9(9)V9(2).
           03  FD-GL-SOURCE-TYPE   PIC A(1).
           03  FD-GL-DESCRIPTION   PIC X(20).

       FD  PROVRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-PROVRPT             PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62647'.

       77  WS-FS-AROPENO           PIC X(2)            VALUE ZEROS.
       77  WS-FS-WRITEOFF          PIC X(2)            VALUE ZEROS.
       77  WS-FS-PROVPARM          PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLMAP             PIC X(2)            VALUE ZEROS.
       77  WS-FS-PROVHSTO          PIC X(2)            VALUE ZEROS.
       77  WS-FS-AROPENN           PIC X(2)            VALUE ZEROS.
       77  WS-FS-PROVHSTN          PIC X(2)            VALUE ZEROS.
       77  WS-FS-GLFEED            PIC X(2)            VALUE ZEROS.

       77  WS-READ-AROPENO         PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-AROPENN        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-OPEN           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-WRITTEN-OFF    PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-UNAPPLIED      PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-GLFEED         PIC 9(5)            VALUE ZEROS.

       01  WS-ASOF.
           03  WS-AS-YEAR          PIC 9(4).
           03  WS-AS-MONTH         PIC 9(2).

       77  WS-GL-BRANCH            PIC X(4)            VALUE SPACES.

      *    THE POSTINGS ARE DATED THE LAST DAY OF THE AS-OF MONTH:
      *    THE DAY BEFORE THE FIRST OF THE FOLLOWING MONTH.
       01  WS-NEXT-MONTH-DATE.
           03  WS-NM-YEAR          PIC 9(4).
           03  WS-NM-MONTH         PIC 9(2).
           03  WS-NM-DAY           PIC 9(2).
       01  WS-NEXT-MONTH-NUM       REDEFINES WS-NEXT-MONTH-DATE
                                   PIC 9(8).

       77  WS-GL-DATE              PIC 9(8)            VALUE ZEROS.

       77  WS-AGE-MONTHS           PIC S9(4)           VALUE ZEROS.
       77  WS-BUCKET               PIC 9(1)            VALUE ZEROS.
       77  WS-BK-POS               PIC 9(1)            VALUE ZEROS.

       01  WS-BUCKET-TABLE.
           03  WS-BK-ENTRY         OCCURS 4 TIMES.
               05  WS-BK-DESCRIPTION
                                   PIC X(12).
               05  WS-BK-PERCENT   PIC 9(3)V9(2).
               05  WS-BK-LOADED    PIC X(1).
               05  WS-BK-OPEN      PIC S9(11)V9(2).
               05  WS-BK-REQUIRED  PIC S9(11)V9(2).
               05  WS-BK-PRIOR     PIC S9(11)V9(2).

       77  WS-TOT-OPEN             PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TOT-REQUIRED         PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TOT-PRIOR            PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-TOT-WRITTEN-OFF      PIC S9(11)V9(2)     VALUE ZEROS.
       77  WS-PROVISION            PIC S9(11)V9(2)     VALUE ZEROS.

       77  WS-WOFF-COUNT           PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-WOFF-POS             PIC 9(4) COMP-3     VALUE ZEROS.
       77  WS-WOFF-FOUND           PIC 9(4) COMP-3     VALUE ZEROS.

       01  WS-WRITEOFF-TABLE.
           03  WS-WO-ENTRY         OCCURS 1000 TIMES.
               05  WS-WO-INVOICE   PIC 9(6).
               05  WS-WO-APPROVED-BY
                                   PIC X(8).
               05  WS-WO-MATCHED   PIC X(1).

      *    GLMAP ROWS OF THE TWO AR SOURCE TYPES.
       01  WS-MAP-PROVISION.
           03  WS-MP-FOUND         PIC X(1)            VALUE 'N'.
           03  WS-MP-DEBIT-ACCT    PIC X(8)            VALUE SPACES.
           03  WS-MP-CREDIT-ACCT   PIC X(8)            VALUE SPACES.
           03  WS-MP-DESCRIPTION   PIC X(20)           VALUE SPACES.

       01  WS-MAP-WRITEOFF.
           03  WS-MW-FOUND         PIC X(1)            VALUE 'N'.
           03  WS-MW-DEBIT-ACCT    PIC X(8)            VALUE SPACES.
           03  WS-MW-CREDIT-ACCT   PIC X(8)            VALUE SPACES.
           03  WS-MW-DESCRIPTION   PIC X(20)           VALUE SPACES.

       77  WS-PAIR-DEBIT-ACCT      PIC X(8)            VALUE SPACES.
       77  WS-PAIR-CREDIT-ACCT     PIC X(8)            VALUE SPACES.
       77  WS-PAIR-AMOUNT          PIC 9(9)V9(2)       VALUE ZEROS.

       01  WS-RPT-HEADER-1.
           03  FILLER              PIC X(31)           VALUE
           'AR BAD-DEBT PROVISION - AS OF: '.
           03  WS-RH-ASOF          PIC 9(6)            VALUE ZEROS.

       01  WS-RPT-HEADER-2         PIC X(19)           VALUE
           'APPROVED WRITE-OFFS'.

       01  WS-RPT-WRITEOFF.
           03  FILLER              PIC X(8)            VALUE
           'INVOICE '.
           03  WS-RW-INVOICE       PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(10)           VALUE
           ' CUSTOMER '.
           03  WS-RW-CUSTOMER      PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(9)            VALUE
           ' BALANCE '.
           03  WS-RW-BALANCE       PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(4)            VALUE
           ' BY '.
           03  WS-RW-APPROVED-BY   PIC X(8)            VALUE SPACES.

       01  WS-RPT-UNAPPLIED.
           03  FILLER              PIC X(8)            VALUE
           'INVOICE '.
           03  WS-RU-INVOICE       PIC 9(6)            VALUE ZEROS.
           03  FILLER              PIC X(50)           VALUE
           ' NOT WRITTEN OFF - NOT AN OPEN ITEM WITH A BALANCE'.

       01  WS-RPT-HEADER-3.
           03  FILLER              PIC X(12)           VALUE
           'BUCKET'.
           03  FILLER              PIC X(15)           VALUE
           '   OPEN BALANCE'.
           03  FILLER              PIC X(7)            VALUE
           '    PCT'.
           03  FILLER              PIC X(15)           VALUE
           '       REQUIRED'.
           03  FILLER              PIC X(15)           VALUE
           '     LAST MONTH'.
           03  FILLER              PIC X(15)           VALUE
           '       MOVEMENT'.

       01  WS-RPT-BUCKET.
           03  WS-RB-DESCRIPTION   PIC X(12)           VALUE SPACES.
           03  WS-RB-OPEN          PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RB-PERCENT       PIC ZZ9,99          VALUE ZEROS.
           03  WS-RB-REQUIRED      PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.
           03  WS-RB-PRIOR         PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.
           03  WS-RB-MOVEMENT      PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.

       01  WS-RPT-RECONCILE.
           03  WS-RR-LABEL         PIC X(41)           VALUE SPACES.
           03  WS-RR-AMOUNT        PIC -ZZZ.ZZZ.Z(2)9,99
                                                       VALUE ZEROS.

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

      *    SYSIN: AS-OF YEAR AND MONTH, GL BRANCH OF THE POSTINGS.

           ACCEPT WS-AS-YEAR       FROM SYSIN.
           ACCEPT WS-AS-MONTH      FROM SYSIN.
           ACCEPT WS-GL-BRANCH     FROM SYSIN.

           IF  WS-ASOF             NOT NUMERIC OR
               WS-AS-MONTH         LESS 01 OR
               WS-AS-MONTH         GREATER 12 OR
               WS-GL-BRANCH        EQUAL SPACES
               DISPLAY ' AS-OF DATE / BRANCH PARAMETERS INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-AS-MONTH         EQUAL 12
               COMPUTE WS-NM-YEAR  = WS-AS-YEAR + 1
               MOVE 01             TO WS-NM-MONTH
           ELSE
               MOVE WS-AS-YEAR     TO WS-NM-YEAR
               COMPUTE WS-NM-MONTH = WS-AS-MONTH + 1
           END-IF.
           MOVE 01                 TO WS-NM-DAY.

           COMPUTE WS-GL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1).

           PERFORM 0102-00-LOAD-PARMS.
           PERFORM 0103-00-LOAD-GLMAP.
           PERFORM 0104-00-LOAD-WRITEOFFS.
           PERFORM 0105-00-READ-HISTORY.

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

           OPEN OUTPUT AROPENN
                       GLFEED
                       PROVRPT.

           IF  WS-FS-GLFEED        NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-GLFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ASOF            TO WS-RH-ASOF.
           WRITE REG-PROVRPT       FROM WS-RPT-HEADER-1.
           WRITE REG-PROVRPT       FROM WS-RPT-HEADER-2
                                   AFTER 2 LINES.

           PERFORM 0301-00-READ-AROPENO.

       0101-00-EXIT.
           EXIT.

       0102-00-LOAD-PARMS.

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               MOVE 'N'            TO WS-BK-LOADED(WS-BK-POS)
               MOVE ZEROS          TO WS-BK-OPEN(WS-BK-POS)
               MOVE ZEROS          TO WS-BK-REQUIRED(WS-BK-POS)
               MOVE ZEROS          TO WS-BK-PRIOR(WS-BK-POS)
           END-PERFORM.

           OPEN INPUT PROVPARM.

           EVALUATE WS-FS-PROVPARM
             WHEN '00'
               PERFORM UNTIL WS-FS-PROVPARM EQUAL '10'
                   READ PROVPARM
                   EVALUATE WS-FS-PROVPARM
                     WHEN '00'
                       IF  FD-PP-BUCKET     NOT NUMERIC  OR
                           FD-PP-BUCKET     LESS 1       OR
                           FD-PP-BUCKET     GREATER 4    OR
                           FD-PP-PERCENT    NOT NUMERIC  OR
                           FD-PP-PERCENT    GREATER 100
                           DISPLAY ' INVALID PROVISION PARAMETER: '
                                   REG-PROVPARM
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE FD-PP-DESCRIPTION
                           TO WS-BK-DESCRIPTION(FD-PP-BUCKET)
                       MOVE FD-PP-PERCENT
                           TO WS-BK-PERCENT(FD-PP-BUCKET)
                       MOVE 'Y'
                           TO WS-BK-LOADED(FD-PP-BUCKET)
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PARMS'
                                    ' FILE STATUS: ' WS-FS-PROVPARM
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE PROVPARM
             WHEN '35'
               DISPLAY ' PROVISION PARAMETER FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-LOAD-PARMS'
                                    ' FILE STATUS: ' WS-FS-PROVPARM
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               IF  WS-BK-LOADED(WS-BK-POS)
                                   NOT EQUAL 'Y'
                   DISPLAY ' NO PROVISION PERCENTAGE FOR BUCKET '
                           WS-BK-POS ' - RUN ABORTED'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

       0102-00-EXIT.
           EXIT.

       0103-00-LOAD-GLMAP.

           OPEN INPUT GLMAP.

           EVALUATE WS-FS-GLMAP
             WHEN '00'
               PERFORM UNTIL WS-FS-GLMAP EQUAL '10'
                   READ GLMAP
                   EVALUATE WS-FS-GLMAP
                     WHEN '00'
                       EVALUATE FD-GM-RELEASE-TYPE
                         WHEN 'B'
                           MOVE 'Y'
                               TO WS-MP-FOUND
                           MOVE FD-GM-DEBIT-ACCT
                               TO WS-MP-DEBIT-ACCT
                           MOVE FD-GM-CREDIT-ACCT
                               TO WS-MP-CREDIT-ACCT
                           MOVE FD-GM-DESCRIPTION
                               TO WS-MP-DESCRIPTION
                         WHEN 'W'
                           MOVE 'Y'
                               TO WS-MW-FOUND
                           MOVE FD-GM-DEBIT-ACCT
                               TO WS-MW-DEBIT-ACCT
                           MOVE FD-GM-CREDIT-ACCT
                               TO WS-MW-CREDIT-ACCT
                           MOVE FD-GM-DESCRIPTION
                               TO WS-MW-DESCRIPTION
                         WHEN OTHER
                           CONTINUE
                       END-EVALUATE
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0103-00-LOAD-GLMAP'
                                    ' FILE STATUS: ' WS-FS-GLMAP
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE GLMAP
             WHEN '35'
               DISPLAY ' GL MAPPING FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-LOAD-GLMAP'
                                    ' FILE STATUS: ' WS-FS-GLMAP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-MP-FOUND         NOT EQUAL 'Y' OR
               WS-MW-FOUND         NOT EQUAL 'Y'
               DISPLAY ' NO GL MAPPING FOR SOURCE TYPE B OR W'
                       ' - RUN ABORTED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0103-00-EXIT.
           EXIT.

       0104-00-LOAD-WRITEOFFS.

           OPEN INPUT WRITEOFF.

           EVALUATE WS-FS-WRITEOFF
             WHEN '00'
               PERFORM UNTIL WS-FS-WRITEOFF EQUAL '10'
                   READ WRITEOFF
                   EVALUATE WS-FS-WRITEOFF
                     WHEN '00'
                       IF  WS-WOFF-COUNT LESS 1000
                           ADD 1   TO WS-WOFF-COUNT
                           MOVE FD-WO-INVOICE
                               TO WS-WO-INVOICE(WS-WOFF-COUNT)
                           MOVE FD-WO-APPROVED-BY
                               TO WS-WO-APPROVED-BY(WS-WOFF-COUNT)
                           MOVE 'N'
                               TO WS-WO-MATCHED(WS-WOFF-COUNT)
                       ELSE
                           DISPLAY ' WRITE-OFF TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                     WHEN '10'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY ' ERROR FOUND IN 0104-00-LOAD-WRITEOFFS'
                                    ' FILE STATUS: ' WS-FS-WRITEOFF
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-EVALUATE
               END-PERFORM
               CLOSE WRITEOFF
             WHEN '35'
      *        NO LIST THIS MONTH: PROVISION ONLY
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0104-00-LOAD-WRITEOFFS'
                                    ' FILE STATUS: ' WS-FS-WRITEOFF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0104-00-EXIT.
           EXIT.

       0105-00-READ-HISTORY.

      *    AN EMPTY HISTORY (FIRST RUN) MEANS NO ALLOWANCE BROUGHT
      *    FORWARD.  A MONTH NOT AFTER THE LAST ONE PROVISIONED WOULD
      *    POST THE WRITE-OFFS AND THE PROVISION TO THE GL TWICE.

           OPEN INPUT PROVHSTO.

           EVALUATE WS-FS-PROVHSTO
             WHEN '00'
               READ PROVHSTO
               EVALUATE WS-FS-PROVHSTO
                 WHEN '00'
                   IF  WS-ASOF     NOT GREATER FD-HO-ASOF
                       DISPLAY ' PROVISION ALREADY RUN FOR '
                               FD-HO-ASOF ' - RUN ABORTED'
                       MOVE 12     TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM VARYING WS-BK-POS FROM 1 BY 1
                     UNTIL WS-BK-POS GREATER 4
                       MOVE FD-HO-ALLOWANCE(WS-BK-POS)
                                   TO WS-BK-PRIOR(WS-BK-POS)
                   END-PERFORM
                   MOVE FD-HO-TOTAL
                                   TO WS-TOT-PRIOR
                 WHEN '10'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0105-00-READ-HISTORY'
                                    ' FILE STATUS: ' WS-FS-PROVHSTO
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
               CLOSE PROVHSTO
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0105-00-READ-HISTORY'
                                    ' FILE STATUS: ' WS-FS-PROVHSTO
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0105-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE REG-AROPENO        TO REG-AROPENN.
           MOVE ZEROS              TO WS-WOFF-FOUND.

           IF  FD-AO-STATUS        EQUAL 'O' AND
               FD-AO-OPEN-BALANCE  GREATER ZEROS
               PERFORM 0202-00-FIND-WRITEOFF
           END-IF.

           EVALUATE TRUE
             WHEN WS-WOFF-FOUND    GREATER ZEROS
               PERFORM 0203-00-WRITE-OFF-ITEM
             WHEN FD-AO-STATUS     EQUAL 'O'
               ADD 1               TO WS-COUNT-OPEN
               PERFORM 0204-00-BUCKET-ITEM
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 0205-00-WRITE-ITEM.

           PERFORM 0301-00-READ-AROPENO.

       0201-00-EXIT.
           EXIT.

       0202-00-FIND-WRITEOFF.

           PERFORM VARYING WS-WOFF-POS FROM 1 BY 1
             UNTIL WS-WOFF-POS     GREATER WS-WOFF-COUNT
                OR WS-WOFF-FOUND   GREATER ZEROS
               IF  WS-WO-INVOICE(WS-WOFF-POS)
                                   EQUAL FD-AO-INVOICE
                   MOVE WS-WOFF-POS
                                   TO WS-WOFF-FOUND
               END-IF
           END-PERFORM.

       0202-00-EXIT.
           EXIT.

       0203-00-WRITE-OFF-ITEM.

           MOVE 'Y'                TO WS-WO-MATCHED(WS-WOFF-FOUND).
           MOVE 'W'                TO FD-AN-STATUS.

           ADD 1                   TO WS-COUNT-WRITTEN-OFF.
           ADD FD-AO-OPEN-BALANCE  TO WS-TOT-WRITTEN-OFF.

           MOVE FD-AO-INVOICE      TO WS-RW-INVOICE.
           MOVE FD-AO-CUSTOMER     TO WS-RW-CUSTOMER.
           MOVE FD-AO-OPEN-BALANCE TO WS-RW-BALANCE.
           MOVE WS-WO-APPROVED-BY(WS-WOFF-FOUND)
                                   TO WS-RW-APPROVED-BY.
           WRITE REG-PROVRPT       FROM WS-RPT-WRITEOFF.

       0203-00-EXIT.
           EXIT.

       0204-00-BUCKET-ITEM.

           COMPUTE WS-AGE-MONTHS =
               ((WS-AS-YEAR - FD-AO-YEAR) * 12)
               + WS-AS-MONTH - FD-AO-MONTH.

           EVALUATE TRUE
             WHEN WS-AGE-MONTHS    NOT GREATER ZEROS
               MOVE 1              TO WS-BUCKET
             WHEN WS-AGE-MONTHS    EQUAL 1
               MOVE 2              TO WS-BUCKET
             WHEN WS-AGE-MONTHS    EQUAL 2
               MOVE 3              TO WS-BUCKET
             WHEN OTHER
               MOVE 4              TO WS-BUCKET
           END-EVALUATE.

           ADD FD-AO-OPEN-BALANCE  TO WS-BK-OPEN(WS-BUCKET).
           ADD FD-AO-OPEN-BALANCE  TO WS-TOT-OPEN.

       0204-00-EXIT.
           EXIT.

       0205-00-WRITE-ITEM.

           WRITE REG-AROPENN.

           EVALUATE WS-FS-AROPENN
             WHEN '00'
               ADD 1               TO WS-WRITE-AROPENN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0205-00-WRITE-ITEM'
                                    ' FILE STATUS: ' WS-FS-AROPENN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

       0206-00-LIST-UNAPPLIED.

           PERFORM VARYING WS-WOFF-POS FROM 1 BY 1
             UNTIL WS-WOFF-POS     GREATER WS-WOFF-COUNT
               IF  WS-WO-MATCHED(WS-WOFF-POS)
                                   EQUAL 'N'
                   MOVE WS-WO-INVOICE(WS-WOFF-POS)
                                   TO WS-RU-INVOICE
                   WRITE REG-PROVRPT
                                   FROM WS-RPT-UNAPPLIED
                   ADD 1           TO WS-COUNT-UNAPPLIED
               END-IF
           END-PERFORM.

       0206-00-EXIT.
           EXIT.

       0207-00-COMPUTE-ALLOWANCE.

      *    A BUCKET WITH A NET CREDIT BALANCE NEEDS NO ALLOWANCE.

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               IF  WS-BK-OPEN(WS-BK-POS)
                                   GREATER ZEROS
                   COMPUTE WS-BK-REQUIRED(WS-BK-POS) ROUNDED =
                       WS-BK-OPEN(WS-BK-POS)
                       * WS-BK-PERCENT(WS-BK-POS) / 100
               END-IF
               ADD WS-BK-REQUIRED(WS-BK-POS)
                                   TO WS-TOT-REQUIRED
           END-PERFORM.

           COMPUTE WS-PROVISION =
               WS-TOT-REQUIRED
               - (WS-TOT-PRIOR - WS-TOT-WRITTEN-OFF).

       0207-00-EXIT.
           EXIT.

       0208-00-WRITE-SUMMARY.

           WRITE REG-PROVRPT       FROM WS-RPT-HEADER-3
                                   AFTER 2 LINES.

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               MOVE WS-BK-DESCRIPTION(WS-BK-POS)
                                   TO WS-RB-DESCRIPTION
               MOVE WS-BK-OPEN(WS-BK-POS)
                                   TO WS-RB-OPEN
               MOVE WS-BK-PERCENT(WS-BK-POS)
                                   TO WS-RB-PERCENT
               MOVE WS-BK-REQUIRED(WS-BK-POS)
                                   TO WS-RB-REQUIRED
               MOVE WS-BK-PRIOR(WS-BK-POS)
                                   TO WS-RB-PRIOR
               COMPUTE WS-RB-MOVEMENT =
                   WS-BK-REQUIRED(WS-BK-POS)
                   - WS-BK-PRIOR(WS-BK-POS)
               WRITE REG-PROVRPT   FROM WS-RPT-BUCKET
           END-PERFORM.

           MOVE 'TOTAL'            TO WS-RB-DESCRIPTION.
           MOVE WS-TOT-OPEN        TO WS-RB-OPEN.
           MOVE ZEROS              TO WS-RB-PERCENT.
           MOVE WS-TOT-REQUIRED    TO WS-RB-REQUIRED.
           MOVE WS-TOT-PRIOR       TO WS-RB-PRIOR.
           COMPUTE WS-RB-MOVEMENT  = WS-TOT-REQUIRED - WS-TOT-PRIOR.
           WRITE REG-PROVRPT       FROM WS-RPT-BUCKET
                                   AFTER 2 LINES.

           MOVE 'ALLOWANCE BROUGHT FORWARD..............: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOT-PRIOR       TO WS-RR-AMOUNT.
           WRITE REG-PROVRPT       FROM WS-RPT-RECONCILE
                                   AFTER 2 LINES.

           MOVE 'LESS WRITE-OFFS CHARGED TO ALLOWANCE...: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOT-WRITTEN-OFF TO WS-RR-AMOUNT.
           WRITE REG-PROVRPT       FROM WS-RPT-RECONCILE.

           MOVE 'PROVISION CHARGED (RELEASED) THIS MONTH: '
                                   TO WS-RR-LABEL.
           MOVE WS-PROVISION       TO WS-RR-AMOUNT.
           WRITE REG-PROVRPT       FROM WS-RPT-RECONCILE.

           MOVE 'REQUIRED ALLOWANCE CARRIED FORWARD.....: '
                                   TO WS-RR-LABEL.
           MOVE WS-TOT-REQUIRED    TO WS-RR-AMOUNT.
           WRITE REG-PROVRPT       FROM WS-RPT-RECONCILE.

       0208-00-EXIT.
           EXIT.

       0209-00-EMIT-POSTINGS.

           IF  WS-TOT-WRITTEN-OFF  GREATER ZEROS
               MOVE 'W'            TO FD-GL-SOURCE-TYPE
               MOVE WS-MW-DESCRIPTION
                                   TO FD-GL-DESCRIPTION
               MOVE WS-MW-DEBIT-ACCT
                                   TO WS-PAIR-DEBIT-ACCT
               MOVE WS-MW-CREDIT-ACCT
                                   TO WS-PAIR-CREDIT-ACCT
               MOVE WS-TOT-WRITTEN-OFF
                                   TO WS-PAIR-AMOUNT
               PERFORM 0210-00-WRITE-PAIR
           END-IF.

      *    A RELEASE OF THE ALLOWANCE REVERSES THE PROVISION ROW.

           MOVE 'B'                TO FD-GL-SOURCE-TYPE.
           MOVE WS-MP-DESCRIPTION  TO FD-GL-DESCRIPTION.

           EVALUATE TRUE
             WHEN WS-PROVISION     GREATER ZEROS
               MOVE WS-MP-DEBIT-ACCT
                                   TO WS-PAIR-DEBIT-ACCT
               MOVE WS-MP-CREDIT-ACCT
                                   TO WS-PAIR-CREDIT-ACCT
               MOVE WS-PROVISION   TO WS-PAIR-AMOUNT
               PERFORM 0210-00-WRITE-PAIR
             WHEN WS-PROVISION     LESS ZEROS
               MOVE WS-MP-CREDIT-ACCT
                                   TO WS-PAIR-DEBIT-ACCT
               MOVE WS-MP-DEBIT-ACCT
                                   TO WS-PAIR-CREDIT-ACCT
               COMPUTE WS-PAIR-AMOUNT = WS-PROVISION * -1
               PERFORM 0210-00-WRITE-PAIR
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0209-00-EXIT.
           EXIT.

       0210-00-WRITE-PAIR.

           MOVE WS-GL-DATE         TO FD-GL-DATE.
           MOVE WS-GL-BRANCH       TO FD-GL-BRANCH.
           MOVE WS-PAIR-AMOUNT     TO FD-GL-AMOUNT.

           MOVE WS-PAIR-DEBIT-ACCT TO FD-GL-ACCOUNT.
           MOVE 'D'                TO FD-GL-DC.
           PERFORM 0211-00-WRITE-GLFEED.

           MOVE WS-PAIR-CREDIT-ACCT
                                   TO FD-GL-ACCOUNT.
           MOVE 'C'                TO FD-GL-DC.
           PERFORM 0211-00-WRITE-GLFEED.

       0210-00-EXIT.
           EXIT.

       0211-00-WRITE-GLFEED.

           WRITE REG-GLFEED.

           EVALUATE WS-FS-GLFEED
             WHEN '00'
               ADD 1               TO WS-WRITE-GLFEED
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0211-00-WRITE-GLFEED'
                                    ' FILE STATUS: ' WS-FS-GLFEED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0211-00-EXIT.
           EXIT.

       0212-00-WRITE-HISTORY.

           OPEN OUTPUT PROVHSTN.

           MOVE SPACES             TO REG-PROVHSTN.
           MOVE WS-ASOF            TO FD-HN-ASOF.

           PERFORM VARYING WS-BK-POS FROM 1 BY 1
             UNTIL WS-BK-POS       GREATER 4
               MOVE WS-BK-REQUIRED(WS-BK-POS)
                                   TO FD-HN-ALLOWANCE(WS-BK-POS)
           END-PERFORM.

           MOVE WS-TOT-REQUIRED    TO FD-HN-TOTAL.

           WRITE REG-PROVHSTN.

           IF  WS-FS-PROVHSTN      NOT EQUAL '00'
               DISPLAY ' ERROR FOUND IN 0212-00-WRITE-HISTORY'
                                    ' FILE STATUS: ' WS-FS-PROVHSTN
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           CLOSE PROVHSTN.

       0212-00-EXIT.
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

           PERFORM 0206-00-LIST-UNAPPLIED.
           PERFORM 0207-00-COMPUTE-ALLOWANCE.
           PERFORM 0208-00-WRITE-SUMMARY.
           PERFORM 0209-00-EMIT-POSTINGS.
           PERFORM 0212-00-WRITE-HISTORY.

           CLOSE AROPENO
                 AROPENN
                 GLFEED
                 PROVRPT.

           IF  WS-COUNT-UNAPPLIED  GREATER ZEROS
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
           MOVE WS-COUNT-OPEN      TO WS-FMT-AMOUNT
           DISPLAY '*  OPEN  ITEMS...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-WRITTEN-OFF
                                   TO WS-FMT-AMOUNT
           DISPLAY '*  WRITTEN OFF...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-UNAPPLIED TO WS-FMT-AMOUNT
           DISPLAY '*  NOT APPLIED...: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-WRITE-GLFEED    TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE POSTINGS: ' WS-FMT-AMOUNT
                                         '                       *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
