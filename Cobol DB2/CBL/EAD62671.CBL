      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62671.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62671                                     *
      *   LANGUAGE      : COBOL/DB2                                    *
      *   TARGET        : QUARTERLY RECERTIFICATION OF THE CICS        *
      *                   SIGN-ON PROFILES (USRPROF)                   *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   TWO RUNS PER QUARTER, BOTH WITH THE USRPROF FILE CLOSED IN   *
      *   CICS (CEMT SET FILE(USRPROF) CLOSED):                        *
      *                                                                *
      *   L (LIST) - OPENS THE CYCLE.  EVERY ACTIVE USER IS LISTED     *
      *     ON RECRPT, ONE PAGE PER DEPARTMENT FOR ITS HEAD, WITH      *
      *     THE AUTHORITY, LAST SIGN-ON, LAST PASSWORD CHANGE AND      *
      *     THE NUMBER OF CHANGES AND APPROVALS THE USER MADE IN       *
      *     EAD625.AUDIT_LOG OVER THE LAST CLOSED CALENDAR QUARTER     *
      *     (APPROVALS = SUPERVISOR QUEUE EAD625CQ, OPERATION Q, AND   *
      *     VACATION DECISIONS EAD625C3, FIELD FERIAS-SIT; OWN         *
      *     PASSWORD CHANGES, OPERATION P, ARE NOT COUNTED).  THE      *
      *     SAME LINES GO TO CERTFILE, SORTED BY DEPARTMENT, AND THE   *
      *     PROFILE IS MARKED RECERTIFICATION PENDING (P).  THE        *
      *     DEADLINE AND THE LIST DATE ARE KEPT ON THE '*PARAM*'       *
      *     RECORD.  THE DEPARTMENT IS THE ONE OF THE EMPLOYEE LINKED  *
      *     TO THE USER ON EAD625.USER_EMPLOYEE (EAD62669); USERS      *
      *     WITH NO LINK ARE LISTED UNDER DEPARTMENT ***.              *
      *                                                                *
      *   A (APPLY) - CLOSES THE CYCLE, AFTER THE DEADLINE.  CERTRESP  *
      *     IS CERTFILE AS RETURNED BY THE DEPARTMENT HEADS, WITH THE  *
      *     DECISION (C = CONFIRM, R = REVOKE) AND THE CERTIFIER'S     *
      *     USER FILLED IN.  A DECISION COUNTS ONLY WHEN THE           *
      *     CERTIFIER IS AN ACTIVE, UNBLOCKED SUPERVISOR (AUTHORITY    *
      *     S), IS NOT THE USER BEING CERTIFIED AND, FOR A LINKED      *
      *     USER, BELONGS TO THE SAME DEPARTMENT.  THEN:               *
      *       - REVOKED USERS ARE DEACTIVATED (MARK R);                *
      *       - USERS STILL PENDING ARE DEACTIVATED (MARK N);          *
      *       - USERS WITH NO SIGN-ON IN THE LAST 90 DAYS ARE          *
      *         DEACTIVATED (MARK I) EVEN WHEN CONFIRMED;              *
      *       - CONFIRMED USERS KEEP ACCESS (MARK C).                  *
      *     THE MARK AND THE RUN DATE STAY ON THE PROFILE.  EVERY      *
      *     DEACTIVATION IS JOURNALED ON EAD625.AUDIT_LOG THE SAME     *
      *     WAY EAD625CU DOES (OPERATION D, FIELD USERPROF) AND        *
      *     LISTED ON RECRPT, TOGETHER WITH THE RESPONSES IGNORED.     *
      *     RC=04 WHEN ANY RESPONSE WAS IGNORED.                       *
      *                                                                *
      *   SYSIN: FUNCTION (L/A), RUN DATE (YYYYMMDD) AND, FOR L, THE   *
      *          CERTIFICATION DEADLINE (YYYYMMDD).                    *
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

           SELECT USRPROF          ASSIGN TO USRPROF
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS DYNAMIC
               RECORD KEY          IS FD-UP-USUARIO
               FILE STATUS         IS WS-FS-USRPROF.

           SELECT CERTFILE         ASSIGN TO DA-S-CERTFILE
               FILE STATUS         IS WS-FS-CERTFILE.

           SELECT CERTRESP         ASSIGN TO DA-S-CERTRESP
               FILE STATUS         IS WS-FS-CERTRESP.

           SELECT RECRPT           ASSIGN TO DA-S-RECRPT.

           SELECT SORT-FILE        ASSIGN TO SORTWK01.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  USRPROF.

       01  REG-USRPROF.
           05  FD-UP-USUARIO       PIC X(8).
           05  FD-UP-SENHA         PIC X(8).
           05  FD-UP-AUTORIDADE    PIC X(1).
           05  FD-UP-DATA-TROCA    PIC 9(8).
           05  FD-UP-TROCAR        PIC X(1).
           05  FD-UP-FALHAS        PIC 9(1).
           05  FD-UP-BLOQUEADO     PIC X(1).
           05  FD-UP-SITUACAO      PIC X(1).
           05  FD-UP-ULTIMO-ACESSO PIC 9(8).
           05  FD-UP-RECERT        PIC X(1).
               88  FD-UP-RECERT-PENDING                VALUE 'P'.
           05  FD-UP-DATA-RECERT   PIC 9(8).

       01  REG-USRPARAM.
           05  FD-PA-USUARIO       PIC X(8).
           05  FD-PA-VALIDADE      PIC 9(3).
           05  FD-PA-PRAZO-RECERT  PIC 9(8).
           05  FD-PA-INICIO-RECERT PIC 9(8).
           05  FILLER              PIC X(19).

       FD  CERTFILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CERTFILE.
           03  FD-CF-DEPT          PIC X(3).
           03  FD-CF-USUARIO       PIC X(8).
           03  FD-CF-AUTORIDADE    PIC X(1).
           03  FD-CF-EMPLOYEE      PIC X(4).
           03  FD-CF-ULTIMO-ACESSO PIC 9(8).
           03  FD-CF-DATA-TROCA    PIC 9(8).
           03  FD-CF-CHANGES       PIC 9(5).
           03  FD-CF-APPROVALS     PIC 9(5).
           03  FD-CF-DEADLINE      PIC 9(8).
           03  FD-CF-DECISION      PIC X(1).
           03  FD-CF-CERTIFIER     PIC X(8).
           03  FILLER              PIC X(21).

       FD  CERTRESP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-CERTRESP.
           03  FD-CR-DEPT          PIC X(3).
           03  FD-CR-USUARIO       PIC X(8).
           03  FD-CR-AUTORIDADE    PIC X(1).
           03  FD-CR-EMPLOYEE      PIC X(4).
           03  FD-CR-ULTIMO-ACESSO PIC 9(8).
           03  FD-CR-DATA-TROCA    PIC 9(8).
           03  FD-CR-CHANGES       PIC 9(5).
           03  FD-CR-APPROVALS     PIC 9(5).
           03  FD-CR-DEADLINE      PIC 9(8).
           03  FD-CR-DECISION      PIC X(1).
               88  FD-CR-CONFIRM                       VALUE 'C'.
               88  FD-CR-REVOKE                        VALUE 'R'.
           03  FD-CR-CERTIFIER     PIC X(8).
           03  FILLER              PIC X(21).

       FD  RECRPT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-RECRPT              PIC X(80).

       SD  SORT-FILE.

       01  REG-SORT.
           03  SD-DEPT             PIC X(3).
           03  SD-USUARIO          PIC X(8).
           03  SD-AUTORIDADE       PIC X(1).
           03  SD-EMPLOYEE         PIC X(4).
           03  SD-ULTIMO-ACESSO    PIC 9(8).
           03  SD-DATA-TROCA       PIC 9(8).
           03  SD-CHANGES          PIC 9(5).
           03  SD-APPROVALS        PIC 9(5).
           03  SD-BLOQUEADO        PIC X(1).
           03  SD-IDLE-DAYS        PIC 9(5).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62671'.

       77  WS-FS-USRPROF           PIC X(2)            VALUE SPACES.
       77  WS-FS-CERTFILE          PIC X(2)            VALUE SPACES.
       77  WS-FS-CERTRESP          PIC X(2)            VALUE SPACES.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       77  WS-SORT-EOF-IND         PIC X(1)            VALUE 'N'.
           88  WS-SORT-EOF                             VALUE 'Y'.

       77  WS-PARAM-CHAVE          PIC X(8)            VALUE '*PARAM*'.

       01  WS-SYSIN.
           03  WS-FUNCTION         PIC X(1)            VALUE SPACES.
               88  WS-LIST                             VALUE 'L'.
               88  WS-APPLY                            VALUE 'A'.
           03  WS-RUN-DATE         PIC 9(8)            VALUE ZEROS.
           03  WS-DEADLINE         PIC 9(8)            VALUE ZEROS.

      *    USERS WITHOUT A SIGN-ON FOR MORE THAN THIS LOSE ACCESS.
       77  WS-IDLE-LIMIT           PIC 9(3)            VALUE 090.

      *    LAST CLOSED CALENDAR QUARTER BEFORE THE RUN DATE, AS
      *    DATES AND AS CICS ABSTIME (MILLISECONDS SINCE 01/01/1900),
      *    THE UNIT OF THE AUDIT_LOG ABSTIME COLUMN.
       01  WS-QUARTER.
           03  WS-QT-FROM          PIC 9(8)            VALUE ZEROS.
           03  FILLER              REDEFINES WS-QT-FROM.
               05  WS-QT-FROM-YEAR PIC 9(4).
               05  WS-QT-FROM-MONTH
                                   PIC 9(2).
               05  WS-QT-FROM-DAY  PIC 9(2).
           03  WS-QT-TO            PIC 9(8)            VALUE ZEROS.
           03  FILLER              REDEFINES WS-QT-TO.
               05  WS-QT-TO-YEAR   PIC 9(4).
               05  WS-QT-TO-MONTH  PIC 9(2).
               05  WS-QT-TO-DAY    PIC 9(2).

       01  WS-RUN-DATE-R.
           03  WS-RUN-YEAR         PIC 9(4)            VALUE ZEROS.
           03  WS-RUN-MONTH        PIC 9(2)            VALUE ZEROS.
           03  WS-RUN-DAY          PIC 9(2)            VALUE ZEROS.

       77  WS-QT-NUMBER            PIC 9(1)            VALUE ZEROS.
       77  WS-QT-LAST-DAY          PIC 9(8)            VALUE ZEROS.

       77  WS-ABS-FROM             PIC S9(15) COMP-3   VALUE ZEROS.
       77  WS-ABS-TO               PIC S9(15) COMP-3   VALUE ZEROS.
       77  WS-ABS-NOW              PIC S9(15) COMP-3   VALUE ZEROS.
       77  WS-ABS-BASE             PIC 9(7)            VALUE ZEROS.
       77  WS-MS-PER-DAY           PIC 9(8)            VALUE 86400000.

       01  WS-TIME-NOW             PIC 9(8)            VALUE ZEROS.
       01  FILLER                  REDEFINES WS-TIME-NOW.
           03  WS-TN-HOUR          PIC 9(2).
           03  WS-TN-MINUTE        PIC 9(2).
           03  WS-TN-SECOND        PIC 9(2).
           03  WS-TN-HUNDREDTH     PIC 9(2).

       77  WS-IDLE-DAYS            PIC 9(5)            VALUE ZEROS.
       77  WS-REF-DATE             PIC 9(8)            VALUE ZEROS.

      *    DEPARTMENT OF A USER, FROM THE LINK TO ITS EMPLOYEE
       77  WS-LOOKUP-USER          PIC X(8)            VALUE SPACES.
       77  WS-LK-EMPLOYEE          PIC X(4)            VALUE SPACES.
       77  WS-LK-DEPT              PIC X(3)            VALUE SPACES.
       77  WS-UNLINKED-DEPT        PIC X(3)            VALUE '***'.

       77  WS-USER-DEPT            PIC X(3)            VALUE SPACES.

       77  WS-JRN-TOTAL            PIC S9(9)  COMP     VALUE ZEROS.
       77  WS-JRN-APPROVALS        PIC S9(9)  COMP     VALUE ZEROS.

      *    CERTIFIER OF THE RESPONSE BEING APPLIED
       01  WS-CERTIFIER.
           03  WS-CT-AUTORIDADE    PIC X(1)            VALUE SPACES.
           03  WS-CT-BLOQUEADO     PIC X(1)            VALUE SPACES.
           03  WS-CT-SITUACAO      PIC X(1)            VALUE SPACES.
           03  WS-CT-FOUND-IND     PIC X(1)            VALUE 'N'.
               88  WS-CT-FOUND                         VALUE 'Y'.

       77  WS-REJECT-REASON        PIC X(30)           VALUE SPACES.

       77  WS-ACTION               PIC X(1)            VALUE SPACES.
       77  WS-ACTION-TEXT          PIC X(30)           VALUE SPACES.

      *    JOURNAL IMAGE, THE SAME SHAPE EAD625CU WRITES
       77  WS-JRN-TERMINAL         PIC X(4)            VALUE 'BTCH'.
       77  WS-JRN-FIELD            PIC X(10)           VALUE
           'USERPROF'.

       01  WS-JRN-OLD-IMAGE.
           03  WS-JRN-OLD-USER     PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-JRN-OLD          PIC X(21)           VALUE
           'SITUACAO A'.

       01  WS-JRN-NEW-IMAGE.
           03  WS-JRN-NEW-USER     PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-JRN-NEW          PIC X(21)           VALUE
           'SITUACAO D'.

       77  WS-COUNT-USERS          PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-LISTED         PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-IDLE           PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-RESPONSES      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-CONFIRMED      PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REVOKED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-NOT-CONFIRMED  PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-INACTIVE       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-IGNORED        PIC 9(5)            VALUE ZEROS.

      *    DEPARTMENT CONTROL BREAK OF THE CERTIFICATION LIST
       77  WS-PREV-DEPT            PIC X(3)            VALUE SPACES.
       77  WS-FIRST-DEPT-IND       PIC X(1)            VALUE 'Y'.
           88  WS-FIRST-DEPT                           VALUE 'Y'.
       77  WS-DEPT-USERS           PIC 9(4)            VALUE ZEROS.

       01  WS-RPT-LIST-HEADER.
           03  FILLER              PIC X(34)           VALUE
           'ACCESS RECERTIFICATION - DEPT '.
           03  WS-RH-DEPT          PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(11)           VALUE
           '  QUARTER '.
           03  WS-RH-FROM          PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE '-'.
           03  WS-RH-TO            PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-LIST-DEADLINE.
           03  FILLER              PIC X(44)           VALUE
           'CONFIRM (C) OR REVOKE (R) EACH USER BY '.
           03  WS-RL-DEADLINE      PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-LIST-COLUMNS.
           03  FILLER              PIC X(40)           VALUE
           '  USER     A EMPL LAST SIGN PWD CHANGE '.
           03  FILLER              PIC X(40)           VALUE
           'CHANGES APPROVALS  IDLE FLAG'.

       01  WS-RPT-LIST-DETAIL.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RD-USUARIO       PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-AUTORIDADE    PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-EMPLOYEE      PIC X(4)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-ULTIMO-ACESSO PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-DATA-TROCA    PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(4)            VALUE SPACES.
           03  WS-RD-CHANGES       PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(5)            VALUE SPACES.
           03  WS-RD-APPROVALS     PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-IDLE          PIC ZZZZ9           VALUE ZEROS.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RD-FLAG          PIC X(13)           VALUE SPACES.

       01  WS-RPT-LIST-TOTAL.
           03  FILLER              PIC X(20)           VALUE
           '  DEPARTMENT TOTAL: '.
           03  WS-RT-USERS         PIC ZZZ9            VALUE ZEROS.
           03  FILLER              PIC X(6)            VALUE
           ' USERS'.

       01  WS-RPT-LIST-SIGN.
           03  FILLER              PIC X(40)           VALUE
           '  DEPARTMENT HEAD: ____________________'.
           03  FILLER              PIC X(40)           VALUE
           '   DATE: ____/____/________'.

       01  WS-RPT-LIST-NONE.
           03  FILLER              PIC X(40)           VALUE
           'NO ACTIVE USERS TO RECERTIFY'.

       01  WS-RPT-APPLY-HEADER.
           03  FILLER              PIC X(42)           VALUE
           'ACCESS RECERTIFICATION - CHANGES APPLIED'.
           03  FILLER              PIC X(8)            VALUE
           ' AS OF '.
           03  WS-RA-DATE          PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-APPLY-CYCLE.
           03  FILLER              PIC X(20)           VALUE
           'CYCLE LISTED ON '.
           03  WS-RA-LISTED        PIC 9(8)            VALUE ZEROS.
           03  FILLER              PIC X(15)           VALUE
           '  DEADLINE '.
           03  WS-RA-DEADLINE      PIC 9(8)            VALUE ZEROS.

       01  WS-RPT-APPLY-COLUMNS.
           03  FILLER              PIC X(40)           VALUE
           '  USER     A DPT CERTIFIER ACTION'.

       01  WS-RPT-APPLY-DETAIL.
           03  FILLER              PIC X(2)            VALUE SPACES.
           03  WS-RX-USUARIO       PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RX-AUTORIDADE    PIC X(1)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RX-DEPT          PIC X(3)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RX-CERTIFIER     PIC X(8)            VALUE SPACES.
           03  FILLER              PIC X(1)            VALUE SPACES.
           03  WS-RX-ACTION        PIC X(30)           VALUE SPACES.
           03  FILLER              PIC X(24)           VALUE SPACES.

       01  WS-RPT-APPLY-NONE.
           03  FILLER              PIC X(40)           VALUE
           '  NO PROFILE WAS DEACTIVATED'.

       77  WS-LINES-APPLIED        PIC 9(5)            VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.
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
             WHEN WS-LIST
               PERFORM 0201-00-OPEN-CYCLE

      *        THE SORT INPUT PASS MARKS THE PROFILES PENDING; THE
      *        OUTPUT PASS WRITES CERTFILE AND THE DEPARTMENT PAGES.

               SORT SORT-FILE
                   ON ASCENDING KEY SD-DEPT
                                    SD-USUARIO
                   INPUT  PROCEDURE IS 0400-00-FEED-SORT
                   OUTPUT PROCEDURE IS 0500-00-PRINT-LIST

               IF  SORT-RETURN     NOT EQUAL ZEROS
                   DISPLAY ' INTERNAL SORT FAILED. SORT-RETURN: '
                           SORT-RETURN
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
             WHEN WS-APPLY
               PERFORM 0601-00-APPLY-RESPONSES
               PERFORM 0610-00-SWEEP-PROFILES
               PERFORM 0202-00-CLOSE-CYCLE
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
           ACCEPT WS-RUN-DATE      FROM SYSIN.

           IF  NOT WS-LIST AND NOT WS-APPLY
               DISPLAY ' INVALID FUNCTION (' WS-FUNCTION ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-RUN-DATE         NOT NUMERIC OR
               WS-RUN-DATE         EQUAL ZEROS
               DISPLAY ' RUN DATE PARAMETER INVALID'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-LIST
               ACCEPT WS-DEADLINE  FROM SYSIN
               IF  WS-DEADLINE     NOT NUMERIC OR
                   WS-DEADLINE     NOT GREATER WS-RUN-DATE
                   DISPLAY ' DEADLINE MUST BE AFTER THE RUN DATE'
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-RUN-DATE        TO WS-RUN-DATE-R.

           COMPUTE WS-ABS-BASE =
               FUNCTION INTEGER-OF-DATE(19000101).

           OPEN I-O USRPROF.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' USRPROF NOT AVAILABLE'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0302-00-READ-PARAM.

           IF  WS-LIST
               OPEN OUTPUT CERTFILE
               EVALUATE WS-FS-CERTFILE
                 WHEN '00'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CERTFILE
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           ELSE
               OPEN INPUT CERTRESP
               EVALUATE WS-FS-CERTRESP
                 WHEN '00'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-CERTRESP
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-EVALUATE
           END-IF.

           OPEN OUTPUT RECRPT.

       0101-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-OPEN-CYCLE.

      *    A CYCLE LISTED AND NOT YET APPLIED MUST BE CLOSED FIRST,
      *    OR ITS PENDING USERS WOULD SLIP INTO THE NEXT ONE.

           IF  FD-PA-PRAZO-RECERT  NUMERIC AND
               FD-PA-PRAZO-RECERT  GREATER ZEROS
               DISPLAY ' RECERTIFICATION LISTED ON '
                       FD-PA-INICIO-RECERT
                       ' IS STILL OPEN - RUN THE APPLY FIRST'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

      *    LAST CLOSED CALENDAR QUARTER BEFORE THE RUN DATE.

           COMPUTE WS-QT-NUMBER = (WS-RUN-MONTH - 1) / 3.

           IF  WS-QT-NUMBER        EQUAL ZEROS
               COMPUTE WS-QT-FROM-YEAR = WS-RUN-YEAR - 1
               MOVE 10             TO WS-QT-FROM-MONTH
               MOVE WS-RUN-YEAR    TO WS-QT-TO-YEAR
               MOVE 01             TO WS-QT-TO-MONTH
           ELSE
               MOVE WS-RUN-YEAR    TO WS-QT-FROM-YEAR
               COMPUTE WS-QT-FROM-MONTH = WS-QT-NUMBER * 3 - 2
               MOVE WS-RUN-YEAR    TO WS-QT-TO-YEAR
               COMPUTE WS-QT-TO-MONTH = WS-QT-NUMBER * 3 + 1
           END-IF.

           MOVE 01                 TO WS-QT-FROM-DAY
                                      WS-QT-TO-DAY.

           COMPUTE WS-ABS-FROM =
               (FUNCTION INTEGER-OF-DATE(WS-QT-FROM) - WS-ABS-BASE)
               * WS-MS-PER-DAY.
           COMPUTE WS-ABS-TO =
               (FUNCTION INTEGER-OF-DATE(WS-QT-TO) - WS-ABS-BASE)
               * WS-MS-PER-DAY.

           COMPUTE WS-QT-LAST-DAY = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-QT-TO) - 1).

           MOVE WS-DEADLINE        TO FD-PA-PRAZO-RECERT.
           MOVE WS-RUN-DATE        TO FD-PA-INICIO-RECERT.

           PERFORM 0307-00-REWRITE-PARAM.

       0201-00-EXIT.
           EXIT.

       0202-00-CLOSE-CYCLE.

           MOVE WS-PARAM-CHAVE     TO FD-UP-USUARIO.

           PERFORM 0302-00-READ-PARAM.

           MOVE ZEROS              TO FD-PA-PRAZO-RECERT.

           PERFORM 0307-00-REWRITE-PARAM.

       0202-00-EXIT.
           EXIT.

       0203-00-LIST-USER.

           IF  FD-UP-USUARIO       NOT EQUAL WS-PARAM-CHAVE AND
               FD-UP-SITUACAO      NOT EQUAL 'D'
               ADD 1               TO WS-COUNT-USERS

               MOVE FD-UP-USUARIO  TO WS-LOOKUP-USER
               PERFORM 0701-00-USER-DEPT
               PERFORM 0702-00-COUNT-JOURNAL
               PERFORM 0305-00-IDLE-DAYS

               MOVE WS-LK-DEPT     TO SD-DEPT
               MOVE FD-UP-USUARIO  TO SD-USUARIO
               MOVE FD-UP-AUTORIDADE
                                   TO SD-AUTORIDADE
               MOVE WS-LK-EMPLOYEE TO SD-EMPLOYEE
               MOVE FD-UP-ULTIMO-ACESSO
                                   TO SD-ULTIMO-ACESSO
               MOVE FD-UP-DATA-TROCA
                                   TO SD-DATA-TROCA
               COMPUTE SD-CHANGES = WS-JRN-TOTAL - WS-JRN-APPROVALS
               MOVE WS-JRN-APPROVALS
                                   TO SD-APPROVALS
               MOVE FD-UP-BLOQUEADO
                                   TO SD-BLOQUEADO
               MOVE WS-IDLE-DAYS   TO SD-IDLE-DAYS

               RELEASE REG-SORT

               SET FD-UP-RECERT-PENDING
                                   TO TRUE
               PERFORM 0306-00-REWRITE-USRPROF
           END-IF.

           PERFORM 0301-00-READ-USRPROF-NEXT.

       0203-00-EXIT.
           EXIT.

       0204-00-PRINT-USER.

           IF  WS-FIRST-DEPT OR
               SD-DEPT             NOT EQUAL WS-PREV-DEPT
               IF  NOT WS-FIRST-DEPT
                   PERFORM 0206-00-DEPT-TOTAL
               END-IF
               MOVE 'N'            TO WS-FIRST-DEPT-IND
               MOVE SD-DEPT        TO WS-PREV-DEPT
               MOVE ZEROS          TO WS-DEPT-USERS
               MOVE SD-DEPT        TO WS-RH-DEPT
               MOVE WS-QT-FROM     TO WS-RH-FROM
               MOVE WS-QT-LAST-DAY TO WS-RH-TO
               MOVE WS-DEADLINE    TO WS-RL-DEADLINE
               WRITE REG-RECRPT    FROM WS-RPT-LIST-HEADER
                                   AFTER PAGE
               WRITE REG-RECRPT    FROM WS-RPT-LIST-DEADLINE
                                   AFTER 1 LINE
               WRITE REG-RECRPT    FROM WS-RPT-LIST-COLUMNS
                                   AFTER 2 LINES
           END-IF.

           MOVE SPACES             TO REG-CERTFILE.
           MOVE SD-DEPT            TO FD-CF-DEPT.
           MOVE SD-USUARIO         TO FD-CF-USUARIO.
           MOVE SD-AUTORIDADE      TO FD-CF-AUTORIDADE.
           MOVE SD-EMPLOYEE        TO FD-CF-EMPLOYEE.
           MOVE SD-ULTIMO-ACESSO   TO FD-CF-ULTIMO-ACESSO.
           MOVE SD-DATA-TROCA      TO FD-CF-DATA-TROCA.
           MOVE SD-CHANGES         TO FD-CF-CHANGES.
           MOVE SD-APPROVALS       TO FD-CF-APPROVALS.
           MOVE WS-DEADLINE        TO FD-CF-DEADLINE.

           WRITE REG-CERTFILE.

           EVALUATE WS-FS-CERTFILE
             WHEN '00'
               ADD 1               TO WS-COUNT-LISTED
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0204-00-PRINT-USER'
                                    ' FILE STATUS: ' WS-FS-CERTFILE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE SD-USUARIO         TO WS-RD-USUARIO.
           MOVE SD-AUTORIDADE      TO WS-RD-AUTORIDADE.
           MOVE SD-EMPLOYEE        TO WS-RD-EMPLOYEE.
           MOVE SD-ULTIMO-ACESSO   TO WS-RD-ULTIMO-ACESSO.
           MOVE SD-DATA-TROCA      TO WS-RD-DATA-TROCA.
           MOVE SD-CHANGES         TO WS-RD-CHANGES.
           MOVE SD-APPROVALS       TO WS-RD-APPROVALS.
           MOVE SD-IDLE-DAYS       TO WS-RD-IDLE.

      *    THE APPLY RUN WILL DEACTIVATE AN IDLE USER EVEN IF THE
      *    HEAD CONFIRMS IT; THE FLAG WARNS THE HEAD.

           EVALUATE TRUE
             WHEN SD-IDLE-DAYS     GREATER WS-IDLE-LIMIT
               MOVE 'NO SIGN-ON'   TO WS-RD-FLAG
               ADD 1               TO WS-COUNT-IDLE
             WHEN SD-BLOQUEADO     EQUAL 'S'
               MOVE 'BLOCKED'      TO WS-RD-FLAG
             WHEN OTHER
               MOVE SPACES         TO WS-RD-FLAG
           END-EVALUATE.

           WRITE REG-RECRPT        FROM WS-RPT-LIST-DETAIL.

           ADD 1                   TO WS-DEPT-USERS.

       0204-00-EXIT.
           EXIT.

       0205-00-RETURN-USER.

           RETURN SORT-FILE
               AT END
                   MOVE 'Y'        TO WS-SORT-EOF-IND
               NOT AT END
                   PERFORM 0204-00-PRINT-USER
           END-RETURN.

       0205-00-EXIT.
           EXIT.

       0206-00-DEPT-TOTAL.

           MOVE WS-DEPT-USERS      TO WS-RT-USERS.
           WRITE REG-RECRPT        FROM WS-RPT-LIST-TOTAL
                                   AFTER 2 LINES.
           WRITE REG-RECRPT        FROM WS-RPT-LIST-SIGN
                                   AFTER 3 LINES.

       0206-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-FILE-IO             SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-USRPROF-NEXT.

           READ USRPROF NEXT RECORD.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-USRPROF-NEXT'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

       0302-00-READ-PARAM.

           MOVE WS-PARAM-CHAVE     TO FD-UP-USUARIO.

           READ USRPROF.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               CONTINUE
             WHEN '23'
               DISPLAY ' PARAMETER RECORD ' WS-PARAM-CHAVE
                       ' NOT ON USRPROF'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0302-00-READ-PARAM'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0302-00-EXIT.
           EXIT.

       0303-00-READ-CERTRESP.

           READ CERTRESP.

           EVALUATE WS-FS-CERTRESP
             WHEN '00'
               ADD 1               TO WS-COUNT-RESPONSES
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0303-00-READ-CERTRESP'
                                    ' FILE STATUS: ' WS-FS-CERTRESP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0303-00-EXIT.
           EXIT.

       0304-00-START-USRPROF.

           MOVE LOW-VALUES         TO FD-UP-USUARIO.

           START USRPROF KEY NOT LESS FD-UP-USUARIO.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0304-00-START-USRPROF'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0304-00-EXIT.
           EXIT.

      *    DAYS SINCE THE LAST SIGN-ON.  A USER WHO NEVER SIGNED ON
      *    COUNTS FROM THE DAY THE PROFILE WAS CREATED (ITS FIRST
      *    PASSWORD DATE).

       0305-00-IDLE-DAYS.

           IF  FD-UP-ULTIMO-ACESSO NUMERIC AND
               FD-UP-ULTIMO-ACESSO GREATER ZEROS
               MOVE FD-UP-ULTIMO-ACESSO
                                   TO WS-REF-DATE
           ELSE
               MOVE FD-UP-DATA-TROCA
                                   TO WS-REF-DATE
           END-IF.

           IF  WS-REF-DATE         NUMERIC AND
               WS-REF-DATE         GREATER ZEROS AND
               WS-REF-DATE         NOT GREATER WS-RUN-DATE
               COMPUTE WS-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
           ELSE
               MOVE 99999          TO WS-IDLE-DAYS
           END-IF.

       0305-00-EXIT.
           EXIT.

       0306-00-REWRITE-USRPROF.

           REWRITE REG-USRPROF.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0306-00-REWRITE-USRPROF'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0306-00-EXIT.
           EXIT.

       0307-00-REWRITE-PARAM.

           REWRITE REG-USRPARAM.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0307-00-REWRITE-PARAM'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0307-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0400-00-FEED-SORT           SECTION.
      *----------------------------------------------------------------*

       0401-00-FEED-SORT.

           PERFORM 0304-00-START-USRPROF.
           PERFORM 0301-00-READ-USRPROF-NEXT.

           PERFORM 0203-00-LIST-USER
             UNTIL WS-FS-USRPROF   EQUAL WS-EOF.

       0401-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0500-00-PRINT-LIST          SECTION.
      *----------------------------------------------------------------*

       0501-00-PRINT-LIST.

           PERFORM 0205-00-RETURN-USER
             UNTIL WS-SORT-EOF.

           IF  WS-FIRST-DEPT
               MOVE SPACES         TO WS-RH-DEPT
               MOVE WS-QT-FROM     TO WS-RH-FROM
               MOVE WS-QT-LAST-DAY TO WS-RH-TO
               WRITE REG-RECRPT    FROM WS-RPT-LIST-HEADER
                                   AFTER PAGE
               WRITE REG-RECRPT    FROM WS-RPT-LIST-NONE
                                   AFTER 2 LINES
           ELSE
               PERFORM 0206-00-DEPT-TOTAL
           END-IF.

       0501-00-EXIT.
           EXIT.


      *----------------------------------------------------------------*
       0600-00-APPLY               SECTION.
      *----------------------------------------------------------------*

       0601-00-APPLY-RESPONSES.

      *    NOTHING IS APPLIED BEFORE THE DEADLINE HAS PASSED, OR
      *    WHEN NO CYCLE WAS LISTED.

           IF  FD-PA-PRAZO-RECERT  NOT NUMERIC OR
               FD-PA-PRAZO-RECERT  EQUAL ZEROS
               DISPLAY ' NO RECERTIFICATION CYCLE IS OPEN'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-RUN-DATE         NOT GREATER FD-PA-PRAZO-RECERT
               DISPLAY ' RECERTIFICATION DEADLINE '
                       FD-PA-PRAZO-RECERT ' HAS NOT PASSED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE        TO WS-RA-DATE.
           MOVE FD-PA-INICIO-RECERT
                                   TO WS-RA-LISTED.
           MOVE FD-PA-PRAZO-RECERT TO WS-RA-DEADLINE.

           WRITE REG-RECRPT        FROM WS-RPT-APPLY-HEADER
                                   AFTER PAGE.
           WRITE REG-RECRPT        FROM WS-RPT-APPLY-CYCLE
                                   AFTER 1 LINE.
           WRITE REG-RECRPT        FROM WS-RPT-APPLY-COLUMNS
                                   AFTER 2 LINES.

           ACCEPT WS-TIME-NOW      FROM TIME.

           COMPUTE WS-ABS-NOW =
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-ABS-BASE)
               * WS-MS-PER-DAY
             + ((WS-TN-HOUR * 60 + WS-TN-MINUTE) * 60
               + WS-TN-SECOND) * 1000
             + WS-TN-HUNDREDTH * 10.

           PERFORM 0303-00-READ-CERTRESP.

           PERFORM 0602-00-APPLY-RESPONSE
             UNTIL WS-FS-CERTRESP  EQUAL WS-EOF.

       0601-00-EXIT.
           EXIT.

       0602-00-APPLY-RESPONSE.

           MOVE SPACES             TO WS-REJECT-REASON.

           MOVE FD-CR-USUARIO      TO FD-UP-USUARIO.

           READ USRPROF.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               CONTINUE
             WHEN '23'
               MOVE 'USER NOT ON USRPROF'
                                   TO WS-REJECT-REASON
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0602-00-APPLY-RESPONSE'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  WS-REJECT-REASON    EQUAL SPACES
               PERFORM 0603-00-CHECK-RESPONSE
           END-IF.

           IF  WS-REJECT-REASON    EQUAL SPACES
               PERFORM 0604-00-CHECK-CERTIFIER
           END-IF.

           IF  WS-REJECT-REASON    EQUAL SPACES
               PERFORM 0605-00-CHECK-DEPARTMENT
           END-IF.

           IF  WS-REJECT-REASON    EQUAL SPACES
               IF  FD-CR-CONFIRM
                   MOVE 'C'        TO FD-UP-RECERT
                   MOVE WS-RUN-DATE
                                   TO FD-UP-DATA-RECERT
                   PERFORM 0306-00-REWRITE-USRPROF
                   ADD 1           TO WS-COUNT-CONFIRMED
               ELSE
                   MOVE 'R'        TO WS-ACTION
                   MOVE 'DEACTIVATED - REVOKED BY HEAD'
                                   TO WS-ACTION-TEXT
                   PERFORM 0620-00-DEACTIVATE
                   ADD 1           TO WS-COUNT-REVOKED
               END-IF
           ELSE
               ADD 1               TO WS-COUNT-IGNORED
               MOVE FD-CR-USUARIO  TO WS-RX-USUARIO
               MOVE FD-CR-AUTORIDADE
                                   TO WS-RX-AUTORIDADE
               MOVE FD-CR-DEPT     TO WS-RX-DEPT
               MOVE FD-CR-CERTIFIER
                                   TO WS-RX-CERTIFIER
               STRING 'IGNORED: ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO WS-RX-ACTION
               WRITE REG-RECRPT    FROM WS-RPT-APPLY-DETAIL
               ADD 1               TO WS-LINES-APPLIED
               MOVE SPACES         TO WS-RX-ACTION
           END-IF.

           PERFORM 0303-00-READ-CERTRESP.

       0602-00-EXIT.
           EXIT.

       0603-00-CHECK-RESPONSE.

           EVALUATE TRUE
             WHEN NOT FD-UP-RECERT-PENDING
               MOVE 'USER NOT PENDING RECERTIFICATION'
                                   TO WS-REJECT-REASON
             WHEN NOT FD-CR-CONFIRM AND NOT FD-CR-REVOKE
               MOVE 'DECISION NOT C OR R'
                                   TO WS-REJECT-REASON
             WHEN FD-CR-CERTIFIER  EQUAL SPACES
               MOVE 'CERTIFIER NOT INFORMED'
                                   TO WS-REJECT-REASON
             WHEN FD-CR-CERTIFIER  EQUAL FD-CR-USUARIO
               MOVE 'USER CANNOT CERTIFY OWN ACCESS'
                                   TO WS-REJECT-REASON
           END-EVALUATE.

       0603-00-EXIT.
           EXIT.

       0604-00-CHECK-CERTIFIER.

           PERFORM 0606-00-READ-CERTIFIER.

           EVALUATE TRUE
             WHEN NOT WS-CT-FOUND
               MOVE 'CERTIFIER NOT ON USRPROF'
                                   TO WS-REJECT-REASON
             WHEN WS-CT-AUTORIDADE NOT EQUAL 'S' OR
                  WS-CT-SITUACAO   EQUAL 'D' OR
                  WS-CT-BLOQUEADO  EQUAL 'S'
               MOVE 'CERTIFIER NOT ACTIVE SUPERVISOR'
                                   TO WS-REJECT-REASON
           END-EVALUATE.

       0604-00-EXIT.
           EXIT.

      *    A LINKED USER IS CERTIFIED FROM WITHIN ITS DEPARTMENT.

       0605-00-CHECK-DEPARTMENT.

           MOVE FD-CR-USUARIO      TO WS-LOOKUP-USER.
           PERFORM 0701-00-USER-DEPT.
           MOVE WS-LK-DEPT         TO WS-USER-DEPT.

           IF  WS-USER-DEPT        NOT EQUAL WS-UNLINKED-DEPT
               MOVE FD-CR-CERTIFIER
                                   TO WS-LOOKUP-USER
               PERFORM 0701-00-USER-DEPT
               IF  WS-LK-DEPT      NOT EQUAL WS-USER-DEPT
                   MOVE 'CERTIFIER FROM ANOTHER DEPT'
                                   TO WS-REJECT-REASON
               END-IF
           END-IF.

       0605-00-EXIT.
           EXIT.

      *    THE PROFILE BEING CERTIFIED IS ON THE RECORD AREA; THE
      *    CERTIFIER IS KEPT IN WORKING STORAGE AND THE PROFILE IS
      *    READ BACK AFTER IT.

       0606-00-READ-CERTIFIER.

           MOVE 'N'                TO WS-CT-FOUND-IND.

           MOVE FD-CR-CERTIFIER    TO FD-UP-USUARIO.

           READ USRPROF.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               MOVE 'Y'            TO WS-CT-FOUND-IND
               MOVE FD-UP-AUTORIDADE
                                   TO WS-CT-AUTORIDADE
               MOVE FD-UP-BLOQUEADO
                                   TO WS-CT-BLOQUEADO
               MOVE FD-UP-SITUACAO TO WS-CT-SITUACAO
             WHEN '23'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0606-00-READ-CERTIFIER'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE FD-CR-USUARIO      TO FD-UP-USUARIO.

           READ USRPROF.

           EVALUATE WS-FS-USRPROF
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0606-00-READ-CERTIFIER'
                                    ' FILE STATUS: ' WS-FS-USRPROF
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0606-00-EXIT.
           EXIT.

      *    AFTER THE RESPONSES: WHOEVER IS STILL PENDING WAS NOT
      *    CONFIRMED IN TIME; WHOEVER HAS BEEN IDLE TOO LONG LOSES
      *    ACCESS EVEN IF CONFIRMED.

       0610-00-SWEEP-PROFILES.

           PERFORM 0304-00-START-USRPROF.
           PERFORM 0301-00-READ-USRPROF-NEXT.

           PERFORM 0611-00-SWEEP-PROFILE
             UNTIL WS-FS-USRPROF   EQUAL WS-EOF.

           IF  WS-LINES-APPLIED    EQUAL ZEROS
               WRITE REG-RECRPT    FROM WS-RPT-APPLY-NONE
           END-IF.

       0610-00-EXIT.
           EXIT.

       0611-00-SWEEP-PROFILE.

           IF  FD-UP-USUARIO       NOT EQUAL WS-PARAM-CHAVE AND
               FD-UP-SITUACAO      NOT EQUAL 'D'
               ADD 1               TO WS-COUNT-USERS
               PERFORM 0305-00-IDLE-DAYS
               MOVE SPACES         TO WS-RX-CERTIFIER
               EVALUATE TRUE
                 WHEN FD-UP-RECERT-PENDING
                   MOVE 'N'        TO WS-ACTION
                   MOVE 'DEACTIVATED - NOT CONFIRMED'
                                   TO WS-ACTION-TEXT
                   PERFORM 0620-00-DEACTIVATE
                   ADD 1           TO WS-COUNT-NOT-CONFIRMED
                 WHEN WS-IDLE-DAYS GREATER WS-IDLE-LIMIT
                   MOVE 'I'        TO WS-ACTION
                   MOVE 'DEACTIVATED - NO SIGN-ON 90 DAYS'
                                   TO WS-ACTION-TEXT
                   PERFORM 0620-00-DEACTIVATE
                   ADD 1           TO WS-COUNT-INACTIVE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.

           PERFORM 0301-00-READ-USRPROF-NEXT.

       0611-00-EXIT.
           EXIT.

      *    THE PROFILE TO DEACTIVATE IS ON THE RECORD AREA.

       0620-00-DEACTIVATE.

           MOVE 'D'                TO FD-UP-SITUACAO.
           MOVE WS-ACTION          TO FD-UP-RECERT.
           MOVE WS-RUN-DATE        TO FD-UP-DATA-RECERT.

           PERFORM 0306-00-REWRITE-USRPROF.

           MOVE FD-UP-USUARIO      TO WS-JRN-OLD-USER
                                      WS-JRN-NEW-USER.

           PERFORM 0703-00-WRITE-JOURNAL.

           MOVE FD-UP-USUARIO      TO WS-RX-USUARIO
                                      WS-LOOKUP-USER.
           MOVE FD-UP-AUTORIDADE   TO WS-RX-AUTORIDADE.

           PERFORM 0701-00-USER-DEPT.

           MOVE WS-LK-DEPT         TO WS-RX-DEPT.

           IF  WS-ACTION           EQUAL 'R'
               MOVE FD-CR-CERTIFIER
                                   TO WS-RX-CERTIFIER
           ELSE
               MOVE SPACES         TO WS-RX-CERTIFIER
           END-IF.

           MOVE WS-ACTION-TEXT     TO WS-RX-ACTION.

           WRITE REG-RECRPT        FROM WS-RPT-APPLY-DETAIL.

           ADD 1                   TO WS-LINES-APPLIED.

       0620-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0700-00-DB2                 SECTION.
      *----------------------------------------------------------------*

       0701-00-USER-DEPT.

           EXEC SQL
               SELECT U.ID_EMPLOYEE
                    , E.ID_DEPT
                 INTO :WS-LK-EMPLOYEE
                    , :WS-LK-DEPT
                 FROM EAD625.USER_EMPLOYEE U
                    , EAD625.EMPLOYEE      E
                WHERE U.USUARIO     = :WS-LOOKUP-USER
                  AND E.ID_EMPLOYEE = U.ID_EMPLOYEE
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN +100
               MOVE SPACES         TO WS-LK-EMPLOYEE
               MOVE WS-UNLINKED-DEPT
                                   TO WS-LK-DEPT
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0701-00-USER-DEPT.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0701-00-EXIT.
           EXIT.

       0702-00-COUNT-JOURNAL.

           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(SUM(CASE
                          WHEN OPERATION = 'Q'
                            OR FIELD     = 'FERIAS-SIT'
                          THEN 1 ELSE 0 END), 0)
                 INTO :WS-JRN-TOTAL
                    , :WS-JRN-APPROVALS
                 FROM EAD625.AUDIT_LOG
                WHERE USUARIO    = :WS-LOOKUP-USER
                  AND ABSTIME   >= :WS-ABS-FROM
                  AND ABSTIME    < :WS-ABS-TO
                  AND OPERATION <> 'P'
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0702-00-COUNT-JOURNAL.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0702-00-EXIT.
           EXIT.

      *    ONE MILLISECOND APART SO THE ENTRIES KEEP THEIR ORDER FOR
      *    THE HR FEED (EAD62608), WHICH READS THE JOURNAL BY ABSTIME.

       0703-00-WRITE-JOURNAL.

           ADD 1                   TO WS-ABS-NOW.

           EXEC SQL
               INSERT INTO EAD625.AUDIT_LOG
                      (TERMINAL, ABSTIME, ID_EMPLOYEE,
                       OPERATION, USUARIO,
                       FIELD, OLD_IMAGE, NEW_IMAGE)
               VALUES (:WS-JRN-TERMINAL
                     , :WS-ABS-NOW
                     , '   '
                     , 'D'
                     , :WS-PROGRAM
                     , :WS-JRN-FIELD
                     , :WS-JRN-OLD-IMAGE
                     , :WS-JRN-NEW-IMAGE)
           END-EXEC.

           EVALUATE SQLCODE
             WHEN ZEROS
               CONTINUE
             WHEN OTHER
               MOVE SQLCODE        TO WS-FMT-SQLCODE
               DISPLAY ' ERROR FOUND IN 0703-00-WRITE-JOURNAL.'
                       ' (SQLCODE: ' WS-FMT-SQLCODE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0703-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           IF  WS-LIST
               CLOSE USRPROF
                     CERTFILE
                     RECRPT
           ELSE
               CLOSE USRPROF
                     CERTRESP
                     RECRPT
           END-IF.

           IF  WS-COUNT-IGNORED    GREATER ZEROS
               MOVE 4              TO RETURN-CODE
           END-IF.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           MOVE WS-COUNT-USERS     TO WS-FMT-AMOUNT
           DISPLAY '*  ACTIVE USERS..: ' WS-FMT-AMOUNT
                                         '                        *'.
           IF  WS-LIST
               MOVE WS-COUNT-LISTED
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  LISTED........: ' WS-FMT-AMOUNT
                                         '                        *'
               MOVE WS-COUNT-IDLE  TO WS-FMT-AMOUNT
               DISPLAY '*  NO SIGN-ON....: ' WS-FMT-AMOUNT
                                         '                        *'
           ELSE
               MOVE WS-COUNT-RESPONSES
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  RESPONSES.....: ' WS-FMT-AMOUNT
                                         '                        *'
               MOVE WS-COUNT-CONFIRMED
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  CONFIRMED.....: ' WS-FMT-AMOUNT
                                         '                        *'
               MOVE WS-COUNT-REVOKED
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  REVOKED.......: ' WS-FMT-AMOUNT
                                         '                        *'
               MOVE WS-COUNT-NOT-CONFIRMED
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  NOT CONFIRMED.: ' WS-FMT-AMOUNT
                                         '                        *'
               MOVE WS-COUNT-INACTIVE
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  NO SIGN-ON....: ' WS-FMT-AMOUNT
                                         '                        *'
               MOVE WS-COUNT-IGNORED
                                   TO WS-FMT-AMOUNT
               DISPLAY '*  IGNORED.......: ' WS-FMT-AMOUNT
                                         '                        *'
           END-IF.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
