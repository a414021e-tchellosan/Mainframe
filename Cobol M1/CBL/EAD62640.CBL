      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62640.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62640                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : UNLOAD ONE OF THE BANKING VSAM CLUSTERS TO A *
      *                   DATED SEQUENTIAL BACKUP WITH HEADER AND      *
      *                   COUNT/HASH TRAILER                           *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   THE CLUSTER IS NAMED ON SYSIN BY ITS DD NAME:                *
      *     REGISTRY  EAD625.DOCS.POSTED.KSDS         KEY 21, REC 31   *
      *     ACCRVS    EAD625.ACCRUAL.PARMS.RRDS       RRDS,   REC 20   *
      *     OVERVS    EAD625.OVERDRAFT.LIMITS.KSDS    KEY 9,  REC 17   *
      *     EXRTVS    EAD625.CAMBIO.TAXAS.KSDS        KEY 11, REC 20   *
      *     HOLIVS    EAD625.CALENDARIO.FERIADOS.KSDS KEY 8,  REC 28   *
      *   ONLY THAT DD IS OPENED.                                      *
      *                                                                *
      *   BACKUP RECORDS (40 BYTES) CARRY A TYPE BYTE: 'H' HEADER      *
      *   (CLUSTER, BUSINESS DATE, RUN DATE, SOURCE, RECORD SIZE),     *
      *   'D' ONE CLUSTER RECORD (WITH ITS RELATIVE RECORD NUMBER FOR  *
      *   THE RRDS) AND 'T' TRAILER (RECORD COUNT AND HASH TOTAL OF    *
      *   THE CLUSTER'S VALUE FIELD: RELEASE VALUE, RATES, LIMIT OR    *
      *   HOLIDAY DATE).  EAD62641 CHECKS THE TRAILER BEFORE IT        *
      *   RELOADS ANYTHING.                                            *
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

           SELECT REGISTRY         ASSIGN TO REGISTRY
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-RG-KEY
               FILE STATUS         IS WS-FS-CLUSTER.

           SELECT ACCRVS           ASSIGN TO ACCRVS
               ORGANIZATION        IS RELATIVE
               ACCESS MODE         IS SEQUENTIAL
               RELATIVE KEY        IS WS-ACCR-RRN
               FILE STATUS         IS WS-FS-CLUSTER.

           SELECT OVERVS           ASSIGN TO OVERVS
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-OL-KEY
               FILE STATUS         IS WS-FS-CLUSTER.

           SELECT EXRTVS           ASSIGN TO EXRTVS
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-XR-KEY
               FILE STATUS         IS WS-FS-CLUSTER.

           SELECT HOLIVS           ASSIGN TO HOLIVS
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-HO-KEY
               FILE STATUS         IS WS-FS-CLUSTER.

           SELECT BACKUP-FILE      ASSIGN TO DA-S-BACKUP
               FILE STATUS         IS WS-FS-BACKUP.

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

       FD  REGISTRY.

       01  REG-REGISTRY.
           03  FD-RG-KEY           PIC X(21).
           03  FILLER              PIC X(10).

       FD  ACCRVS.

       01  REG-ACCRVS              PIC X(20).

       FD  OVERVS.

       01  REG-OVERVS.
           03  FD-OL-KEY           PIC X(9).
           03  FILLER              PIC X(8).

       FD  EXRTVS.

       01  REG-EXRTVS.
           03  FD-XR-KEY           PIC X(11).
           03  FILLER              PIC X(9).

       FD  HOLIVS.

       01  REG-HOLIVS.
           03  FD-HO-KEY           PIC X(8).
           03  FILLER              PIC X(20).

       FD  BACKUP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-BACKUP.
           03  BK-TYPE             PIC X(1).
           03  BK-RRN              PIC 9(8).
           03  BK-RECORD           PIC X(31).

       01  REG-BACKUP-CONTROL.
           03  BK-CTL-TYPE         PIC X(1).
           03  BK-CTL-DATA         PIC X(39).
           03  FILLER                  REDEFINES BK-CTL-DATA.
               05  BK-HDR-CLUSTER  PIC X(8).
               05  BK-HDR-BUS-DATE PIC 9(8).
               05  BK-HDR-RUN-DATE PIC 9(8).
               05  BK-HDR-SOURCE   PIC X(8).
               05  BK-HDR-REC-SIZE PIC 9(3).
               05  FILLER          PIC X(4).
           03  FILLER                  REDEFINES BK-CTL-DATA.
               05  BK-TRL-CLUSTER  PIC X(8).
               05  BK-TRL-COUNT    PIC 9(9).
               05  BK-TRL-HASH     PIC 9(12)V9(6).
               05  FILLER          PIC X(4).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62640'.

       77  WS-FS-CYCLECTL          PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLUSTER           PIC X(2)            VALUE ZEROS.
       77  WS-FS-BACKUP            PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       01  WS-CARD.
           03  WS-PM-CLUSTER       PIC X(8).
               88  WS-PM-REGISTRY                      VALUE 'REGISTRY'.
               88  WS-PM-ACCRVS                        VALUE 'ACCRVS'.
               88  WS-PM-OVERVS                        VALUE 'OVERVS'.
               88  WS-PM-EXRTVS                        VALUE 'EXRTVS'.
               88  WS-PM-HOLIVS                        VALUE 'HOLIVS'.
           03  FILLER              PIC X(72).

       77  WS-ACCR-RRN             PIC 9(8)            VALUE ZEROS.
       77  WS-REC-SIZE             PIC 9(3)            VALUE ZEROS.

      *    THE CLUSTER RECORD IN HAND, WITH A VIEW PER CLUSTER FOR
      *    THE HASH FIELD (LAYOUTS AS IN EAD62534 AND EAD625CV).
       01  WS-RECORD               PIC X(31)           VALUE SPACES.

       01  WS-REC-REGISTRY         REDEFINES WS-RECORD.
           03  WS-RG-KEY           PIC X(21).
           03  WS-RG-RELEASE-TYPE  PIC X(1).
           03  WS-RG-RELEASE-VALUE PIC 9(6)V9(2).
           03  WS-RG-REVERSED      PIC X(1).

       01  WS-REC-ACCRPARM         REDEFINES WS-RECORD.
           03  WS-PA-INTEREST-RATE PIC 9(2)V9(4).
           03  WS-PA-MAINT-FEE     PIC 9(4)V9(2).
           03  WS-PA-MIN-BALANCE   PIC 9(6)V9(2).
           03  FILLER              PIC X(11).

       01  WS-REC-OVERLIM          REDEFINES WS-RECORD.
           03  WS-OL-KEY           PIC X(9).
           03  WS-OL-LIMIT         PIC 9(6)V9(2).
           03  FILLER              PIC X(14).

       01  WS-REC-EXRATES          REDEFINES WS-RECORD.
           03  WS-XR-KEY           PIC X(11).
           03  WS-XR-RATE          PIC 9(3)V9(6).
           03  FILLER              PIC X(11).

       01  WS-REC-HOLIDAYS         REDEFINES WS-RECORD.
           03  WS-HO-DATE          PIC 9(8).
           03  WS-HO-NAME          PIC X(20).
           03  FILLER              PIC X(3).

       77  WS-BUSINESS-DATE        PIC 9(8)            VALUE ZEROS.
       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

       77  WS-COUNT-UNLOADED       PIC 9(9)            VALUE ZEROS.
       77  WS-HASH-TOTAL           PIC 9(12)V9(6)      VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZZZZZ9       VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-CENTRAL-PROCESSING
             UNTIL WS-FS-CLUSTER   EQUAL WS-EOF.

           PERFORM 0901-00-FINAL.

           STOP RUN.

       0001-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

       0101-00-INITIAL.

           ACCEPT WS-CARD          FROM SYSIN.

           EVALUATE TRUE
             WHEN WS-PM-REGISTRY
               MOVE 31             TO WS-REC-SIZE
             WHEN WS-PM-ACCRVS
             WHEN WS-PM-EXRTVS
               MOVE 20             TO WS-REC-SIZE
             WHEN WS-PM-OVERVS
               MOVE 17             TO WS-REC-SIZE
             WHEN WS-PM-HOLIVS
               MOVE 28             TO WS-REC-SIZE
             WHEN OTHER
               DISPLAY ' CLUSTER PARAMETER INVALID: ' WS-PM-CLUSTER
               DISPLAY ' USE REGISTRY, ACCRVS, OVERVS, EXRTVS OR HOLIVS'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0103-00-READ-CYCLECTL.

           ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.

           PERFORM 0102-00-OPEN-CLUSTER.

           OPEN OUTPUT BACKUP-FILE.

           EVALUATE WS-FS-BACKUP
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0101-00-INITIAL'
                                    ' FILE STATUS: ' WS-FS-BACKUP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           MOVE 'H'                TO BK-CTL-TYPE.
           MOVE SPACES             TO BK-CTL-DATA.
           MOVE WS-PM-CLUSTER      TO BK-HDR-CLUSTER.
           MOVE WS-BUSINESS-DATE   TO BK-HDR-BUS-DATE.
           MOVE WS-RUN-DATE        TO BK-HDR-RUN-DATE.
           MOVE WS-PROGRAM         TO BK-HDR-SOURCE.
           MOVE WS-REC-SIZE        TO BK-HDR-REC-SIZE.
           PERFORM 0202-00-WRITE-BACKUP.

           PERFORM 0301-00-READ-CLUSTER.

       0101-00-EXIT.
           EXIT.

       0102-00-OPEN-CLUSTER.

           EVALUATE TRUE
             WHEN WS-PM-REGISTRY
               OPEN INPUT REGISTRY
             WHEN WS-PM-ACCRVS
               OPEN INPUT ACCRVS
             WHEN WS-PM-OVERVS
               OPEN INPUT OVERVS
             WHEN WS-PM-EXRTVS
               OPEN INPUT EXRTVS
             WHEN WS-PM-HOLIVS
               OPEN INPUT HOLIVS
           END-EVALUATE.

           EVALUATE WS-FS-CLUSTER
             WHEN '00'
             WHEN '97'
               CONTINUE
             WHEN '35'
               DISPLAY ' CLUSTER ' WS-PM-CLUSTER ' NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-CLUSTER'
                                    ' FILE STATUS: ' WS-FS-CLUSTER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-READ-CYCLECTL.

      *    THE BUSINESS DATE THE BACKUP BELONGS TO.  THE BACKUP RUNS
      *    AFTER THE CLOSE, SO A CLOSED CYCLE IS ACCEPTED.

           OPEN INPUT CYCLECTL.

           EVALUATE WS-FS-CYCLECTL
             WHEN '00'
               READ CYCLECTL
               EVALUATE WS-FS-CYCLECTL
                 WHEN '00'
                   MOVE FD-CY-BUSINESS-DATE
                                   TO WS-BUSINESS-DATE
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

       0103-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-CENTRAL-PROCESSING.

           MOVE 'D'                TO BK-TYPE.
           MOVE WS-RECORD          TO BK-RECORD.

           IF  WS-PM-ACCRVS
               MOVE WS-ACCR-RRN    TO BK-RRN
           ELSE
               MOVE ZEROS          TO BK-RRN
           END-IF.

           PERFORM 0202-00-WRITE-BACKUP.

           ADD 1                   TO WS-COUNT-UNLOADED.

           EVALUATE TRUE
             WHEN WS-PM-REGISTRY
               ADD WS-RG-RELEASE-VALUE
                                   TO WS-HASH-TOTAL
             WHEN WS-PM-ACCRVS
               ADD WS-PA-INTEREST-RATE
                   WS-PA-MAINT-FEE
                   WS-PA-MIN-BALANCE
                                   TO WS-HASH-TOTAL
             WHEN WS-PM-OVERVS
               ADD WS-OL-LIMIT     TO WS-HASH-TOTAL
             WHEN WS-PM-EXRTVS
               ADD WS-XR-RATE      TO WS-HASH-TOTAL
             WHEN WS-PM-HOLIVS
               ADD WS-HO-DATE      TO WS-HASH-TOTAL
           END-EVALUATE.

           PERFORM 0301-00-READ-CLUSTER.

       0201-00-EXIT.
           EXIT.

       0202-00-WRITE-BACKUP.

           WRITE REG-BACKUP.

           EVALUATE WS-FS-BACKUP
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0202-00-WRITE-BACKUP'
                                    ' FILE STATUS: ' WS-FS-BACKUP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0202-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-CLUSTER.

           MOVE SPACES             TO WS-RECORD.

           EVALUATE TRUE
             WHEN WS-PM-REGISTRY
               READ REGISTRY NEXT RECORD
                   INTO WS-RECORD
             WHEN WS-PM-ACCRVS
               READ ACCRVS NEXT RECORD
                   INTO WS-RECORD
             WHEN WS-PM-OVERVS
               READ OVERVS NEXT RECORD
                   INTO WS-RECORD
             WHEN WS-PM-EXRTVS
               READ EXRTVS NEXT RECORD
                   INTO WS-RECORD
             WHEN WS-PM-HOLIVS
               READ HOLIVS NEXT RECORD
                   INTO WS-RECORD
           END-EVALUATE.

           EVALUATE WS-FS-CLUSTER
             WHEN '00'
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-CLUSTER'
                                    ' FILE STATUS: ' WS-FS-CLUSTER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           MOVE 'T'                TO BK-CTL-TYPE.
           MOVE SPACES             TO BK-CTL-DATA.
           MOVE WS-PM-CLUSTER      TO BK-TRL-CLUSTER.
           MOVE WS-COUNT-UNLOADED  TO BK-TRL-COUNT.
           MOVE WS-HASH-TOTAL      TO BK-TRL-HASH.
           PERFORM 0202-00-WRITE-BACKUP.

           EVALUATE TRUE
             WHEN WS-PM-REGISTRY
               CLOSE REGISTRY
             WHEN WS-PM-ACCRVS
               CLOSE ACCRVS
             WHEN WS-PM-OVERVS
               CLOSE OVERVS
             WHEN WS-PM-EXRTVS
               CLOSE EXRTVS
             WHEN WS-PM-HOLIVS
               CLOSE HOLIVS
           END-EVALUATE.

           CLOSE BACKUP-FILE.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           DISPLAY '*  CLUSTER.........: ' WS-PM-CLUSTER
                                           '                  *'.
           MOVE WS-COUNT-UNLOADED  TO WS-FMT-AMOUNT
           DISPLAY '*  RECORDS UNLOADED: ' WS-FMT-AMOUNT
                                           '                 *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
