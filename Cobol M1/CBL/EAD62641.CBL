      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62641.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62641                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : VERIFY AN EAD62640 BACKUP AND RELOAD IT INTO *
      *                   THE EMPTY BANKING VSAM CLUSTER, REFUSING TO  *
      *                   FINISH ON A TRAILER MISMATCH                 *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   SYSIN: CLUSTER DD NAME (COL 1, AS IN EAD62640) AND FUNCTION  *
      *   (COL 10):                                                    *
      *     V = VERIFY ONLY.  THE BACKUP MUST START WITH THE HEADER    *
      *         OF THAT CLUSTER, HOLD ITS RECORDS IN ASCENDING KEY     *
      *         (RELATIVE RECORD NUMBER FOR THE RRDS) AND END WITH A   *
      *         TRAILER WHOSE COUNT AND HASH MATCH THE CONTENT.        *
      *         THE CLUSTER IS NOT OPENED, SO THE RESTORE JOBS RUN     *
      *         THIS BEFORE THEY DELETE AND REDEFINE THE CLUSTER.      *
      *     R = VERIFY AS ABOVE, THEN RELOAD.  NOTHING IS WRITTEN      *
      *         UNLESS THE WHOLE BACKUP VERIFIED; THE COUNT AND HASH   *
      *         OF THE RECORDS WRITTEN ARE CHECKED AGAIN AGAINST THE   *
      *         TRAILER AT THE END.                                    *
      *   ANY MISMATCH ENDS THE RUN WITH RC=12.                        *
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

           SELECT BACKUP-FILE      ASSIGN TO DA-S-BACKUP
               FILE STATUS         IS WS-FS-BACKUP.

           SELECT REGISTRY         ASSIGN TO REGISTRY
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-RG-KEY
               FILE STATUS         IS WS-FS-CLUSTER.

           SELECT ACCRVS           ASSIGN TO ACCRVS
               ORGANIZATION        IS RELATIVE
               ACCESS MODE         IS RANDOM
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

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  BACKUP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.

       01  REG-BACKUP.
           03  BK-TYPE             PIC X(1).
               88  BK-HEADER                           VALUE 'H'.
               88  BK-DETAIL                           VALUE 'D'.
               88  BK-TRAILER                          VALUE 'T'.
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

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62641'.

       77  WS-FS-BACKUP            PIC X(2)            VALUE ZEROS.
       77  WS-FS-CLUSTER           PIC X(2)            VALUE ZEROS.

       77  WS-EOF                  PIC X(2)            VALUE '10'.

       01  WS-CARD.
           03  WS-PM-CLUSTER       PIC X(8).
               88  WS-PM-REGISTRY                      VALUE 'REGISTRY'.
               88  WS-PM-ACCRVS                        VALUE 'ACCRVS'.
               88  WS-PM-OVERVS                        VALUE 'OVERVS'.
               88  WS-PM-EXRTVS                        VALUE 'EXRTVS'.
               88  WS-PM-HOLIVS                        VALUE 'HOLIVS'.
           03  FILLER              PIC X(1).
           03  WS-PM-FUNCTION      PIC X(1).
               88  WS-PM-VERIFY                        VALUE 'V'.
               88  WS-PM-RELOAD                        VALUE 'R'.
           03  FILLER              PIC X(70).

       77  WS-ACCR-RRN             PIC 9(8)            VALUE ZEROS.
       77  WS-REC-SIZE             PIC 9(3)            VALUE ZEROS.
       77  WS-KEY-LEN              PIC 9(2)            VALUE ZEROS.

      *    THE CLUSTER RECORD IN HAND, WITH A VIEW PER CLUSTER FOR
      *    THE HASH FIELD (SAME VIEWS AS EAD62640).
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

      *    KEY (OR RELATIVE RECORD NUMBER) OF THE PREVIOUS RECORD
       01  WS-PREV-KEY             PIC X(21)           VALUE LOW-VALUES.
       77  WS-PREV-RRN             PIC 9(8)            VALUE ZEROS.

       01  WS-HEADER-IND           PIC X(1)            VALUE 'N'.
           88  WS-HEADER-SEEN                          VALUE 'Y'.

       01  WS-TRAILER-IND          PIC X(1)            VALUE 'N'.
           88  WS-TRAILER-SEEN                         VALUE 'Y'.

       77  WS-BACKUP-DATE          PIC 9(8)            VALUE ZEROS.
       77  WS-BACKUP-SOURCE        PIC X(8)            VALUE SPACES.

       77  WS-TRL-COUNT            PIC 9(9)            VALUE ZEROS.
       77  WS-TRL-HASH             PIC 9(12)V9(6)      VALUE ZEROS.

       77  WS-COUNT-VERIFIED       PIC 9(9)            VALUE ZEROS.
       77  WS-HASH-VERIFIED        PIC 9(12)V9(6)      VALUE ZEROS.
       77  WS-COUNT-RELOADED       PIC 9(9)            VALUE ZEROS.
       77  WS-HASH-RELOADED        PIC 9(12)V9(6)      VALUE ZEROS.

       77  WS-HASH-RECORD          PIC 9(12)V9(6)      VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZZZZZ9       VALUE ZEROS.
       01  WS-FMT-DATE             PIC 9999/99/99      VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

       0001-00-MAIN.

           PERFORM 0101-00-INITIAL.

           PERFORM 0201-00-VERIFY-BACKUP.

           IF  WS-PM-RELOAD
               PERFORM 0211-00-RELOAD-BACKUP
           END-IF.

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
               MOVE 21             TO WS-KEY-LEN
             WHEN WS-PM-ACCRVS
               MOVE 20             TO WS-REC-SIZE
               MOVE ZEROS          TO WS-KEY-LEN
             WHEN WS-PM-OVERVS
               MOVE 17             TO WS-REC-SIZE
               MOVE 9              TO WS-KEY-LEN
             WHEN WS-PM-EXRTVS
               MOVE 20             TO WS-REC-SIZE
               MOVE 11             TO WS-KEY-LEN
             WHEN WS-PM-HOLIVS
               MOVE 28             TO WS-REC-SIZE
               MOVE 8              TO WS-KEY-LEN
             WHEN OTHER
               DISPLAY ' CLUSTER PARAMETER INVALID: ' WS-PM-CLUSTER
               DISPLAY ' USE REGISTRY, ACCRVS, OVERVS, EXRTVS OR HOLIVS'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           IF  NOT WS-PM-VERIFY
           AND NOT WS-PM-RELOAD
               DISPLAY ' FUNCTION PARAMETER INVALID (V/R)'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0101-00-EXIT.
           EXIT.

       0102-00-OPEN-BACKUP.

           OPEN INPUT BACKUP-FILE.

           EVALUATE WS-FS-BACKUP
             WHEN '00'
               CONTINUE
             WHEN '35'
               DISPLAY ' BACKUP FILE NOT FOUND'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0102-00-OPEN-BACKUP'
                                    ' FILE STATUS: ' WS-FS-BACKUP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0102-00-EXIT.
           EXIT.

       0103-00-OPEN-CLUSTER.

      *    THE CLUSTER MUST BE EMPTY: FRESHLY DEFINED BY THE JOB.

           EVALUATE TRUE
             WHEN WS-PM-REGISTRY
               OPEN OUTPUT REGISTRY
             WHEN WS-PM-ACCRVS
               OPEN OUTPUT ACCRVS
             WHEN WS-PM-OVERVS
               OPEN OUTPUT OVERVS
             WHEN WS-PM-EXRTVS
               OPEN OUTPUT EXRTVS
             WHEN WS-PM-HOLIVS
               OPEN OUTPUT HOLIVS
           END-EVALUATE.

           EVALUATE WS-FS-CLUSTER
             WHEN '00'
             WHEN '97'
               CONTINUE
             WHEN '35'
               DISPLAY ' CLUSTER ' WS-PM-CLUSTER ' NOT FOUND -'
                       ' DEFINE IT BEFORE THE RELOAD'
               MOVE 12             TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0103-00-OPEN-CLUSTER'
                                    ' FILE STATUS: ' WS-FS-CLUSTER
               DISPLAY ' CLUSTER ' WS-PM-CLUSTER
                       ' MUST BE EMPTY (DELETE/DEFINE FIRST)'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0103-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

       0201-00-VERIFY-BACKUP.

      *    FIRST PASS: NOTHING IS WRITTEN UNTIL THE WHOLE BACKUP HAS
      *    BEEN READ AND MATCHED AGAINST ITS TRAILER.

           PERFORM 0102-00-OPEN-BACKUP.

           PERFORM 0301-00-READ-BACKUP.

           PERFORM 0202-00-VERIFY-RECORD
             UNTIL WS-FS-BACKUP    EQUAL WS-EOF.

           CLOSE BACKUP-FILE.

           IF  NOT WS-HEADER-SEEN
               DISPLAY ' BACKUP IS EMPTY - NO HEADER RECORD'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  NOT WS-TRAILER-SEEN
               DISPLAY ' BACKUP TRAILER RECORD MISSING -'
                       ' BACKUP TRUNCATED, NOT RELOADED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-COUNT-VERIFIED   NOT EQUAL WS-TRL-COUNT
               DISPLAY ' BACKUP COUNT MISMATCH -'
                       ' TRAILER: ' WS-TRL-COUNT
                       ' RECORDS: ' WS-COUNT-VERIFIED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  WS-HASH-VERIFIED    NOT EQUAL WS-TRL-HASH
               DISPLAY ' BACKUP HASH MISMATCH -'
                       ' BACKUP MAY BE CORRUPTED OR TRUNCATED'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY ' BACKUP OF ' WS-PM-CLUSTER ' VERIFIED - '
                   WS-COUNT-VERIFIED ' RECORDS'.

       0201-00-EXIT.
           EXIT.

       0202-00-VERIFY-RECORD.

           EVALUATE TRUE
             WHEN WS-TRAILER-SEEN
               DISPLAY ' RECORD FOUND AFTER THE BACKUP TRAILER'
               MOVE 12             TO RETURN-CODE
               STOP RUN

             WHEN NOT WS-HEADER-SEEN
               PERFORM 0203-00-VERIFY-HEADER

             WHEN BK-DETAIL
               PERFORM 0204-00-VERIFY-DETAIL

             WHEN BK-TRAILER
               IF  BK-TRL-CLUSTER  NOT EQUAL WS-PM-CLUSTER
                   DISPLAY ' BACKUP TRAILER IS FOR CLUSTER '
                           BK-TRL-CLUSTER
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-TRAILER-SEEN TO TRUE
               MOVE BK-TRL-COUNT   TO WS-TRL-COUNT
               MOVE BK-TRL-HASH    TO WS-TRL-HASH

             WHEN OTHER
               DISPLAY ' BACKUP RECORD TYPE INVALID: ' BK-TYPE
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0301-00-READ-BACKUP.

       0202-00-EXIT.
           EXIT.

       0203-00-VERIFY-HEADER.

           IF  NOT BK-HEADER
               DISPLAY ' BACKUP DOES NOT START WITH A HEADER RECORD'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  BK-HDR-CLUSTER      NOT EQUAL WS-PM-CLUSTER
               DISPLAY ' BACKUP IS OF CLUSTER ' BK-HDR-CLUSTER
                       ', NOT ' WS-PM-CLUSTER
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           IF  BK-HDR-REC-SIZE     NOT EQUAL WS-REC-SIZE
               DISPLAY ' BACKUP RECORD SIZE ' BK-HDR-REC-SIZE
                       ' DIFFERS FROM THE CLUSTER (' WS-REC-SIZE ')'
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

           SET WS-HEADER-SEEN      TO TRUE.
           MOVE BK-HDR-BUS-DATE    TO WS-BACKUP-DATE.
           MOVE BK-HDR-SOURCE      TO WS-BACKUP-SOURCE.

           MOVE WS-BACKUP-DATE     TO WS-FMT-DATE.
           DISPLAY ' BACKUP OF ' WS-PM-CLUSTER
                   ' BUSINESS DATE ' WS-FMT-DATE
                   ' WRITTEN BY ' WS-BACKUP-SOURCE.

       0203-00-EXIT.
           EXIT.

       0204-00-VERIFY-DETAIL.

      *    THE RECORDS MUST COME IN THE ORDER THE CLUSTER IS LOADED.

           IF  WS-PM-ACCRVS
               IF  BK-RRN          NOT GREATER WS-PREV-RRN
                   DISPLAY ' RELATIVE RECORD NUMBER OUT OF SEQUENCE: '
                           BK-RRN
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BK-RRN         TO WS-PREV-RRN
           ELSE
               IF  BK-RECORD(1:WS-KEY-LEN)
                                   NOT GREATER
                   WS-PREV-KEY(1:WS-KEY-LEN)
                   DISPLAY ' KEY OUT OF SEQUENCE OR DUPLICATED: '
                           BK-RECORD(1:WS-KEY-LEN)
                   MOVE 12         TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE BK-RECORD(1:WS-KEY-LEN)
                                   TO WS-PREV-KEY(1:WS-KEY-LEN)
           END-IF.

           MOVE BK-RECORD          TO WS-RECORD.
           PERFORM 0205-00-HASH-RECORD.

           ADD 1                   TO WS-COUNT-VERIFIED.
           ADD WS-HASH-RECORD      TO WS-HASH-VERIFIED.

       0204-00-EXIT.
           EXIT.

       0205-00-HASH-RECORD.

      *    SAME FIELDS EAD62640 TOTALS INTO THE TRAILER.

           MOVE ZEROS              TO WS-HASH-RECORD.

           EVALUATE TRUE
             WHEN WS-PM-REGISTRY
               ADD WS-RG-RELEASE-VALUE
                                   TO WS-HASH-RECORD
             WHEN WS-PM-ACCRVS
               ADD WS-PA-INTEREST-RATE
                   WS-PA-MAINT-FEE
                   WS-PA-MIN-BALANCE
                                   TO WS-HASH-RECORD
             WHEN WS-PM-OVERVS
               ADD WS-OL-LIMIT     TO WS-HASH-RECORD
             WHEN WS-PM-EXRTVS
               ADD WS-XR-RATE      TO WS-HASH-RECORD
             WHEN WS-PM-HOLIVS
               ADD WS-HO-DATE      TO WS-HASH-RECORD
           END-EVALUATE.

       0205-00-EXIT.
           EXIT.

       0211-00-RELOAD-BACKUP.

      *    SECOND PASS: THE BACKUP IS KNOWN GOOD, LOAD IT.

           PERFORM 0103-00-OPEN-CLUSTER.

           PERFORM 0102-00-OPEN-BACKUP.

           PERFORM 0301-00-READ-BACKUP.

           PERFORM 0212-00-RELOAD-RECORD
             UNTIL WS-FS-BACKUP    EQUAL WS-EOF.

           CLOSE BACKUP-FILE.

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

           IF  WS-COUNT-RELOADED   NOT EQUAL WS-TRL-COUNT
           OR  WS-HASH-RELOADED    NOT EQUAL WS-TRL-HASH
               DISPLAY ' RELOADED CONTENT DOES NOT MATCH THE TRAILER -'
                       ' CLUSTER NOT TRUSTWORTHY'
               DISPLAY ' TRAILER: ' WS-TRL-COUNT
                       ' RELOADED: ' WS-COUNT-RELOADED
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-IF.

       0211-00-EXIT.
           EXIT.

       0212-00-RELOAD-RECORD.

           IF  BK-DETAIL
               PERFORM 0213-00-WRITE-RECORD
           END-IF.

           PERFORM 0301-00-READ-BACKUP.

       0212-00-EXIT.
           EXIT.

       0213-00-WRITE-RECORD.

           MOVE BK-RECORD          TO WS-RECORD.

           EVALUATE TRUE
             WHEN WS-PM-REGISTRY
               WRITE REG-REGISTRY  FROM WS-RECORD
             WHEN WS-PM-ACCRVS
               MOVE BK-RRN         TO WS-ACCR-RRN
               WRITE REG-ACCRVS    FROM WS-RECORD
             WHEN WS-PM-OVERVS
               WRITE REG-OVERVS    FROM WS-RECORD
             WHEN WS-PM-EXRTVS
               WRITE REG-EXRTVS    FROM WS-RECORD
             WHEN WS-PM-HOLIVS
               WRITE REG-HOLIVS    FROM WS-RECORD
           END-EVALUATE.

           EVALUATE WS-FS-CLUSTER
             WHEN '00'
               PERFORM 0205-00-HASH-RECORD
               ADD 1               TO WS-COUNT-RELOADED
               ADD WS-HASH-RECORD  TO WS-HASH-RELOADED
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0212-00-RELOAD-RECORD'
                                    ' FILE STATUS: ' WS-FS-CLUSTER
               DISPLAY ' RECORD: ' WS-RECORD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0213-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0300-00-READ                SECTION.
      *----------------------------------------------------------------*

       0301-00-READ-BACKUP.

           READ BACKUP-FILE.

           EVALUATE WS-FS-BACKUP
             WHEN '00'
             WHEN WS-EOF
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-BACKUP'
                                    ' FILE STATUS: ' WS-FS-BACKUP
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

       0301-00-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

       0901-00-FINAL.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*----------------------------------------------*'.
           DISPLAY '*                                              *'.
           DISPLAY '*  CLUSTER.........: ' WS-PM-CLUSTER
                                           '                  *'.
           MOVE WS-COUNT-VERIFIED  TO WS-FMT-AMOUNT
           DISPLAY '*  RECORDS VERIFIED: ' WS-FMT-AMOUNT
                                           '                 *'.
           MOVE WS-COUNT-RELOADED  TO WS-FMT-AMOUNT
           DISPLAY '*  RECORDS RELOADED: ' WS-FMT-AMOUNT
                                           '                 *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

       0901-00-EXIT.
           EXIT.
