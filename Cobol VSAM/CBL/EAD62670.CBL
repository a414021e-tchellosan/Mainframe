      *================================================================*
       IDENTIFICATION              DIVISION.
      *================================================================*
       PROGRAM-ID.                 EAD62670.
       AUTHOR.                     MARCELO SILVA.
       DATE-WRITTEN.               OCT/2026.
      *----------------------------------------------------------------*
      *                                                                *
      *   PROGRAMMER    : MARCELO SILVA                                *
      *   EMAIL         : TCHELLOSAN@GMAIL.COM                         *
      *   PROGRAM       : EAD62670                                     *
      *   LANGUAGE      : COBOL                                        *
      *   TARGET        : ONE-TIME CUTOVER OF THE SIGN-ON PROFILE      *
      *                   KSDS FROM THE 29-BYTE LIFECYCLE LAYOUT TO    *
      *                   THE 46-BYTE LAYOUT WITH THE LAST SIGN-ON     *
      *                   AND THE ACCESS RECERTIFICATION MARK          *
      *                                                                *
      *----------------------------------------------------------------*
      *                                                                *
      *   EVERY PROFILE IS CARRIED OVER AS IT STANDS, WITH THE         *
      *   CUTOVER DATE AS THE LAST SIGN-ON, SO THE 90-DAY INACTIVITY   *
      *   RULE OF THE ACCESS RECERTIFICATION (EAD62671) STARTS         *
      *   COUNTING FROM THE CUTOVER.  NO PROFILE STARTS WITH A         *
      *   RECERTIFICATION PENDING.  THE '*PARAM*' RECORD KEEPS ITS     *
      *   PASSWORD VALIDITY.                                           *
      *                                                                *
      *   RUN ONCE, WITH THE CICS FILE CLOSED; THE NEW CLUSTER IS      *
      *   DEFINED BY THE CUTOVER JOB AND THE FCT IS REPOINTED TO IT    *
      *   AFTERWARDS.  THE OLD CLUSTER IS LEFT UNTOUCHED, SO THE       *
      *   CUTOVER CAN BE BACKED OUT BY REPOINTING THE FCT.             *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
       INPUT-OUTPUT                SECTION.

       FILE-CONTROL.

           SELECT USRPROLD         ASSIGN TO USRPROLD
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-UO-USUARIO
               FILE STATUS         IS WS-FS-USRPROLD.

           SELECT USRPRNEW         ASSIGN TO USRPRNEW
               ORGANIZATION        IS INDEXED
               ACCESS MODE         IS SEQUENTIAL
               RECORD KEY          IS FD-UN-USUARIO
               FILE STATUS         IS WS-FS-USRPRNEW.

      *================================================================*
       DATA                        DIVISION.
      *================================================================*
       FILE                        SECTION.

       FD  USRPROLD.

       01  REG-USRPROLD.
           05  FD-UO-USUARIO       PIC X(8).
           05  FD-UO-SENHA         PIC X(8).
           05  FD-UO-AUTORIDADE    PIC X(1).
           05  FD-UO-DATA-TROCA    PIC 9(8).
           05  FD-UO-TROCAR        PIC X(1).
           05  FD-UO-FALHAS        PIC 9(1).
           05  FD-UO-BLOQUEADO     PIC X(1).
           05  FD-UO-SITUACAO      PIC X(1).

       FD  USRPRNEW.

       01  REG-USRPRNEW.
           05  FD-UN-USUARIO       PIC X(8).
           05  FD-UN-SENHA         PIC X(8).
           05  FD-UN-AUTORIDADE    PIC X(1).
           05  FD-UN-DATA-TROCA    PIC 9(8).
           05  FD-UN-TROCAR        PIC X(1).
           05  FD-UN-FALHAS        PIC 9(1).
           05  FD-UN-BLOQUEADO     PIC X(1).
           05  FD-UN-SITUACAO      PIC X(1).
           05  FD-UN-ULTIMO-ACESSO PIC 9(8).
           05  FD-UN-RECERT        PIC X(1).
           05  FD-UN-DATA-RECERT   PIC 9(8).

      *----------------------------------------------------------------*
       WORKING-STORAGE             SECTION.

       77  WS-PROGRAM              PIC X(8)            VALUE 'EAD62670'.

       77  WS-FS-USRPROLD          PIC X(2)            VALUE SPACES.
       77  WS-FS-USRPRNEW          PIC X(2)            VALUE SPACES.
       77  WS-EOF                  PIC X(2)            VALUE '10'.

       77  WS-PARAM-CHAVE          PIC X(8)            VALUE '*PARAM*'.

       77  WS-RUN-DATE             PIC 9(8)            VALUE ZEROS.

       77  WS-READ-USRPROLD        PIC 9(5)            VALUE ZEROS.
       77  WS-WRITE-USRPRNEW       PIC 9(5)            VALUE ZEROS.

       77  WS-FMT-AMOUNT           PIC ZZZZ9           VALUE ZEROS.

      *================================================================*
       PROCEDURE                   DIVISION.
      *================================================================*
      *----------------------------------------------------------------*
       0000-00-MAIN                SECTION.
      *----------------------------------------------------------------*

           PERFORM 0100-00-INITIAL.

           PERFORM 0200-00-CENTRAL-PROCESSING
             UNTIL WS-FS-USRPROLD  EQUAL WS-EOF.

           PERFORM 0900-00-FINAL.

      *----------------------------------------------------------------*
       0100-00-INITIAL             SECTION.
      *----------------------------------------------------------------*

           ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.

           OPEN INPUT USRPROLD.

           EVALUATE WS-FS-USRPROLD
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR OPENING OLD PROFILE CLUSTER'
                       ' FILE STATUS: ' WS-FS-USRPROLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           OPEN OUTPUT USRPRNEW.

           EVALUATE WS-FS-USRPRNEW
             WHEN '00'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR OPENING NEW PROFILE CLUSTER'
                       ' FILE STATUS: ' WS-FS-USRPRNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

           PERFORM 0301-00-READ-USRPROLD.

      *----------------------------------------------------------------*
       0200-00-CENTRAL-PROCESSING  SECTION.
      *----------------------------------------------------------------*

      *    THE OLD RECORD IS COPIED WHOLE, THE PARAMETER RECORD
      *    INCLUDED; ONLY A PROFILE GETS THE LAST SIGN-ON DATE.

           MOVE SPACES             TO REG-USRPRNEW.
           MOVE REG-USRPROLD       TO REG-USRPRNEW(1:29).

           IF  FD-UO-USUARIO       EQUAL WS-PARAM-CHAVE
               CONTINUE
           ELSE
               MOVE WS-RUN-DATE    TO FD-UN-ULTIMO-ACESSO
               MOVE ZEROS          TO FD-UN-DATA-RECERT
           END-IF.

           PERFORM 0501-00-WRITE-USRPRNEW.

           PERFORM 0301-00-READ-USRPROLD.

      *----------------------------------------------------------------*
       0301-00-READ-USRPROLD       SECTION.
      *----------------------------------------------------------------*

           READ USRPROLD NEXT.

           EVALUATE WS-FS-USRPROLD
             WHEN '00'
               ADD 1               TO WS-READ-USRPROLD
             WHEN '10'
               CONTINUE
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0301-00-READ-USRPROLD'
                                    ' FILE STATUS: ' WS-FS-USRPROLD
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
       0501-00-WRITE-USRPRNEW      SECTION.
      *----------------------------------------------------------------*

           WRITE REG-USRPRNEW.

           EVALUATE WS-FS-USRPRNEW
             WHEN '00'
               ADD 1               TO WS-WRITE-USRPRNEW
             WHEN OTHER
               DISPLAY ' ERROR FOUND IN 0501-00-WRITE-USRPRNEW'
                                    ' FILE STATUS: ' WS-FS-USRPRNEW
               MOVE 12             TO RETURN-CODE
               STOP RUN
           END-EVALUATE.

      *----------------------------------------------------------------*
       0900-00-FINAL               SECTION.
      *----------------------------------------------------------------*

           CLOSE USRPROLD
                 USRPRNEW.

           DISPLAY '*----------------------------------------------*'.
           DISPLAY '* ' WS-PROGRAM
                   ' PROGRAM SUCCESSFULLY EXECUTED       *'.
           DISPLAY '*                                              *'.
           MOVE WS-READ-USRPROLD   TO WS-FMT-AMOUNT
           DISPLAY '*  READ  PROFILES.: ' WS-FMT-AMOUNT
                                          '                      *'.
           MOVE WS-WRITE-USRPRNEW  TO WS-FMT-AMOUNT
           DISPLAY '*  WRITE PROFILES.: ' WS-FMT-AMOUNT
                                          '                      *'.
           DISPLAY '*                                              *'.
           DISPLAY '*----------------------------------------------*'.

           STOP RUN.
