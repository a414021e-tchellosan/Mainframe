      *----------------------------------------------------------------*
      *                                                                *
      *   MATCH-MERGE OF THE CURRENT GENERATION AGAINST A KEYED        *
      *   TRANSACTION FILE (I=INCLUDE, U=UPDATE, D=DELETE, R=REVIEW),  *
      *   BOTH IN BRANCH/ACCOUNT SEQUENCE, WRITING THE NEW GENERATION  *
      *   AND AN AUDIT REPORT - THE SAME SHAPE AS THE EAD62510 ACCOUNT *
      *   MAINTENANCE.  THE TAX ID CARRIES ITS OWN CHECK DIGIT         *
      *   (WEIGHTED MOD-11 OVER POSITIONS 1-10, DIGIT IN POSITION      *
      *   11); INCLUDES AND UPDATES WITH A BAD DIGIT ARE REJECTED.     *
      *                                                                *
      *   KNOW-YOUR-CUSTOMER: EVERY RECORD CARRIES A RISK RATING       *
      *   (H = HIGH, REVIEWED EVERY YEAR; M = MEDIUM, 3 YEARS;         *
      *   L = LOW, 5 YEARS) AND THE DATE OF THE LAST REVIEW.  AN       *
      *   INCLUDE MUST BRING BOTH (THE REVIEW DATE IS THE OPENING      *
      *   VERIFICATION); AN UPDATE MAY RE-RATE (BLANK KEEPS THE        *
      *   RATING).  R = REVIEW COMPLETED: ONLY THE REVIEW DATE AND,    *
      *   IF GIVEN, THE NEW RATING ARE TAKEN; THE DEBIT-ONLY HOLD OF   *
      *   AN OVERDUE REVIEW (EAD62633) IS LIFTED BY THE NEXT STEP OF   *
      *   THE JOB.                                                     *
      *                                                                *
      *================================================================*
       ENVIRONMENT                 DIVISION.
      *================================================================*
           03  FD-CO-TAX-ID        PIC 9(11).
           03  FD-CO-BIRTH-DATE    PIC 9(8).
           03  FD-CO-PHONE         PIC X(15).
           03  FD-CO-RISK-RATING   PIC X(1).
           03  FD-CO-LAST-REVIEW   PIC 9(8).

       FD  CIFTRAN
           RECORDING MODE IS F
           03  FD-CT-TAX-ID        PIC 9(11).
           03  FD-CT-BIRTH-DATE    PIC 9(8).
           03  FD-CT-PHONE         PIC X(15).
           03  FD-CT-RISK-RATING   PIC X(1).
           03  FD-CT-REVIEW-DATE   PIC 9(8).

       FD  CIFNEW
           RECORDING MODE IS F
           03  FD-CN-TAX-ID        PIC 9(11).
           03  FD-CN-BIRTH-DATE    PIC 9(8).
           03  FD-CN-PHONE         PIC X(15).
           03  FD-CN-RISK-RATING   PIC X(1).
           03  FD-CN-LAST-REVIEW   PIC 9(8).

       FD  CIFRPT
           RECORDING MODE IS F
       77  WS-COUNT-UPDATED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-DELETED        PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REJECTED       PIC 9(5)            VALUE ZEROS.
       77  WS-COUNT-REVIEWED       PIC 9(5)            VALUE ZEROS.

       01  WS-TRAN-FUNCTION        PIC X(1)            VALUE SPACES.
           88  WS-TRAN-INCLUDE                         VALUE 'I'.
           88  WS-TRAN-UPDATE                          VALUE 'U'.
           88  WS-TRAN-DELETE                          VALUE 'D'.
           88  WS-TRAN-REVIEW                          VALUE 'R'.

       01  WS-RISK-RATING          PIC X(1)            VALUE SPACES.
           88  WS-RISK-RATING-VALID                    VALUE 'H' 'M'
                                                             'L'.

       77  WS-KYC-OK-IND           PIC X(1)            VALUE 'N'.
           88  WS-KYC-OK                               VALUE 'Y'.

       77  WS-DROP-CURRENT-IND     PIC X(1)            VALUE 'N'.
           88  WS-DROP-CURRENT                         VALUE 'Y'.
                                   TO FD-CN-BIRTH-DATE
                   MOVE FD-CT-PHONE
                                   TO FD-CN-PHONE
                   PERFORM 0210-00-VALIDATE-KYC
               END-IF
               EVALUATE TRUE
                 WHEN NOT WS-TAX-ID-OK
                   MOVE 'TAX ID CHECK DIGIT INVALID'
                                   TO WS-AU-DETAIL
                   PERFORM 0208-00-AUDIT-REJECTED
                 WHEN NOT WS-KYC-OK
                   PERFORM 0208-00-AUDIT-REJECTED
                 WHEN OTHER
                   MOVE FD-CT-RISK-RATING
                                   TO FD-CN-RISK-RATING
                   MOVE FD-CT-REVIEW-DATE
                                   TO FD-CN-LAST-REVIEW
                   PERFORM 0205-00-WRITE-CIFNEW
                   ADD 1           TO WS-COUNT-INCLUDED
                   PERFORM 0207-00-AUDIT-ACCEPTED
               END-EVALUATE
           ELSE
               MOVE 'NO INFORMATION RECORD FOR KEY'
                                   TO WS-AU-DETAIL

             WHEN WS-TRAN-UPDATE
               PERFORM 0206-00-VALIDATE-TAX-ID
               PERFORM 0210-00-VALIDATE-KYC
               EVALUATE TRUE
                 WHEN NOT WS-TAX-ID-OK
                   MOVE 'TAX ID CHECK DIGIT INVALID'
                                   TO WS-AU-DETAIL
                   PERFORM 0208-00-AUDIT-REJECTED
                 WHEN NOT WS-KYC-OK
                   PERFORM 0208-00-AUDIT-REJECTED
                 WHEN OTHER
                   MOVE FD-CT-FULL-NAME
                                   TO FD-CO-FULL-NAME
                   MOVE FD-CT-STREET
                                   TO FD-CO-BIRTH-DATE
                   MOVE FD-CT-PHONE
                                   TO FD-CO-PHONE
                   IF  FD-CT-RISK-RATING
                                   NOT EQUAL SPACES
                       MOVE FD-CT-RISK-RATING
                                   TO FD-CO-RISK-RATING
                   END-IF
                   ADD 1           TO WS-COUNT-UPDATED
                   PERFORM 0207-00-AUDIT-ACCEPTED
               END-EVALUATE

             WHEN WS-TRAN-REVIEW
               PERFORM 0210-00-VALIDATE-KYC
               IF  WS-KYC-OK
                   IF  FD-CT-RISK-RATING
                                   NOT EQUAL SPACES
                       MOVE FD-CT-RISK-RATING
                                   TO FD-CO-RISK-RATING
                   END-IF
                   MOVE FD-CT-REVIEW-DATE
                                   TO FD-CO-LAST-REVIEW
                   ADD 1           TO WS-COUNT-REVIEWED
                   PERFORM 0207-00-AUDIT-ACCEPTED
               ELSE
                   PERFORM 0208-00-AUDIT-REJECTED
               END-IF

       0206-00-EXIT.
           EXIT.

       0210-00-VALIDATE-KYC.

      *    THE RATING IS REQUIRED ON AN INCLUDE AND OPTIONAL
      *    OTHERWISE; THE REVIEW DATE IS REQUIRED ON AN INCLUDE AND
      *    ON A COMPLETED REVIEW, WHICH CANNOT PREDATE THE LAST ONE.

           MOVE 'Y'                TO WS-KYC-OK-IND.
           MOVE FD-CT-RISK-RATING  TO WS-RISK-RATING.

           IF  NOT WS-RISK-RATING-VALID
               IF  WS-RISK-RATING  NOT EQUAL SPACES OR
                   WS-TRAN-INCLUDE
                   MOVE 'N'        TO WS-KYC-OK-IND
                   MOVE 'RISK RATING INVALID (H/M/L)'
                                   TO WS-AU-DETAIL
               END-IF
           END-IF.

           IF  WS-KYC-OK AND
               (WS-TRAN-INCLUDE OR WS-TRAN-REVIEW)
               EVALUATE TRUE
                 WHEN FD-CT-REVIEW-DATE
                                   NOT NUMERIC OR
                      FD-CT-REVIEW-DATE
                                   EQUAL ZEROS
                   MOVE 'N'        TO WS-KYC-OK-IND
                   MOVE 'REVIEW DATE MISSING'
                                   TO WS-AU-DETAIL
                 WHEN WS-TRAN-REVIEW AND
                      FD-CT-REVIEW-DATE
                                   LESS FD-CO-LAST-REVIEW
                   MOVE 'N'        TO WS-KYC-OK-IND
                   MOVE 'REVIEW DATE BEFORE LAST REVIEW'
                                   TO WS-AU-DETAIL
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.

       0210-00-EXIT.
           EXIT.

       0207-00-AUDIT-ACCEPTED.

           MOVE FD-CT-FUNCTION     TO WS-AU-FUNCTION.
           MOVE WS-COUNT-DELETED   TO WS-FMT-AMOUNT
           DISPLAY '*  DELETED.......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REVIEWED  TO WS-FMT-AMOUNT
           DISPLAY '*  REVIEWED......: ' WS-FMT-AMOUNT
                                         '                       *'.
           MOVE WS-COUNT-REJECTED  TO WS-FMT-AMOUNT
           DISPLAY '*  REJECTED......: ' WS-FMT-AMOUNT
                                         '                       *'.
