      *================================================================*
      *   REGDSPAG - PAID EXPENSE CLAIMS KSDS (EAD625.DESPESAS.PAGAS)  *
      *   KEY: DP-CLAIM-NUMBER                                         *
      *   LRECL: 80                                                    *
      *   ONE RECORD PER EXPENSE CLAIM REIMBURSED BY EAD62667, WITH    *
      *   THE PAYMENT DATE AND THE DOCUMENT NUMBER OF ITS RELEASE.     *
      *   A CLAIM NUMBER ALREADY ON FILE IS NEVER PAID AGAIN.          *
      *================================================================*
       01  REG-DESPAG.
           05  DP-CLAIM-KEY.
               10  DP-CLAIM-NUMBER PIC 9(8).
           05  DP-ID-EMPLOYEE      PIC X(3).
           05  DP-CLAIM-DATE       PIC 9(8).
           05  DP-CATEGORY         PIC X(4).
           05  DP-AMOUNT           PIC 9(7)V9(2).
           05  DP-DEPT             PIC X(5).
           05  DP-APPROVER         PIC X(8).
           05  DP-PAID-DATE        PIC 9(8).
           05  DP-DOC-NUMBER       PIC 9(4).
           05  FILLER              PIC X(23).
