      *================================================================*
      *   REGPSLIP - PAYSLIP HISTORY KSDS (EAD625.PAYSLIP.KSDS)        *
      *   KEY: PS-ID-EMPLOYEE + PS-PAY-MONTH (YYYYMM)                  *
      *   LRECL: 350                                                   *
      *   ONE RECORD PER EMPLOYEE AND MONTH PAID, WRITTEN BY EAD62560  *
      *   (A RERUN OF THE MONTH REPLACES IT) AND READ ONLINE BY        *
      *   EAD625CZ.  GROSS, DEDUCTIONS, TAXES AND NET ARE THE MONTH'S  *
      *   OWN; RETRO PAY SETTLED WITH IT IS KEPT APART.  THE YTD       *
      *   FIELDS ARE THE TOTALS AFTER THAT MONTH, RETRO INCLUDED.      *
      *   MORE THAN TEN ENROLLMENTS ARE SUMMED ON THE TENTH ENTRY      *
      *   UNDER CODE '*OTH'.                                           *
      *================================================================*
       01  REG-PAYSLIP.
           05  PS-SLIP-KEY.
               10  PS-ID-EMPLOYEE  PIC X(3).
               10  PS-PAY-MONTH    PIC 9(6).
           05  PS-PAY-DATE         PIC 9(8).
           05  PS-NAME             PIC X(20).
           05  PS-DEPT             PIC X(5).
           05  PS-SALARY           PIC 9(7)V9(2).
           05  PS-PAID-DAYS        PIC 9(2).
           05  PS-OT50-HOURS       PIC 9(3).
           05  PS-OT100-HOURS      PIC 9(3).
           05  PS-BASE-PAY         PIC 9(7)V9(2).
           05  PS-OVERTIME-PAY     PIC 9(7)V9(2).
           05  PS-GROSS            PIC 9(7)V9(2).
           05  PS-DED-COUNT        PIC 9(2).
           05  PS-DED-ENTRY        OCCURS 10 TIMES.
               10  PS-DED-CODE     PIC X(4).
               10  PS-DED-AMOUNT   PIC 9(7)V9(2).
           05  PS-DEDUCTIONS       PIC 9(7)V9(2).
           05  PS-SOCIAL           PIC 9(7)V9(2).
           05  PS-TAX              PIC 9(7)V9(2).
           05  PS-NET              PIC 9(7)V9(2).
           05  PS-RETRO-GROSS      PIC 9(7)V9(2).
           05  PS-RETRO-NET        PIC 9(7)V9(2).
           05  PS-BANK-BRANCH      PIC X(4).
           05  PS-BANK-ACCOUNT     PIC 9(5).
           05  PS-DOC-NUMBER       PIC 9(4).
           05  PS-YTD-GROSS        PIC 9(9)V9(2).
           05  PS-YTD-SOCIAL       PIC 9(9)V9(2).
           05  PS-YTD-TAX          PIC 9(9)V9(2).
           05  PS-YTD-NET          PIC 9(9)V9(2).
           05  FILLER              PIC X(21).
