      *================================================================*
      *   REGFERPD - VACATION REQUEST KSDS (EAD625.FERPED.KSDS)        *
      *   KEY: FP-ID-EMPLOYEE + FP-START-DATE (YYYYMMDD)               *
      *   LRECL: 80                                                    *
      *   WRITTEN ONLINE BY EAD625C2 (STATUS P), DECIDED BY THE        *
      *   SUPERVISOR QUEUE EAD625C3 (A OR R) AND POSTED BY EAD62666,   *
      *   WHICH WRITES THE APPROVED ONES TO THE NEXT ABSEVENT PERIOD   *
      *   AND MARKS THEM E.  FP-DEPT IS THE VS001 DEPARTMENT AT THE    *
      *   TIME OF THE REQUEST, FOR THE PENDING REPORT.                 *
      *================================================================*
       01  REG-FERPED.
           05  FP-REQUEST-KEY.
               10  FP-ID-EMPLOYEE  PIC X(3).
               10  FP-START-DATE   PIC 9(8).
           05  FP-TYPE             PIC X(1).
               88  FP-VACATION                         VALUE 'V'.
           05  FP-DAYS             PIC 9(2).
           05  FP-DEPT             PIC X(5).
           05  FP-STATUS           PIC X(1).
               88  FP-PENDING                          VALUE 'P'.
               88  FP-APPROVED                         VALUE 'A'.
               88  FP-REJECTED                         VALUE 'R'.
               88  FP-POSTED                           VALUE 'E'.
           05  FP-REQUESTED-BY     PIC X(8).
           05  FP-REQUEST-DATE     PIC 9(8).
           05  FP-DECIDED-BY       PIC X(8).
           05  FP-DECISION-DATE    PIC 9(8).
           05  FP-POSTING-DATE     PIC 9(8).
           05  FILLER              PIC X(20).
