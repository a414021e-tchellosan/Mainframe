           05  WRK-UP-FALHAS       PIC 9(1)            VALUE ZEROS.
           05  WRK-UP-BLOQUEADO    PIC X(1)            VALUE SPACES.
           05  WRK-UP-SITUACAO     PIC X(1)            VALUE SPACES.
           05  WRK-UP-ULTIMO-ACESSO
                                   PIC 9(8)            VALUE ZEROS.
           05  WRK-UP-RECERTIFICACAO
                                   PIC X(1)            VALUE SPACES.
           05  WRK-UP-DATA-RECERT  PIC 9(8)            VALUE ZEROS.

       77  WRK-DATA-HOJE           PIC 9(8)            VALUE ZEROS.

