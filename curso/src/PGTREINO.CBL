             05  FNP-ADMISSAO        PIC 9(08).
             05  FNP-SITUACAO        PIC X(01).
             05  FNP-DATA-DESLIG     PIC 9(08).
             05  FNP-CCUSTO          PIC X(03).
             05  FNP-CCUSTO-2        PIC X(03).
             05  FNP-PCT-CCUSTO-2    PIC 9(03).
         FD  FUNC-T.
         01  REG-FUNC-T.
             05  FNT-MATRICULA       PIC 9(05).
             05  FNT-ADMISSAO        PIC 9(08).
             05  FNT-SITUACAO        PIC X(01).
             05  FNT-DATA-DESLIG     PIC 9(08).
             05  FNT-CCUSTO          PIC X(03).
             05  FNT-CCUSTO-2        PIC X(03).
             05  FNT-PCT-CCUSTO-2    PIC 9(03).
      *
         FD  CONTR-P.
         01  REG-CONTR-P.
             05  CTP-NUM-CONTRATO    PIC 9(05).
             05  CTP-RESTO           PIC X(55).
         FD  CONTR-T.
         01  REG-CONTR-T.
             05  CTT-NUM-CONTRATO    PIC 9(05).
             05  CTT-RESTO           PIC X(55).
      *
      *   PGTREINO.LST - manifesto da recarga.
         FD  RELATORIO.
