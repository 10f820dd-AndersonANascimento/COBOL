             05  FUN-SITUACAO                PIC X(01).
                 88  FUN-DESLIGADO           VALUE 'D'.
             05  FUN-DATA-DESLIG             PIC 9(08).
             05  FUN-CCUSTO                  PIC X(03).
             05  FUN-CCUSTO-2                PIC X(03).
             05  FUN-PCT-CCUSTO-2            PIC 9(03).
      *
      *   CPFSCAN.LST - registros com CPF ausente/invalido.
         FD  RELATORIO.
