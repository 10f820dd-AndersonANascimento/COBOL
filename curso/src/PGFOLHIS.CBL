             05  FHI-IRRF            PIC 9(06)V99.
             05  FHI-CONSIG          PIC 9(06)V99.
             05  FHI-LIQUIDO         PIC 9(06)V99.
             05  FHI-FGTS            PIC 9(06)V99.
             05  FHI-INSS-PATR       PIC 9(06)V99.
             05  FHI-ADIANT          PIC 9(06)V99.
             05  FHI-CCUSTO          PIC X(03).
             05  FHI-CCUSTO-2        PIC X(03).
             05  FHI-PCT-CCUSTO-2    PIC 9(03).
      *
      *   FOLHAHIS.LST - reimpressoes e informes de rendimento.
         FD  RELATORIO.
