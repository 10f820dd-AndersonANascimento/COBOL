      *****************************************************************
      * Copybook: FECHPER
      * Area de comunicacao do fechamento de periodo, usada por quem
      * chama (WORKING-STORAGE) e pelo PGFECPER (LINKAGE SECTION).
      * Antes de gravar uma baixa, mensalidade, recibo ou partida
      * do diario, o programa informa a data do lancamento, o
      * proprio nome e o operador; a sub-rotina procura a
      * competencia (aaaamm) da data em FECHAPER.DAT (PGFECHAM) e
      * devolve a situacao: liberado (competencia aberta), fechado
      * (lancamento recusado) ou ajuste (competencia reaberta por
      * supervisor, lancamento aceito e registrado). Programa em
      * branco so consulta, sem registrar nada em FECHAPER.LOG.
      *****************************************************************
       01 FP-PARM.
          05 FP-DATA                          PIC 9(08).
          05 FP-PROGRAMA                      PIC X(08).
          05 FP-OPERADOR                      PIC X(08).
          05 FP-SITUACAO                      PIC X(01).
             88 FP-LIBERADO                   VALUE 'L'.
             88 FP-FECHADO                    VALUE 'F'.
             88 FP-AJUSTE                     VALUE 'A'.
          05 FP-COMPETENCIA                   PIC 9(06).
          05 FP-DATA-FECHAMENTO               PIC 9(08).
