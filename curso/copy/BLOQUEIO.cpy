      *****************************************************************
      * Copybook: BLOQUEIO
      * Area de comunicacao do bloqueio academico por inadimplencia,
      * usada por quem chama (WORKING-STORAGE) e pelo PGBLOQUE
      * (LINKAGE SECTION). Antes de progredir um aluno, emitir o
      * certificado ou imprimir o historico escolar, o programa
      * informa a matricula, a acao pretendida, o operador e o
      * proprio nome; a sub-rotina apura as mensalidades vencidas
      * e nao quitadas em MENSALID.DAT contra os limites do cartao
      * BLOQUEIO.PARM e devolve a situacao: liberado, bloqueado, ou
      * autorizado por uma liberacao supervisionada ainda valida em
      * LIBERA.DAT (PGLIBERA). Acao em branco so apura a divida,
      * sem olhar liberacao e sem registrar nada em BLOQUEIO.LOG.
      *****************************************************************
       01 BQ-PARM.
          05 BQ-MATRICULA                     PIC 9(05).
          05 BQ-ACAO                          PIC X(01).
             88 BQ-PROGRESSAO                 VALUE 'P'.
             88 BQ-CERTIFICADO                VALUE 'C'.
             88 BQ-HISTORICO                  VALUE 'H'.
          05 BQ-PROGRAMA                      PIC X(08).
          05 BQ-OPERADOR                      PIC X(08).
          05 BQ-SITUACAO                      PIC X(01).
             88 BQ-LIBERADO                   VALUE 'L'.
             88 BQ-BLOQUEADO                  VALUE 'B'.
             88 BQ-AUTORIZADO                 VALUE 'A'.
          05 BQ-QTD-VENCIDAS                  PIC 9(03).
          05 BQ-VLR-VENCIDO                   PIC 9(07)V99.
          05 BQ-MAIOR-ATRASO                  PIC 9(05).
          05 BQ-SUPERVISOR                    PIC X(08).
