      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Jornal de atualizacao assinado
      *                                 como BATCH (lote sem
      *                                 operador no terminal).
      * 15/10/2026 Anderson Nascimento  Gravacoes no FUNCMEST.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Registro novo entra no centro
      *                                 de custo ADM (PGCCUMNT).
      * 02/09/2026 Anderson Nascimento  Mestre ganha FUN-SITUACAO e
      *                                 FUN-DATA-DESLIG para o
      *                                 desligamento do PGRESCIS;
             05  FUN-SITUACAO                PIC X(01).
                 88  FUN-DESLIGADO           VALUE 'D'.
             05  FUN-DATA-DESLIG             PIC 9(08).
             05  FUN-CCUSTO                  PIC X(03).
             05  FUN-CCUSTO-2                PIC X(03).
             05  FUN-PCT-CCUSTO-2            PIC 9(03).
      *
      *   FUNMRG.LST - resultado da fusao e sobras nao casadas.
         FD  RELATORIO.
            03  TOT-VALOR            PIC ZZZZ9.
            03  FILLER               PIC X(49) VALUE SPACES.
       COPY AMBCFG.
       COPY JORNAL.
       77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                               './FUNCMEST.DAT'.
      *****************************************************************
                                                  FUN-ADMISSAO
      *   Funcionario novo nasce com o vinculo ativo.
           MOVE SPACE                          TO FUN-SITUACAO
           MOVE ZEROS                          TO FUN-DATA-DESLIG
           MOVE 'ADM'                          TO FUN-CCUSTO
           MOVE SPACES                         TO FUN-CCUSTO-2
           MOVE ZEROS                          TO FUN-PCT-CCUSTO-2.
      *
      *   Sobras do CADFUNC viram registros do mestre so com os
      *   campos desse lado, e saem no relatorio.
                 MOVE ZEROS                    TO FUN-ADMISSAO
                 MOVE SPACE                    TO FUN-SITUACAO
                 MOVE ZEROS                    TO FUN-DATA-DESLIG
                 MOVE 'ADM'                    TO FUN-CCUSTO
                 MOVE SPACES                   TO FUN-CCUSTO-2
                 MOVE ZEROS                    TO FUN-PCT-CCUSTO-2
                 PERFORM GRAVA-MESTRE
                 ADD 1                         TO WS-QTD-SO-CAD
                 MOVE 'CADFUNC'                TO SOB-ORIGEM
           WRITE REG-FUNCMEST
              INVALID KEY
                 REWRITE REG-FUNCMEST
                 MOVE 'R'                      TO JN-OPERACAO
              NOT INVALID KEY
                 MOVE 'W'                      TO JN-OPERACAO
           END-WRITE
           PERFORM JORNALIZA-FUNCIONARIO.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-FUNCIONARIO.
           IF WS-FS-MES LESS 10 THEN
              MOVE 'PGFUNMRG'                  TO JN-PROGRAMA
              MOVE 'BATCH'                     TO JN-OPERADOR
              MOVE 'FUNCMEST.DAT'              TO JN-ARQUIVO
              MOVE REG-FUNCMEST                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGFUNMRG.
