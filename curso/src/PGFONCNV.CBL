      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Jornal de atualizacao assinado
      *                                 como BATCH (lote sem
      *                                 operador no terminal).
      * 15/10/2026 Anderson Nascimento  Telefones convertidos no
      *                                 CLIENTE.TXT e no FUNCMEST.DAT
      *                                 vao para o jornal de
      *                                 atualizacao (PGJORNAL).
      * 22/08/2026 Anderson Nascimento  Caminho do CLIENTE.TXT
      *                                 resolvido pelo PGAMBCFG e trava
      *                                 de execucao (PGTRAVA) na
             05  FUN-SITUACAO                PIC X(01).
                 88  FUN-DESLIGADO           VALUE 'D'.
             05  FUN-DATA-DESLIG             PIC 9(08).
             05  FUN-CCUSTO                  PIC X(03).
             05  FUN-CCUSTO-2                PIC X(03).
             05  FUN-PCT-CCUSTO-2            PIC 9(03).
      *
      *   FUNCIONARIOS.TXT - layout legado (fone de 8 digitos) e o
      *   layout novo (fone cheio de 13), para a regravacao.
            03  FILLER               PIC X(08) VALUE SPACES.
       COPY AMBCFG.
       COPY TRAVA.
       COPY JORNAL.
       77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                               './FUNCMEST.DAT'.
       77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
                          WHEN 'C'
                             MOVE WS-FONE-SAIDA TO TL-CLIENTE
                             REWRITE REG-CLIENTE
                             MOVE 'R'          TO JN-OPERACAO
                             PERFORM JORNALIZA-CLIENTE
                             ADD 1             TO WS-QTD-CONVERTIDOS
                          WHEN 'J'
                             ADD 1             TO WS-QTD-JA-CHEIOS
                          WHEN 'C'
                             MOVE WS-FONE-SAIDA TO FUN-FONE
                             REWRITE REG-FUNCMEST
                             MOVE 'R'          TO JN-OPERACAO
                             PERFORM JORNALIZA-FUNCIONARIO
                             ADD 1             TO WS-QTD-CONVERTIDOS
                          WHEN 'J'
                             ADD 1             TO WS-QTD-JA-CHEIOS
                 END-IF
              END-IF
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-CLIENTE.
           IF WS-FS-CLI LESS 10 THEN
              MOVE 'PGFONCNV'                  TO JN-PROGRAMA
              MOVE 'BATCH'                     TO JN-OPERADOR
              MOVE 'CLIENTE.TXT'               TO JN-ARQUIVO
              MOVE REG-CLIENTE                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-FUNCIONARIO.
           IF WS-FS-MES LESS 10 THEN
              MOVE 'PGFONCNV'                  TO JN-PROGRAMA
              MOVE 'BATCH'                     TO JN-OPERADOR
              MOVE 'FUNCMEST.DAT'              TO JN-ARQUIVO
              MOVE REG-FUNCMEST                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGFONCNV.
