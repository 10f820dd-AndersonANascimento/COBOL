      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Gravacoes no ALUNOS.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 22/08/2026 Anderson Nascimento  Caminhos dos mestres resolvidos
      *                                 pelo PGAMBCFG e trava de
      *                                 execucao (PGTRAVA) em volta da
             03  AUD-NOV-RESULT       PIC X(09).
       COPY AMBCFG.
       COPY TRAVA.
       COPY JORNAL.
       77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                               './ALUNOS.DAT'.
       77  WS-CAMINHO-HISTORICO                PIC X(40) VALUE
                 REWRITE REG-ALUNOS
                 IF WS-FS-ALUNOS EQUAL '00' THEN
                    ADD 1                      TO WS-QTD-APROVADAS
                    MOVE 'R'                   TO JN-OPERACAO
                    PERFORM JORNALIZA-ALUNO
                    PERFORM ATUALIZA-HISTORICO
                    PERFORM GRAVA-AUDITORIA-NOTA
                    DISPLAY '>> APROVADA E EFETIVADA NO MESTRE.'
              WRITE REG-PENDENTE FROM WS-MAN-REG(WS-IND-MAN)
           END-PERFORM.
           CLOSE PENDENTES.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-ALUNO.
           IF WS-FS-ALUNOS(1:1) EQUAL '0' THEN
              MOVE 'PGAPROVA'                  TO JN-PROGRAMA
              MOVE WS-APROVADOR                TO JN-OPERADOR
              MOVE 'ALUNOS.DAT'                TO JN-ARQUIVO
              MOVE REG-ALUNOS                  TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGAPROVA.
