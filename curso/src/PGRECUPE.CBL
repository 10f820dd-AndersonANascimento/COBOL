      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Movimento de aluno com
      *                                 avaliacao pendente (PGLANNOT)
      *                                 e rejeitado; jornal assinado
      *                                 como BATCH (lote sem
      *                                 operador no terminal).
      * 15/10/2026 Anderson Nascimento  Gravacoes no ALUNOS.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 02/09/2026 Anderson Nascimento  Status da turma no catalogo
      *                                 TURMAS.DAT: movimento de
      *                                 recuperacao em turma fechada
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-REC               PIC 99.
            03  FILLER               PIC X(55) VALUE SPACES.
       COPY AMBCFG.
       COPY TRAVA.
       COPY JORNAL.
       77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                               './ALUNOS.DAT'.
      *****************************************************************
      *   aluno nao e elegivel a recuperacao.
                 MOVE 'REPROVADO POR FALTA'    TO WS-MOTIVO-REJ
                 PERFORM IMPRIME-REJEITO
              WHEN RESULTADO-ALUNOS EQUAL 'PENDENTE'
      *   Turma com avaliacao ainda nao lancada (PGLANNOT): sem a
      *   media final nao ha o que recuperar.
                 MOVE 'AVALIACAO PENDENTE'     TO WS-MOTIVO-REJ
                 PERFORM IMPRIME-REJEITO
              WHEN REC-NOTA-EXAME NOT NUMERIC
                 MOVE 'NOTA DO EXAME INVALIDA' TO WS-MOTIVO-REJ
                 PERFORM IMPRIME-REJEITO
              PERFORM IMPRIME-REJEITO
           ELSE
              ADD 1                            TO WS-QTD-APLICADOS
              MOVE 'R'                         TO JN-OPERACAO
              PERFORM JORNALIZA-ALUNO
              PERFORM IMPRIME-DETALHE
           END-IF.
      *
              MOVE ZEROS                       TO CONTLIN
              ADD 1                            TO CONTPAG
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-ALUNO.
           IF WS-FS-ALUNOS(1:1) EQUAL '0' THEN
              MOVE 'PGRECUPE'                  TO JN-PROGRAMA
              MOVE 'BATCH'                     TO JN-OPERADOR
              MOVE 'ALUNOS.DAT'                TO JN-ARQUIVO
              MOVE REG-ALUNOS                  TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGRECUPE.
