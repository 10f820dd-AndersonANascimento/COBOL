      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Gravacoes no ALUNOS.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Turma arquivada tem a lista de
      *                                 espera encerrada (PGESPVAG)
      *                                 depois de fechado o catalogo:
      *                                 quem ainda aguardava vaga nela
      *                                 nao fica esperando para sempre.
      * 02/09/2026 Anderson Nascimento  Status da turma no catalogo
      *                                 TURMAS.DAT: so turma fechada
      *                                 pode ser arquivada (aberta ou
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
       COPY AMBCFG.
       COPY TRAVA.
       COPY TURLOG.
       COPY ESPVAG.
       COPY JORNAL.
       77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                               './ALUNOS.DAT'.
      *****************************************************************
                 PERFORM ARQUIVA-TURMAS
           END-EVALUATE.
           CLOSE TURMAS.
      *   Com o catalogo ja fechado, o PGESPVAG le o status arquivado
      *   de cada turma expurgada e encerra a fila dela.
           IF WS-MODO-EXEC NOT EQUAL 'R'
                    AND WS-MODO-EXEC NOT EQUAL 'r' THEN
              PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                              UNTIL WS-IND-TUR > WS-QTD-TURMAS
                 MOVE WS-TUR-CODIGO(WS-IND-TUR) TO EV-TURMA
                 MOVE WS-OPERADOR               TO EV-OPERADOR
                 MOVE 'PGARQUIV'                TO EV-PROGRAMA
                 CALL './bin/PGESPVAG' USING EV-PARM
              END-PERFORM
           END-IF.
           GOBACK.
      *
      *   Recebe as turmas a expurgar (ate 20, branco encerra), move
              MOVE REG-ALUNOS                  TO REG-HIST-ARQ
              WRITE REG-HIST-ARQ
              DELETE ALUNOS RECORD
              MOVE 'D'                         TO JN-OPERACAO
              PERFORM JORNALIZA-ALUNO
           END-IF.
      *
       IMPRIME-MANIFESTO.
                       WRITE REG-ALUNOS
                          INVALID KEY
                             REWRITE REG-ALUNOS
                             MOVE 'R'          TO JN-OPERACAO
                          NOT INVALID KEY
                             MOVE 'W'          TO JN-OPERACAO
                       END-WRITE
                       PERFORM JORNALIZA-ALUNO
                       ADD 1                   TO WS-QTD-RESTAURADOS
                    END-IF
              END-READ
                  WS-DATA-ARQ     DELIMITED SIZE
                  '.DAT'          DELIMITED SIZE
                  INTO WS-HIST-NOME.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-ALUNO.
           IF WS-FS-ALUNOS(1:1) EQUAL '0' THEN
              MOVE 'PGARQUIV'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'ALUNOS.DAT'                TO JN-ARQUIVO
              MOVE REG-ALUNOS                  TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGARQUIV.
