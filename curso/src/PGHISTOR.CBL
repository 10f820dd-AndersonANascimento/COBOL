      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Bloqueio por inadimplencia:
      *                                 historico de aluno com
      *                                 mensalidade vencida alem dos
      *                                 limites do BLOQUEIO.PARM nao
      *                                 e impresso (PGBLOQUE), salvo
      *                                 liberacao do PGLIBERA.
      * 22/08/2026 Anderson Nascimento  Caminho do mestre resolvido
      *                                 pelo ambiente ativo (PGAMBCFG).
      * 10/08/2026 Anderson Nascimento  Programa criado.
         77  WS-MATR-CONSULTA        PIC 9(05) VALUE ZEROS.
         77  WS-EOF-HIST             PIC X     VALUE 'N'.
         77  WS-ACHOU-ALUNO          PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-VLR-VENCIDO-ED       PIC ZZZZZZ9,99.
         77  WS-PERIODO-ATUAL        PIC 9(06) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTLIN                 PIC 99    VALUE 99.
            03  LCG-QTD              PIC ZZZZ9.
            03  FILLER               PIC X(38) VALUE SPACES.
       COPY AMBCFG.
       COPY BLOQUEIO.
       77  WS-CAMINHO-HISTORICO                PIC X(40) VALUE
                                               './HISTORICO.DAT'.
      *****************************************************************
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-HISTORICO
           DISPLAY '------ HISTORICO ESCOLAR ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Matricula do aluno: '
           ACCEPT WS-MATR-CONSULTA.

           ELSE
              PERFORM POSICIONA-ALUNO
              IF WS-ACHOU-ALUNO EQUAL 'S' THEN
                 PERFORM TESTA-BLOQUEIO
                 IF BQ-BLOQUEADO THEN
                    PERFORM RECUSA-BLOQUEIO
                 ELSE
                    PERFORM IMPRIME-HISTORICO
                 END-IF
              ELSE
                 DISPLAY 'ALUNO SEM HISTORICO: ' WS-MATR-CONSULTA
              END-IF
              END-IF
           END-IF.
      *
      *   Consulta o bloqueio academico antes de imprimir: aluno com
      *   mensalidade vencida alem dos limites do BLOQUEIO.PARM nao
      *   recebe o historico, a menos que haja liberacao
      *   supervisionada em vigor (PGLIBERA).
       TESTA-BLOQUEIO.
           MOVE WS-MATR-CONSULTA               TO BQ-MATRICULA
           MOVE 'H'                            TO BQ-ACAO
           MOVE 'PGHISTOR'                     TO BQ-PROGRAMA
           MOVE WS-OPERADOR                    TO BQ-OPERADOR
           CALL './bin/PGBLOQUE' USING BQ-PARM.
      *
       RECUSA-BLOQUEIO.
           MOVE BQ-VLR-VENCIDO                 TO WS-VLR-VENCIDO-ED
           DISPLAY '>> HISTORICO NAO IMPRESSO - ALUNO BLOQUEADO POR'
                   ' INADIMPLENCIA: ' WS-MATR-CONSULTA
           DISPLAY '>> DIVIDA VENCIDA ' WS-VLR-VENCIDO-ED ' EM '
                   BQ-QTD-VENCIDAS ' PARCELA(S), MAIOR ATRASO '
                   BQ-MAIOR-ATRASO ' DIAS.'
           DISPLAY '>> LIBERACAO SUPERVISIONADA PELO PGLIBERA.'.
      *
      *   Percorre todos os registros da matricula consultada, com
      *   quebra por periodo letivo, imprimindo cada turma cursada e
      *   fechando cada periodo com a media do periodo; ao final
