      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Bloqueio por inadimplencia:
      *                                 aprovado com mensalidade
      *                                 vencida alem dos limites do
      *                                 BLOQUEIO.PARM nao recebe o
      *                                 certificado (PGBLOQUE), salvo
      *                                 liberacao do PGLIBERA; os
      *                                 retidos saem no fim da lista
      *                                 de controle com a divida.
      * 02/09/2026 Anderson Nascimento  Registro de emissao: cada
      *                                 certificado recebe numero
      *                                 sequencial (CERTSEQ.CTL),
             05  WS-CTL-NOME         PIC X(30).
             05  WS-CTL-MEDIA        PIC 9(02)V99.
         77  WS-IND-CTL              PIC 9(03).
      *
      *   Certificados retidos por bloqueio financeiro, listados
      *   depois da lista de controle com a divida de cada aluno.
        01  LINHA-RETIDO.
            03  RET-MATR             PIC 9(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  RET-NOME             PIC X(30).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  RET-QTD-VENCIDAS     PIC ZZ9.
            03  FILLER               PIC X(08) VALUE ' PARC.  '.
            03  RET-MAIOR-ATRASO     PIC ZZZZ9.
            03  FILLER               PIC X(07) VALUE ' DIAS  '.
            03  RET-VLR-VENCIDO      PIC ZZZZZZ9,99.
            03  FILLER               PIC X(08) VALUE SPACES.
        01  LINHA-RET-TRAILER.
            03  FILLER               PIC X(24) VALUE
                'CERTIFICADOS RETIDOS:'.
            03  RET-TOTAL            PIC ZZZZ9.
            03  FILLER               PIC X(51) VALUE SPACES.
         77  WS-QTD-RETIDOS          PIC 9(05) VALUE ZEROS.
         77  WS-QTD-RET              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-RET OCCURS 500 TIMES.
             05  WS-RET-MATR         PIC 9(05).
             05  WS-RET-NOME         PIC X(30).
             05  WS-RET-QTD-VENCIDAS PIC 9(03).
             05  WS-RET-MAIOR-ATRASO PIC 9(05).
             05  WS-RET-VLR-VENCIDO  PIC 9(07)V99.
         77  WS-IND-RET              PIC 9(03).
         COPY BLOQUEIO.
       COPY AMBCFG.
       77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                               './ALUNOS.DAT'.
                 NOT AT END
                    IF TURMA-ALUNOS EQUAL WS-TURMA-PEDIDA
                             AND RESULTADO-ALUNOS EQUAL 'APROVADO' THEN
                       PERFORM TESTA-BLOQUEIO
                       IF BQ-BLOQUEADO THEN
                          PERFORM GUARDA-RETIDO
                       ELSE
                          PERFORM EMITE-CERTIFICADO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

           PERFORM IMPRIME-LISTA-CONTROLE.
           IF WS-QTD-RETIDOS GREATER ZEROS THEN
              PERFORM IMPRIME-RETIDOS
           END-IF.
           PERFORM FECHA-REGISTRO-EMISSAO.
           IF WS-CADASTRO-OK EQUAL 'S' THEN
              CLOSE ALUNMEST
           CLOSE ALUNOS CERTIFICADOS.
           DISPLAY 'CERTIFICADOS EMITIDOS: ' WS-QTD-EMITIDOS
                   ' EM ' WS-SAIDA-NOME.
           IF WS-QTD-RETIDOS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-RETIDOS ' CERTIFICADO(S) RETIDO(S)'
                      ' POR INADIMPLENCIA (PGLIBERA).'
           END-IF.
           IF WS-QTD-SEM-CADASTRO GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-SEM-CADASTRO ' ALUNO(S) SEM'
                      ' CADASTRO DEMOGRAFICO (PGALUMNT).'
           MOVE WS-QTD-EMITIDOS                TO CTL-TOTAL
           WRITE REG-CER FROM LINHA-CTL-TRAILER BEFORE ADVANCING 1
                                                   LINES.
      *
      *   Consulta o bloqueio academico do aprovado corrente antes
      *   de emitir: mensalidade vencida alem dos limites do
      *   BLOQUEIO.PARM retem o certificado, a menos que haja
      *   liberacao supervisionada em vigor (PGLIBERA).
       TESTA-BLOQUEIO.
           MOVE MATR-ALUNOS                    TO BQ-MATRICULA
           MOVE 'C'                            TO BQ-ACAO
           MOVE 'PGCERTIF'                     TO BQ-PROGRAMA
           MOVE WS-OPERADOR                    TO BQ-OPERADOR
           CALL './bin/PGBLOQUE' USING BQ-PARM.
      *
      *   Guarda o aluno retido e a divida dele para a lista dos
      *   certificados retidos.
       GUARDA-RETIDO.
           ADD 1                               TO WS-QTD-RETIDOS
           IF WS-QTD-RET LESS 500 THEN
              ADD 1                            TO WS-QTD-RET
              MOVE MATR-ALUNOS                 TO
                   WS-RET-MATR(WS-QTD-RET)
              MOVE NOME-ALUNOS                 TO
                   WS-RET-NOME(WS-QTD-RET)
              MOVE BQ-QTD-VENCIDAS             TO
                   WS-RET-QTD-VENCIDAS(WS-QTD-RET)
              MOVE BQ-MAIOR-ATRASO             TO
                   WS-RET-MAIOR-ATRASO(WS-QTD-RET)
              MOVE BQ-VLR-VENCIDO              TO
                   WS-RET-VLR-VENCIDO(WS-QTD-RET)
           END-IF.
      *
      *   Imprime, depois da lista de controle, os certificados
      *   retidos por bloqueio financeiro, com a divida vencida.
       IMPRIME-RETIDOS.
           MOVE SPACES                         TO REG-CER
           WRITE REG-CER BEFORE ADVANCING 1 LINES
           MOVE 'CERTIFICADOS RETIDOS - BLOQUEIO FINANCEIRO'
                                               TO WS-TEXTO-AUX
           PERFORM CENTRALIZA-E-GRAVA
           WRITE REG-CER FROM TRACEJADO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-RET FROM 1 BY 1
                           UNTIL WS-IND-RET > WS-QTD-RET
              MOVE WS-RET-MATR(WS-IND-RET)     TO RET-MATR
              MOVE WS-RET-NOME(WS-IND-RET)     TO RET-NOME
              MOVE WS-RET-QTD-VENCIDAS(WS-IND-RET)
                                               TO RET-QTD-VENCIDAS
              MOVE WS-RET-MAIOR-ATRASO(WS-IND-RET)
                                               TO RET-MAIOR-ATRASO
              MOVE WS-RET-VLR-VENCIDO(WS-IND-RET)
                                               TO RET-VLR-VENCIDO
              WRITE REG-CER FROM LINHA-RETIDO BEFORE ADVANCING 1
                                                   LINES
           END-PERFORM.
           WRITE REG-CER FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE WS-QTD-RETIDOS                 TO RET-TOTAL
           WRITE REG-CER FROM LINHA-RET-TRAILER BEFORE ADVANCING 1
                                                   LINES.
      *
       END PROGRAM PGCERTIF.
