      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Endereco devolvido pelo correio
      *                                 (PGDEVCOR, conferido pelo
      *                                 PGENDDEV) nao recebe carta: o
      *                                 aluno sai numa lista a parte,
      *                                 com os telefones, depois da
      *                                 lista de controle.
      * 15/10/2026 Anderson Nascimento  Aluno com RESULTADO PENDENTE
      *                                 (lancamento parcial de notas
      *                                 no PGLANNOT) nao recebe carta.
      * 02/09/2026 Anderson Nascimento  Endereco do aluno vindo do
      *                                 cadastro demografico
      *                                 ALUNMEST.DAT (PGALUMNT):
             05  WS-CTL-RESULT       PIC X(09).
             05  WS-CTL-OBS          PIC X(20).
         77  WS-IND-CTL              PIC 9(03).
      *
      *   Alunos com endereco devolvido: sem carta, contato por
      *   telefone.
         77  WS-QTD-DEVOLVIDOS       PIC 9(03) VALUE ZEROS.
         01  WS-TAB-DEVOLVIDO OCCURS 500 TIMES.
             05  WS-DVL-MATR         PIC 9(05).
             05  WS-DVL-NOME         PIC X(30).
             05  WS-DVL-FONE         PIC X(13).
             05  WS-DVL-FONE-RESP    PIC X(13).
             05  WS-DVL-MOTIVO       PIC X(15).
         77  WS-IND-DVL              PIC 9(03).
        01  LINHA-DEVOLVIDO.
            03  LDV-MATR             PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-NOME             PIC X(30).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-FONE             PIC X(13).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-FONE-RESP        PIC X(13).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-MOTIVO           PIC X(15).
         COPY ENDDEV.
       COPY AMBCFG.
       77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                               './ALUNOS.DAT'.
                    IF TURMA-ALUNOS NOT EQUAL WS-TURMA-PEDIDA THEN
                       MOVE 'S'                TO WS-EOF-ALUNOS
                    ELSE
      *   Resultado PENDENTE (avaliacao ainda por lancar no
      *   PGLANNOT) nao e reprovacao e nao gera carta.
                       IF RESULTADO-ALUNOS NOT EQUAL 'APROVADO'
                                AND RESULTADO-ALUNOS NOT EQUAL
                                    'PENDENTE' THEN
                          PERFORM GERA-CARTA THRU GERA-CARTA-FIM
                       END-IF
                    END-IF
              END-READ
           CLOSE ALUNOS CARTAS.
           DISPLAY 'CARTAS GERADAS: ' WS-QTD-CARTAS
                   ' EM ' WS-SAIDA-NOME.
           IF WS-QTD-DEVOLVIDOS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-DEVOLVIDOS ' ALUNO(S) COM ENDERECO'
                      ' DEVOLVIDO - SEM CARTA, CONTATO POR TELEFONE.'
           END-IF.
           IF WS-QTD-SEM-CADASTRO GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-SEM-CADASTRO ' ALUNO(S) SEM'
                      ' CADASTRO DEMOGRAFICO (PGALUMNT).'
      *   linha do modelo trocando os marcadores pelos dados dele.
       GERA-CARTA.
           PERFORM BUSCA-CADASTRO-ALUNO
           IF WS-ALUNO-CADASTRADO EQUAL 'S' THEN
              MOVE 'A'                         TO ED-TIPO
              MOVE MATR-ALUNOS                 TO ED-CODIGO
              MOVE SPACES                      TO ED-ENDERECO
              STRING ALM-RUA    DELIMITED SIZE
                     ALM-NUMERO DELIMITED SIZE
                     ALM-CIDADE DELIMITED SIZE
                     ALM-CEP    DELIMITED SIZE
                     ALM-UF     DELIMITED SIZE
                     INTO ED-ENDERECO
              CALL './bin/PGENDDEV' USING ED-PARM
              IF ED-DEVOLVIDO THEN
                 PERFORM GUARDA-DEVOLVIDO
                 GO TO GERA-CARTA-FIM
              END-IF
           END-IF.
           WRITE REG-CARTA FROM TRACEJADO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-TPL FROM 1 BY 1
                           UNTIL WS-IND-TPL > WS-QTD-LINHAS-TPL
                      WS-CTL-OBS(WS-QTD-CTL)
              END-IF
           END-IF.
       GERA-CARTA-FIM.
           EXIT.
      *
       GUARDA-DEVOLVIDO.
           IF WS-QTD-DEVOLVIDOS LESS 500 THEN
              ADD 1                            TO WS-QTD-DEVOLVIDOS
              MOVE MATR-ALUNOS                 TO
                   WS-DVL-MATR(WS-QTD-DEVOLVIDOS)
              MOVE NOME-ALUNOS                 TO
                   WS-DVL-NOME(WS-QTD-DEVOLVIDOS)
              MOVE ALM-FONE                    TO
                   WS-DVL-FONE(WS-QTD-DEVOLVIDOS)
              MOVE ALM-FONE-RESP               TO
                   WS-DVL-FONE-RESP(WS-QTD-DEVOLVIDOS)
              MOVE ED-DESC-MOTIVO              TO
                   WS-DVL-MOTIVO(WS-QTD-DEVOLVIDOS)
           END-IF.
      *
      *   Busca o endereco do aluno corrente no cadastro
      *   demografico; nao achando, os marcadores de endereco saem
           MOVE WS-QTD-CARTAS                  TO CTL-TOTAL
           WRITE REG-CARTA FROM LINHA-CTL-TRAILER BEFORE ADVANCING 1
                                                     LINES.
           IF WS-QTD-DEVOLVIDOS GREATER ZEROS THEN
              PERFORM IMPRIME-DEVOLVIDOS
           END-IF.
      *
      *   Alunos que ficaram sem carta por endereco devolvido, com
      *   os telefones do aluno e do responsavel.
       IMPRIME-DEVOLVIDOS.
           MOVE SPACES                         TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA BEFORE ADVANCING 1 LINES
           MOVE 'ENDERECO DEVOLVIDO - SEM CARTA, CONTATO POR TELEFONE'
                                               TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA BEFORE ADVANCING 1 LINES
           WRITE REG-CARTA FROM TRACEJADO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-DVL FROM 1 BY 1
                           UNTIL WS-IND-DVL > WS-QTD-DEVOLVIDOS
              MOVE WS-DVL-MATR(WS-IND-DVL)     TO LDV-MATR
              MOVE WS-DVL-NOME(WS-IND-DVL)     TO LDV-NOME
              MOVE WS-DVL-FONE(WS-IND-DVL)     TO LDV-FONE
              MOVE WS-DVL-FONE-RESP(WS-IND-DVL) TO LDV-FONE-RESP
              MOVE WS-DVL-MOTIVO(WS-IND-DVL)   TO LDV-MOTIVO
              WRITE REG-CARTA FROM LINHA-DEVOLVIDO BEFORE ADVANCING 1
                                                     LINES
           END-PERFORM.
           WRITE REG-CARTA FROM TRACEJADO BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGCARTAS.
