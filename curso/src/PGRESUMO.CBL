      *          reprovados, media das medias e taxa de aprovacao),
      *          imprime a pagina unica com o ranking das turmas por
      *          taxa de aprovacao, a melhor e a pior turma e os
      *          totais gerais (tambem por unidade), e grava o
      *          companheiro RESUMO.CSV no mesmo espirito do
      *          SAIDA.CSV para a coordenacao.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Aluno com RESULTADO PENDENTE
      *                                 (PGLANNOT) fica fora de
      *                                 aprovados, reprovados, taxa e
      *                                 media, como no PROG6601.
      * 15/10/2026 Anderson Nascimento  Quebra por unidade (filial):
      *                                 a unidade de cada turma vem
      *                                 do TURMAS.DAT, sai em coluna
      *                                 no ranking, no CSV e num
      *                                 bloco de totais por unidade;
      *                                 informada a unidade, o
      *                                 sumario fica so com ela
      *                                 (conferida no cadastro do
      *                                 operador pelo PGUNIDAD).
      * 22/08/2026 Anderson Nascimento  Caminho do mestre resolvido
      *                                 pelo ambiente ativo (PGAMBCFG).
      * 22/08/2026 Anderson Nascimento  Programa criado.
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT RELATORIO ASSIGN TO './RESUMO.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
             05  MEDIA-ALUNOS        PIC 9(02)V99.
             05  RESULTADO-ALUNOS    PIC X(09).
      *
      *   TURMAS.DAT - catalogo de turmas (PGTURMAS), de onde sai a
      *   unidade de cada turma.
         FD  TURMAS.
         01  REG-TURMA.
             05  TUR-CODIGO          PIC X(10).
             05  TUR-CURSO           PIC X(30).
             05  TUR-INSTRUTOR       PIC X(30).
             05  TUR-INSTR-COD       PIC 9(05).
             05  TUR-SALA            PIC X(10).
             05  TUR-CAPACIDADE      PIC 9(03).
             05  TUR-DATA-INICIO     PIC 9(08).
             05  TUR-DATA-FIM        PIC 9(08).
             05  TUR-MENSALIDADE     PIC 9(05)V99.
             05  TUR-STATUS          PIC X(01).
             05  TUR-UNIDADE         PIC X(03).
      *
      *   RESUMO.LST - a pagina consolidada do fim de periodo.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-CSV               PIC 99.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-TURMAS-OK            PIC X VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-UNIDADE-PEDIDA       PIC X(03) VALUE SPACES.
         77  WS-UNIDADE-TURMA        PIC X(03) VALUE SPACES.
         77  WS-EOF                  PIC X VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         COPY CABREL.
                 10  WS-TUR-REPROV   PIC 9(05).
                 10  WS-TUR-SOMA-MED PIC 9(07)V99.
                 10  WS-TUR-TAXA     PIC 9(03)V99.
                 10  WS-TUR-UNIDADE  PIC X(03).
         01  WS-TURMA-AUX            PIC X(42).
      *
      *   Agregados por unidade.
         77  WS-QTD-UNID             PIC 9(02) VALUE ZEROS.
         01  WS-TAB-UNID OCCURS 20 TIMES.
             05  WS-UNI-UNIDADE      PIC X(03).
             05  WS-UNI-ALUNOS       PIC 9(05).
             05  WS-UNI-APROV        PIC 9(05).
             05  WS-UNI-REPROV       PIC 9(05).
             05  WS-UNI-SOMA-MED     PIC 9(07)V99.
         77  WS-IND-UNI              PIC 9(02).
         77  WS-UNI-ACHADA           PIC 9(02) VALUE ZEROS.
         77  WS-IND                  PIC 9(02).
         77  WS-IND-2                PIC 9(02).
         77  WS-ACHADA               PIC 9(02) VALUE ZEROS.
            03  FILLER               PIC X(08) VALUE 'REPROV'.
            03  FILLER               PIC X(12) VALUE 'TAXA APROV'.
            03  FILLER               PIC X(12) VALUE 'MEDIA GERAL'.
            03  FILLER               PIC X(04) VALUE 'UNID'.
            03  FILLER               PIC X(16) VALUE SPACES.
      *
        01  LINHA-TURMA.
            03  LTU-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE '%'.
            03  FILLER               PIC X(06) VALUE SPACES.
            03  LTU-MEDIA            PIC Z9,99.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  LTU-UNIDADE          PIC X(03).
            03  FILLER               PIC X(17) VALUE SPACES.
      *
        01  LINHA-EXTREMO.
            03  EXT-TITULO           PIC X(16).
            03  FILLER               PIC X(01) VALUE '%'.
            03  FILLER               PIC X(35) VALUE SPACES.
       COPY AMBCFG.
       COPY UNIDADE.
       77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                               './ALUNOS.DAT'.
      *****************************************************************
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           DISPLAY '------ SUMARIO CONSOLIDADO DAS TURMAS ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Unidade (branco = todas): '
           ACCEPT WS-UNIDADE-PEDIDA
           PERFORM CONFERE-UNIDADE-OPERADOR
           IF UN-RECUSADA THEN
              GOBACK
           END-IF.
           OPEN INPUT TURMAS
           IF WS-FS-TUR EQUAL '00' THEN
              MOVE 'S'                         TO WS-TURMAS-OK
           END-IF.
           PERFORM AGREGA-MESTRE
           IF WS-TURMAS-OK EQUAL 'S' THEN
              CLOSE TURMAS
           END-IF.
           IF WS-QTD-TURMAS EQUAL ZEROS THEN
              DISPLAY 'ALUNOS.DAT VAZIO OU INDISPONIVEL.'
              GOBACK
           DISPLAY 'SUMARIO EM RESUMO.LST E RESUMO.CSV ('
                   WS-QTD-TURMAS ' TURMAS).'
           GOBACK.
      *
      *   Unidade informada: precisa estar ativa e no cadastro do
      *   operador. Todas as unidades: so para quem tem todas.
       CONFERE-UNIDADE-OPERADOR.
           MOVE WS-OPERADOR                    TO UN-OPERADOR
           MOVE WS-UNIDADE-PEDIDA              TO UN-CODIGO
           IF WS-UNIDADE-PEDIDA EQUAL SPACES THEN
              MOVE 'A'                         TO UN-FUNCAO
              CALL './bin/PGUNIDAD' USING UN-PARM
              IF UN-RECUSADA THEN
                 DISPLAY '>> SUMARIO GERAL SO PARA OPERADOR COM'
                         ' TODAS AS UNIDADES - INFORME A SUA.'
              END-IF
           ELSE
              MOVE 'V'                         TO UN-FUNCAO
              CALL './bin/PGUNIDAD' USING UN-PARM
              IF UN-PERMITIDA THEN
                 MOVE 'A'                      TO UN-FUNCAO
                 CALL './bin/PGUNIDAD' USING UN-PARM
              END-IF
              IF UN-RECUSADA THEN
                 DISPLAY '>> UNIDADE ' WS-UNIDADE-PEDIDA
                         ' INVALIDA OU FORA DO CADASTRO DO OPERADOR '
                         WS-OPERADOR
              END-IF
           END-IF.
      *
       AGREGA-MESTRE.
           OPEN INPUT ALUNOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM ACUMULA-ALUNO THRU ACUMULA-ALUNO-FIM
                 END-READ
              END-PERFORM
              CLOSE ALUNOS
                 MOVE WS-IND                   TO WS-ACHADA
              END-IF
           END-PERFORM.
      *   Turma nova na tabela: a unidade vem do catalogo, e com
      *   unidade pedida a turma de outra unidade fica de fora.
           IF WS-ACHADA EQUAL ZEROS THEN
              PERFORM BUSCA-UNIDADE-TURMA
              IF WS-UNIDADE-PEDIDA NOT EQUAL SPACES
                       AND WS-UNIDADE-TURMA NOT EQUAL
                           WS-UNIDADE-PEDIDA THEN
                 GO TO ACUMULA-ALUNO-FIM
              END-IF
              IF WS-QTD-TURMAS LESS 50 THEN
                 ADD 1                         TO WS-QTD-TURMAS
                 MOVE WS-QTD-TURMAS            TO WS-ACHADA
                      WS-TUR-REPROV(WS-ACHADA)
                 MOVE ZEROS                    TO
                      WS-TUR-SOMA-MED(WS-ACHADA)
                 MOVE WS-UNIDADE-TURMA         TO
                      WS-TUR-UNIDADE(WS-ACHADA)
              ELSE
                 DISPLAY '>> TABELA DE TURMAS CHEIA, IGNORADO: '
                         TURMA-ALUNOS
           IF WS-ACHADA GREATER ZEROS THEN
              ADD 1                            TO
                  WS-TUR-ALUNOS(WS-ACHADA)
              ADD 1                            TO WS-TOT-ALUNOS
      *   Aluno com avaliacao ainda por lancar (PGLANNOT) conta na
      *   turma, mas fica fora da aprovacao e da media, como no
      *   PROG6601.
              EVALUATE RESULTADO-ALUNOS
                 WHEN 'APROVADO'
                    ADD 1                      TO
                        WS-TUR-APROV(WS-ACHADA)
                    ADD 1                      TO WS-TOT-APROV
                 WHEN 'PENDENTE'
                    CONTINUE
                 WHEN OTHER
                    ADD 1                      TO
                        WS-TUR-REPROV(WS-ACHADA)
                    ADD 1                      TO WS-TOT-REPROV
              END-EVALUATE
              IF RESULTADO-ALUNOS NOT EQUAL 'PENDENTE' THEN
                 ADD MEDIA-ALUNOS              TO
                     WS-TUR-SOMA-MED(WS-ACHADA)
              END-IF
              PERFORM ACUMULA-UNIDADE
           END-IF.
       ACUMULA-ALUNO-FIM.
           EXIT.
      *
       BUSCA-UNIDADE-TURMA.
           MOVE SPACES                         TO WS-UNIDADE-TURMA
           IF WS-TURMAS-OK EQUAL 'S' THEN
              MOVE TURMA-ALUNOS                TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TUR-UNIDADE           TO WS-UNIDADE-TURMA
              END-READ
           END-IF.
      *
       ACUMULA-UNIDADE.
           MOVE ZEROS                          TO WS-UNI-ACHADA
           PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                           UNTIL WS-IND-UNI > WS-QTD-UNID
              IF WS-UNI-UNIDADE(WS-IND-UNI) EQUAL
                       WS-TUR-UNIDADE(WS-ACHADA) THEN
                 MOVE WS-IND-UNI               TO WS-UNI-ACHADA
              END-IF
           END-PERFORM.
           IF WS-UNI-ACHADA EQUAL ZEROS AND WS-QTD-UNID LESS 20 THEN
              ADD 1                            TO WS-QTD-UNID
              MOVE WS-QTD-UNID                 TO WS-UNI-ACHADA
              MOVE WS-TUR-UNIDADE(WS-ACHADA)   TO
                   WS-UNI-UNIDADE(WS-UNI-ACHADA)
              MOVE ZEROS                       TO
                   WS-UNI-ALUNOS(WS-UNI-ACHADA)
                   WS-UNI-APROV(WS-UNI-ACHADA)
                   WS-UNI-REPROV(WS-UNI-ACHADA)
                   WS-UNI-SOMA-MED(WS-UNI-ACHADA)
           END-IF.
           IF WS-UNI-ACHADA GREATER ZEROS THEN
              ADD 1                  TO WS-UNI-ALUNOS(WS-UNI-ACHADA)
              EVALUATE RESULTADO-ALUNOS
                 WHEN 'APROVADO'
                    ADD 1            TO WS-UNI-APROV(WS-UNI-ACHADA)
                 WHEN 'PENDENTE'
                    CONTINUE
                 WHEN OTHER
                    ADD 1            TO WS-UNI-REPROV(WS-UNI-ACHADA)
              END-EVALUATE
              IF RESULTADO-ALUNOS NOT EQUAL 'PENDENTE' THEN
                 ADD MEDIA-ALUNOS    TO WS-UNI-SOMA-MED(WS-UNI-ACHADA)
              END-IF
           END-IF.
      *
       CALCULA-TAXAS.
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-TURMAS
              IF WS-TUR-APROV(WS-IND) + WS-TUR-REPROV(WS-IND)
                       GREATER ZEROS THEN
                 COMPUTE WS-TUR-TAXA(WS-IND) ROUNDED =
                    WS-TUR-APROV(WS-IND) * 100
                    / (WS-TUR-APROV(WS-IND) + WS-TUR-REPROV(WS-IND))
              ELSE
                 MOVE ZEROS                    TO WS-TUR-TAXA(WS-IND)
              END-IF
           OPEN OUTPUT RELATORIO
           MOVE 'PGRESUMO'                     TO CR-PROGRAMA
           MOVE 'SUMARIO CONSOLIDADO DAS TURMAS' TO CR-TITULO
           IF WS-UNIDADE-PEDIDA NOT EQUAL SPACES THEN
              MOVE ' - UN.'                    TO CR-TITULO(31:6)
              MOVE WS-UNIDADE-PEDIDA           TO CR-TITULO(38:3)
           END-IF
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
              MOVE WS-TUR-TAXA(WS-IND)         TO LTU-TAXA
              PERFORM CALCULA-MEDIA-TURMA
              MOVE WS-MEDIA-CALC               TO LTU-MEDIA
              MOVE WS-TUR-UNIDADE(WS-IND)      TO LTU-UNIDADE
              WRITE REG-REL FROM LINHA-TURMA BEFORE ADVANCING 1 LINES
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE WS-TOT-ALUNOS                  TO LTU-ALUNOS
           MOVE WS-TOT-APROV                   TO LTU-APROV
           MOVE WS-TOT-REPROV                  TO LTU-REPROV
           IF WS-TOT-APROV + WS-TOT-REPROV GREATER ZEROS THEN
              COMPUTE LTU-TAXA ROUNDED =
                 WS-TOT-APROV * 100 / (WS-TOT-APROV + WS-TOT-REPROV)
           END-IF
           MOVE ZEROS                          TO LTU-MEDIA
           WRITE REG-REL FROM LINHA-TURMA BEFORE ADVANCING 1 LINES
           PERFORM IMPRIME-UNIDADES
           CLOSE RELATORIO.
      *
      *   Bloco por unidade: cada gerente com os seus numeros.
       IMPRIME-UNIDADES.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                           UNTIL WS-IND-UNI > WS-QTD-UNID
              MOVE SPACES                      TO LINHA-TURMA
              MOVE 'UNIDADE'                   TO LTU-TURMA
              MOVE WS-UNI-UNIDADE(WS-IND-UNI)  TO LTU-UNIDADE
              MOVE WS-UNI-ALUNOS(WS-IND-UNI)   TO LTU-ALUNOS
              MOVE WS-UNI-APROV(WS-IND-UNI)    TO LTU-APROV
              MOVE WS-UNI-REPROV(WS-IND-UNI)   TO LTU-REPROV
              MOVE ZEROS                       TO LTU-TAXA
                                                  LTU-MEDIA
              IF WS-UNI-APROV(WS-IND-UNI) + WS-UNI-REPROV(WS-IND-UNI)
                       GREATER ZEROS THEN
                 COMPUTE LTU-TAXA ROUNDED =
                    WS-UNI-APROV(WS-IND-UNI) * 100
                    / (WS-UNI-APROV(WS-IND-UNI)
                       + WS-UNI-REPROV(WS-IND-UNI))
                 COMPUTE LTU-MEDIA ROUNDED =
                    WS-UNI-SOMA-MED(WS-IND-UNI)
                    / (WS-UNI-APROV(WS-IND-UNI)
                       + WS-UNI-REPROV(WS-IND-UNI))
              END-IF
              WRITE REG-REL FROM LINHA-TURMA BEFORE ADVANCING 1 LINES
           END-PERFORM.
      *
       CALCULA-MEDIA-TURMA.
           IF WS-TUR-APROV(WS-IND) + WS-TUR-REPROV(WS-IND)
                    GREATER ZEROS THEN
              COMPUTE WS-MEDIA-CALC ROUNDED =
                 WS-TUR-SOMA-MED(WS-IND)
                 / (WS-TUR-APROV(WS-IND) + WS-TUR-REPROV(WS-IND))
           ELSE
              MOVE ZEROS                       TO WS-MEDIA-CALC
           END-IF.
      *   Companheiro delimitado, no espirito do SAIDA.CSV.
       GRAVA-CSV-RESUMO.
           OPEN OUTPUT CSVSAIDA
           MOVE 'TURMA;ALUNOS;APROVADOS;REPROVADOS;TAXA;MEDIA;UNIDADE'
                                               TO WS-CSV-LINHA
           WRITE REG-CSV FROM WS-CSV-LINHA
           PERFORM VARYING WS-IND FROM 1 BY 1
                     WS-TAXA-CSV           DELIMITED SIZE
                     ';'                   DELIMITED SIZE
                     WS-MEDIA-CSV          DELIMITED SIZE
                     ';'                   DELIMITED SIZE
                     WS-TUR-UNIDADE(WS-IND) DELIMITED SIZE
                     INTO WS-CSV-LINHA
              WRITE REG-CSV FROM WS-CSV-LINHA
           END-PERFORM.
