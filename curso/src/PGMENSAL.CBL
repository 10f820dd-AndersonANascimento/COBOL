      *          sem duplicar cobranca ja existente; o modo P baixa
      *          um pagamento contra o contas-a-receber indexado
      *          MENSALID.DAT; o modo I imprime a lista de
      *          inadimplencia por unidade e turma em MENSALID.LST,
      *          para a secretaria cobrar com nome e valor na mao.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada,
      *                                 para todos os modos.
      * 15/10/2026 Anderson Nascimento  Gravacoes no MENSALID.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Fatura e baixa recusadas em
      *                                 competencia fechada
      *                                 (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Inadimplencia por unidade
      *                                 (filial): a lista sai
      *                                 agrupada por unidade da turma
      *                                 (TURMAS.DAT), com subtotal
      *                                 por unidade; informada a
      *                                 unidade, so ela (conferida
      *                                 no cadastro do operador pelo
      *                                 PGUNIDAD).
      * 02/09/2026 Anderson Nascimento  Desconto de bolsa: o
      *                                 faturamento consulta
      *                                 BOLSAS.DAT (PGBOLSAS) e
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
      *   MENSALID.LST - lista de inadimplencia por turma.
         FD  RELATORIO.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-BOL               PIC X(02) VALUE '00'.
         77  WS-BOLSAS-OK            PIC X     VALUE 'N'.
         77  WS-TURMAS-OK            PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-UNIDADE-PEDIDA       PIC X(03) VALUE SPACES.
         77  WS-UNIDADE-TURMA        PIC X(03) VALUE SPACES.
         77  WS-UNIDADE-ATUAL        PIC X(03) VALUE SPACES.
         77  WS-TOT-UNIDADE          PIC 9(09)V99 VALUE ZEROS.
         77  WS-VLR-DESCONTO         PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-LIQUIDO          PIC 9(07)V99 VALUE ZEROS.
         77  WS-QTD-COM-BOLSA        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-INADIMPL         PIC 9(03) VALUE ZEROS.
         01  WS-TAB-INA OCCURS 500 TIMES.
             05  WS-INA-TURMA        PIC X(10).
             05  WS-INA-UNIDADE      PIC X(03).
             05  WS-INA-MATR         PIC 9(05).
             05  WS-INA-NOME         PIC X(30).
             05  WS-INA-COMPET       PIC 9(06).
         77  WS-IND-INA              PIC 9(03).
         77  WS-QTD-TUR-INA          PIC 9(02) VALUE ZEROS.
         01  WS-TAB-TUR-INA OCCURS 50 TIMES.
             05  WS-TIN-UNIDADE      PIC X(03).
             05  WS-TIN-TURMA        PIC X(10).
         01  WS-TIN-AUX              PIC X(13).
         77  WS-IND-TIN              PIC 9(02).
         77  WS-IND-TIN-2            PIC 9(02).
         77  WS-TROCA                PIC X     VALUE 'N'.
         77  WS-TIN-ACHADA           PIC X     VALUE 'N'.
      *
        01  LINHA-TURMA-INAD.
            03  FILLER               PIC X(07) VALUE 'TURMA: '.
            03  INA-TURMA            PIC X(10).
            03  FILLER               PIC X(63) VALUE SPACES.
      *
        01  LINHA-UNIDADE-INAD.
            03  FILLER               PIC X(09) VALUE 'UNIDADE: '.
            03  INA-UNIDADE          PIC X(03).
            03  FILLER               PIC X(68) VALUE SPACES.
      *
        01  LINHA-TOT-UNIDADE.
            03  FILLER               PIC X(19) VALUE
                'TOTAL DA UNIDADE:'.
            03  TOT-UNI-VALOR        PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(49) VALUE SPACES.
      *
        01  LINHA-INADIMPL.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  FILLER               PIC X(49) VALUE SPACES.
         COPY CABREL.
         COPY AMBCFG.
         COPY UNIDADE.
         COPY FECHPER.
         COPY JORNAL.
         77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                                 './ALUNOS.DAT'.
      *****************************************************************
              GOBACK
           END-IF.

      *   O operador vale para os tres modos: assina o jornal das
      *   gravacoes, o fechamento de periodo e a conferencia da
      *   unidade.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Modo (F-Fatura/P-Pagamento/I-Inadimplencia): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              DISPLAY '>> COMPETENCIA OBRIGATORIA.'
              GOBACK
           END-IF.
      *   Competencia fechada (PGFECHAM) nao recebe cobranca nova.
           COMPUTE FP-DATA = WS-COMPETENCIA * 100 + 1
           PERFORM CONFERE-FECHAMENTO
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' FATURAMENTO RECUSADO.'
              GOBACK
           END-IF.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
              INVALID KEY
                 ADD 1                         TO WS-QTD-JA-EXISTIAM
              NOT INVALID KEY
                 MOVE 'W'                      TO JN-OPERACAO
                 PERFORM JORNALIZA-MENSALID
                 ADD 1                         TO WS-QTD-FATURADAS
                 ADD MEN-VLR-DEVIDO            TO WS-VLR-FATURADO
                 SUBTRACT MEN-VLR-DESCONTO     FROM WS-VLR-FATURADO
           ACCEPT WS-COMPET-INF
           DISPLAY 'Valor pago: '
           ACCEPT WS-VLR-PAGO-INF
      *   A baixa sai com a data de hoje.
           MOVE WS-DATA-HOJE                   TO FP-DATA
           PERFORM CONFERE-FECHAMENTO
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' BAIXA RECUSADA.'
              GOBACK
           END-IF.
           MOVE WS-MATR-INF                    TO MEN-MATRICULA
           MOVE WS-TURMA-INF                   TO MEN-TURMA
           MOVE WS-COMPET-INF                  TO MEN-COMPETENCIA
                 END-IF
                 REWRITE REG-MENSALID
                 IF WS-FS-MEN EQUAL '00' THEN
                    MOVE 'R'                   TO JN-OPERACAO
                    PERFORM JORNALIZA-MENSALID
                    IF MEN-VLR-PAGO NOT LESS WS-VLR-LIQUIDO THEN
                       DISPLAY 'PAGAMENTO BAIXADO - COBRANCA'
                               ' QUITADA.'
                    DISPLAY 'ERRO NA BAIXA - FILE STATUS: ' WS-FS-MEN
                 END-IF
           END-READ.
      *
       CONFERE-FECHAMENTO.
           MOVE 'PGMENSAL'                     TO FP-PROGRAMA
           MOVE WS-OPERADOR                    TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM.
      *
      *   Modo I: junta as cobrancas vencidas e nao quitadas numa
      *   tabela e imprime agrupado por turma (a chave do mestre
      *   comeca na matricula, entao a varredura nao vem em ordem
      *   de turma), com total por turma e geral.
       LISTA-INADIMPLENCIA.
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
           MOVE ZEROS                          TO MEN-MATRICULA
           MOVE SPACES                         TO MEN-TURMA
           MOVE ZEROS                          TO MEN-COMPETENCIA
                    IF MEN-VLR-PAGO LESS
                             (MEN-VLR-DEVIDO - MEN-VLR-DESCONTO)
                             AND MEN-DATA-VENC LESS WS-DATA-HOJE THEN
                       PERFORM BUSCA-UNIDADE-TURMA
                       IF WS-UNIDADE-PEDIDA EQUAL SPACES
                                OR WS-UNIDADE-TURMA EQUAL
                                   WS-UNIDADE-PEDIDA THEN
                          PERFORM GUARDA-INADIMPLENTE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-TURMAS-OK EQUAL 'S' THEN
              CLOSE TURMAS
           END-IF.
           PERFORM ORDENA-TURMAS-INADIMPL

           OPEN OUTPUT RELATORIO
           MOVE 'PGMENSAL'                     TO CR-PROGRAMA
           MOVE 'INADIMPLENCIA DE MENSALIDADES POR TURMA'
                                               TO CR-TITULO
           IF WS-UNIDADE-PEDIDA NOT EQUAL SPACES THEN
              MOVE SPACES                      TO CR-TITULO
              STRING 'INADIMPLENCIA POR TURMA - UNIDADE '
                                               DELIMITED SIZE
                     WS-UNIDADE-PEDIDA         DELIMITED SIZE
                     INTO CR-TITULO
           END-IF
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           IF WS-QTD-TUR-INA GREATER ZEROS THEN
              MOVE WS-TIN-UNIDADE(1)           TO WS-UNIDADE-ATUAL
              MOVE WS-UNIDADE-ATUAL            TO INA-UNIDADE
              WRITE REG-REL FROM LINHA-UNIDADE-INAD BEFORE ADVANCING 1
                                                       LINES
           END-IF.
           PERFORM VARYING WS-IND-TIN FROM 1 BY 1
                           UNTIL WS-IND-TIN > WS-QTD-TUR-INA
              IF WS-TIN-UNIDADE(WS-IND-TIN) NOT EQUAL
                       WS-UNIDADE-ATUAL THEN
                 PERFORM IMPRIME-TOTAL-UNIDADE
                 MOVE WS-TIN-UNIDADE(WS-IND-TIN) TO WS-UNIDADE-ATUAL
                 MOVE WS-UNIDADE-ATUAL         TO INA-UNIDADE
                 WRITE REG-REL FROM LINHA-UNIDADE-INAD BEFORE
                                                  ADVANCING 1 LINES
              END-IF
              PERFORM IMPRIME-TURMA-INADIMPL
           END-PERFORM.
           IF WS-QTD-TUR-INA GREATER ZEROS THEN
              PERFORM IMPRIME-TOTAL-UNIDADE
           END-IF.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE WS-TOT-GERAL                   TO TOT-GER-VALOR
           WRITE REG-REL FROM LINHA-TOT-GERAL BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO
           DISPLAY 'INADIMPLENTES: ' WS-QTD-INADIMPL
                   ' - LISTA EM MENSALID.LST'.
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
                 DISPLAY '>> LISTA GERAL SO PARA OPERADOR COM TODAS'
                         ' AS UNIDADES - INFORME A SUA.'
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
      *   Cobranca fora do catalogo (taxa de protocolo, por
      *   exemplo) fica sem unidade.
       BUSCA-UNIDADE-TURMA.
           MOVE SPACES                         TO WS-UNIDADE-TURMA
           IF WS-TURMAS-OK EQUAL 'S' THEN
              MOVE MEN-TURMA                   TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE TUR-UNIDADE           TO WS-UNIDADE-TURMA
              END-READ
           END-IF.
      *
       GUARDA-INADIMPLENTE.
           IF WS-QTD-INADIMPL LESS 500 THEN
              ADD 1                            TO WS-QTD-INADIMPL
              MOVE MEN-TURMA         TO WS-INA-TURMA(WS-QTD-INADIMPL)
              MOVE WS-UNIDADE-TURMA  TO WS-INA-UNIDADE(WS-QTD-INADIMPL)
              MOVE MEN-MATRICULA     TO WS-INA-MATR(WS-QTD-INADIMPL)
              MOVE MEN-NOME          TO WS-INA-NOME(WS-QTD-INADIMPL)
              MOVE MEN-COMPETENCIA   TO WS-INA-COMPET(WS-QTD-INADIMPL)
                       AND WS-QTD-TUR-INA LESS 50 THEN
                 ADD 1                         TO WS-QTD-TUR-INA
                 MOVE MEN-TURMA      TO WS-TIN-TURMA(WS-QTD-TUR-INA)
                 MOVE WS-UNIDADE-TURMA TO
                      WS-TIN-UNIDADE(WS-QTD-TUR-INA)
              END-IF
           END-IF.
      *
      *   Turmas em ordem de unidade e turma (troca de vizinhos,
      *   como no PGRANKIN), para a quebra por unidade.
       ORDENA-TURMAS-INADIMPL.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-TIN FROM 1 BY 1
                              UNTIL WS-IND-TIN NOT LESS WS-QTD-TUR-INA
                 COMPUTE WS-IND-TIN-2 = WS-IND-TIN + 1
                 IF WS-TAB-TUR-INA(WS-IND-TIN) GREATER
                          WS-TAB-TUR-INA(WS-IND-TIN-2) THEN
                    MOVE WS-TAB-TUR-INA(WS-IND-TIN) TO WS-TIN-AUX
                    MOVE WS-TAB-TUR-INA(WS-IND-TIN-2) TO
                         WS-TAB-TUR-INA(WS-IND-TIN)
                    MOVE WS-TIN-AUX            TO
                         WS-TAB-TUR-INA(WS-IND-TIN-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       IMPRIME-TOTAL-UNIDADE.
           MOVE WS-TOT-UNIDADE                 TO TOT-UNI-VALOR
           WRITE REG-REL FROM LINHA-TOT-UNIDADE BEFORE ADVANCING 2
                                                   LINES
           MOVE ZEROS                          TO WS-TOT-UNIDADE.
      *
       IMPRIME-TURMA-INADIMPL.
           MOVE WS-TIN-TURMA(WS-IND-TIN)       TO INA-TURMA
                 WRITE REG-REL FROM LINHA-INADIMPL BEFORE ADVANCING 1
                                                      LINES
                 ADD WS-INA-ABERTO(WS-IND-INA) TO WS-TOT-TURMA
                                                  WS-TOT-UNIDADE
                                                  WS-TOT-GERAL
              END-IF
           END-PERFORM.
           MOVE WS-TOT-TURMA                   TO TOT-TUR-VALOR
           WRITE REG-REL FROM LINHA-TOT-TURMA BEFORE ADVANCING 1
                                                 LINES.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-MENSALID.
           IF WS-FS-MEN(1:1) EQUAL '0' THEN
              MOVE 'PGMENSAL'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'MENSALID.DAT'              TO JN-ARQUIVO
              MOVE REG-MENSALID                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGMENSAL.
