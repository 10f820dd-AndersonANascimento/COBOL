      *****************************************************************
      * Program name:    PGDEMFIN
      * Original author: Anderson Nascimento
      * Purpose: Demonstracoes financeiras do mes a partir do
      *          DIARIO.TXT, para o contador parar de montar DRE e
      *          balanco em planilha. As contas do PLANOCTA.TXT sao
      *          agrupadas em linhas pelo mapeamento DEMOMAPA.TXT
      *          (gerado na primeira execucao e mantido no proprio
      *          arquivo, como o plano de contas): conta, demonstracao
      *          (R resultado, P patrimonial), linha e descricao.
      *          Conta sem mapeamento cai na linha de outros pelo
      *          primeiro digito e sai listada no fim. Imprime em
      *          DEMFIN.LST a DRE do mes e acumulada no ano, lado a
      *          lado com o mes anterior e o mesmo periodo do ano
      *          anterior, e o balanco no fim do mes ao lado do fim
      *          do mes anterior, com o resultado acumulado no
      *          patrimonio liquido. Se os debitos e creditos do mes,
      *          ou os acumulados ate o fim dele, nao batem no
      *          DIARIO.TXT, nada e impresso.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  11301 ADIANTAMENTO A
      *                                 FUNCIONARIOS (PGADIANT) no
      *                                 mapeamento padrao, linha
      *                                 propria do ativo.
      * 15/10/2026 Anderson Nascimento  Encargos da folha no
      *                                 mapeamento padrao: 21108 FGTS
      *                                 A RECOLHER em obrigacoes com
      *                                 pessoal, 41104 ENCARGOS
      *                                 SOCIAIS em despesas com
      *                                 pessoal.
      * 15/10/2026 Anderson Nascimento  Contas do contas a pagar
      *                                 (21106, 21107, 41102, 41103)
      *                                 no mapeamento padrao.
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGDEMFIN.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
          SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT PLANOCTA ASSIGN TO './PLANOCTA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTA.
           SELECT DEMOMAPA ASSIGN TO './DEMOMAPA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-MAP.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DIA.
           SELECT RELATORIO ASSIGN TO './DEMFIN.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PLANOCTA.TXT - plano de contas (PGCONTAB).
         FD  PLANOCTA.
         01  REG-PLANOCTA.
             05  CTA-CODIGO          PIC 9(05).
             05  CTA-NOME            PIC X(30).
             05  CTA-NATUREZA        PIC X(01).
      *
      *   DEMOMAPA.TXT - conta do plano na linha da demonstracao.
         FD  DEMOMAPA.
         01  REG-DEMOMAPA.
             05  MAP-CONTA           PIC 9(05).
             05  MAP-DEMONSTRACAO    PIC X(01).
             05  MAP-LINHA           PIC 9(02).
             05  MAP-DESCRICAO       PIC X(22).
      *
      *   DIARIO.TXT - o diario contabil (layout do PGCONTAB).
         FD  DIARIO.
         01  REG-DIARIO.
             05  DIA-DATA            PIC 9(08).
             05  DIA-ORIGEM          PIC X(08).
             05  DIA-CONTA           PIC 9(05).
             05  DIA-DC              PIC X(01).
             05  DIA-VALOR           PIC 9(09)V99.
             05  DIA-HISTORICO       PIC X(20).
             05  DIA-CCUSTO          PIC X(03).
      *
      *   DEMFIN.LST - DRE e balanco do mes.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CTA               PIC 99.
         77  WS-FS-MAP               PIC 99.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
      *   Competencia, mes anterior e data de cada partida.
         01  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         01  FILLER REDEFINES WS-COMPETENCIA.
             05  WS-COMP-ANO         PIC 9(04).
             05  WS-COMP-MES         PIC 9(02).
         77  WS-COMP-ANTERIOR        PIC 9(06) VALUE ZEROS.
         77  WS-DATA-FIM-MES         PIC 9(08) VALUE ZEROS.
         77  WS-DATA-FIM-ANT         PIC 9(08) VALUE ZEROS.
         77  WS-DATA-PROX-MES        PIC 9(08) VALUE ZEROS.
         01  WS-DATA-REG             PIC 9(08) VALUE ZEROS.
         01  FILLER REDEFINES WS-DATA-REG.
             05  WS-REG-ANOMES       PIC 9(06).
             05  FILLER              PIC 9(02).
         01  FILLER REDEFINES WS-DATA-REG.
             05  WS-REG-ANO          PIC 9(04).
             05  WS-REG-MES          PIC 9(02).
             05  FILLER              PIC 9(02).
      *
      *   Mapeamento carregado.
         77  WS-QTD-MAP              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-MAP OCCURS 200 TIMES.
             05  WS-MAP-CONTA        PIC 9(05).
             05  WS-MAP-DEMONSTRACAO PIC X(01).
             05  WS-MAP-LINHA        PIC 9(02).
         77  WS-IND-MAP              PIC 9(03).
         77  WS-MAP-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *   Linhas das demonstracoes; valores com debito positivo.
      *   Resultado: 1 mes, 2 mes anterior, 3 acumulado no ano, 4
      *   acumulado no ano anterior. Patrimonial: 1 fim do mes, 2
      *   fim do mes anterior.
         77  WS-QTD-LIN              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-LIN OCCURS 60 TIMES.
             05  WS-LIN-DEMONSTRACAO PIC X(01).
             05  WS-LIN-CODIGO       PIC 9(02).
             05  WS-LIN-DESCRICAO    PIC X(22).
             05  WS-LIN-VALOR        PIC S9(11)V99 OCCURS 4 TIMES.
         01  WS-LIN-AUX              PIC X(77).
         77  WS-IND-LIN              PIC 9(02).
         77  WS-IND-LIN-2            PIC 9(02).
         77  WS-LIN-ACHADA           PIC 9(02) VALUE ZEROS.
         77  WS-BUSCA-DEMONSTRACAO   PIC X(01) VALUE SPACES.
         77  WS-BUSCA-LINHA          PIC 9(02) VALUE ZEROS.
         77  WS-BUSCA-DESCRICAO      PIC X(22) VALUE SPACES.
         77  WS-TROCA                PIC X     VALUE 'N'.
         77  WS-IND-COL              PIC 9(01).
      *
      *   Contas sem mapeamento (plano e diario).
         77  WS-QTD-SEM              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-SEM OCCURS 50 TIMES.
             05  WS-SEM-CONTA        PIC 9(05).
         77  WS-IND-SEM              PIC 9(02).
         77  WS-SEM-ACHADA           PIC X     VALUE 'N'.
         77  WS-CONTA-BUSCA          PIC 9(05) VALUE ZEROS.
         01  WS-CONTA-DIGITOS        PIC 9(05) VALUE ZEROS.
         01  FILLER REDEFINES WS-CONTA-DIGITOS.
             05  WS-CONTA-GRUPO      PIC 9(01).
             05  FILLER              PIC 9(04).
      *
      *   Conferencia do diario e totais.
         77  WS-VLR-PARTIDA          PIC S9(11)V99 VALUE ZEROS.
         77  WS-DEB-MES              PIC 9(11)V99 VALUE ZEROS.
         77  WS-CRE-MES              PIC 9(11)V99 VALUE ZEROS.
         77  WS-DEB-ACUM             PIC 9(11)V99 VALUE ZEROS.
         77  WS-CRE-ACUM             PIC 9(11)V99 VALUE ZEROS.
         77  WS-QTD-PARTIDAS         PIC 9(07) VALUE ZEROS.
         01  WS-TOTAIS.
             05  WS-RES-ACUMULADO    PIC S9(11)V99 OCCURS 2 TIMES.
             05  WS-TOT-RECEITAS     PIC S9(11)V99 OCCURS 4 TIMES.
             05  WS-TOT-DESPESAS     PIC S9(11)V99 OCCURS 4 TIMES.
             05  WS-TOT-ATIVO        PIC S9(11)V99 OCCURS 2 TIMES.
             05  WS-TOT-PASSIVO      PIC S9(11)V99 OCCURS 2 TIMES.
             05  WS-TOT-PL           PIC S9(11)V99 OCCURS 2 TIMES.
         77  WS-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.
         77  WS-QTD-COLUNAS          PIC 9(01) VALUE 4.
      *
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
        01  LINHA-CAB-DRE.
            03  FILLER               PIC X(40) VALUE
                'LINHA                            MES   '.
            03  FILLER               PIC X(40) VALUE
                'MES ANTERIOR  ACUMUL. ANO ACUM. ANO ANT.'.
        01  LINHA-CAB-BALANCO.
            03  FILLER               PIC X(40) VALUE
                'LINHA                     FIM DO MES   '.
            03  FILLER               PIC X(40) VALUE
                'MES ANTERIOR                            '.
        01  LINHA-DEMONSTRATIVO.
            03  RDM-DESCRICAO        PIC X(22).
            03  RDM-VALORES.
                05  RDM-COLUNA OCCURS 4 TIMES.
                    07  FILLER       PIC X(01).
                    07  RDM-VALOR    PIC --.---.--9,99.
            03  RDM-VALORES-X REDEFINES RDM-VALORES.
                05  RDM-COLUNA-X     PIC X(14) OCCURS 4 TIMES.
            03  FILLER               PIC X(02).
        01  LINHA-SEM-MAPA.
            03  FILLER               PIC X(06) VALUE SPACES.
            03  RSM-CONTA            PIC 9(05).
            03  FILLER               PIC X(03) VALUE SPACES.
            03  RSM-DESTINO          PIC X(40).
            03  FILLER               PIC X(26) VALUE SPACES.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ DEMONSTRACOES FINANCEIRAS ------'
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES LESS 1 OR WS-COMP-MES GREATER 12
                    OR WS-COMP-ANO LESS 1601 THEN
              DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPETENCIA
              GOBACK
           END-IF.
           IF WS-COMP-MES EQUAL 1 THEN
              COMPUTE WS-COMP-ANTERIOR = (WS-COMP-ANO - 1) * 100 + 12
           ELSE
              COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 1
           END-IF
           IF WS-COMP-MES EQUAL 12 THEN
              COMPUTE WS-DATA-PROX-MES = (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATA-PROX-MES = WS-COMPETENCIA * 100 + 101
           END-IF
           COMPUTE WS-DATA-FIM-MES = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1)
           COMPUTE WS-DATA-FIM-ANT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-COMPETENCIA * 100 + 1)
                   - 1)
           INITIALIZE WS-TOTAIS

           PERFORM GARANTE-MAPEAMENTO
           PERFORM CARREGA-MAPEAMENTO
           PERFORM CONFERE-PLANO
           OPEN INPUT DIARIO
           IF WS-FS-DIA NOT EQUAL ZEROS THEN
              DISPLAY 'DIARIO.TXT AUSENTE - NENHUM LANCAMENTO.'
              GOBACK
           END-IF
           PERFORM APURA-DIARIO
           CLOSE DIARIO.
      *    Diario desbalanceado no mes ou no acumulado: demonstracao
      *    nenhuma sai.
           IF WS-DEB-MES NOT EQUAL WS-CRE-MES
                    OR WS-DEB-ACUM NOT EQUAL WS-CRE-ACUM THEN
              DISPLAY '*** DIARIO NAO FECHA - MES: D ' WS-DEB-MES
                      ' X C ' WS-CRE-MES
              DISPLAY '*** ACUMULADO ATE ' WS-DATA-FIM-MES ': D '
                      WS-DEB-ACUM ' X C ' WS-CRE-ACUM
              DISPLAY '*** DEMONSTRACOES NAO IMPRESSAS ***'
              GOBACK
           END-IF.
           PERFORM ORDENA-LINHAS

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM IMPRIME-DRE
           PERFORM IMPRIME-BALANCO
           IF WS-QTD-SEM GREATER ZEROS THEN
              PERFORM IMPRIME-SEM-MAPA
           END-IF
           CLOSE RELATORIO.
           DISPLAY 'DEMONSTRACOES DE ' WS-COMPETENCIA
                   ' EM DEMFIN.LST - PARTIDAS LIDAS: ' WS-QTD-PARTIDAS
           IF WS-QTD-SEM GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-SEM ' CONTA(S) SEM MAPEAMENTO NO'
                      ' DEMOMAPA.TXT - VER O FIM DO RELATORIO.'
           END-IF.
           GOBACK.
      *
      *   Mapeamento gerado na primeira execucao com as contas do
      *   plano padrao; manutencao dali em diante e no proprio
      *   arquivo.
       GARANTE-MAPEAMENTO.
           OPEN INPUT DEMOMAPA
           IF WS-FS-MAP EQUAL 35 THEN
              OPEN OUTPUT DEMOMAPA
              MOVE 'P'                         TO MAP-DEMONSTRACAO
              MOVE 11101                       TO MAP-CONTA
              MOVE 11                          TO MAP-LINHA
              MOVE 'CAIXA'                     TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 11201                       TO MAP-CONTA
              MOVE 12                          TO MAP-LINHA
              MOVE 'CREDITOS A RECEBER'        TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 11202                       TO MAP-CONTA
              WRITE REG-DEMOMAPA
              MOVE 11301                       TO MAP-CONTA
              MOVE 13                          TO MAP-LINHA
              MOVE 'ADIANTAMENTO A FUNCION'    TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 21101                       TO MAP-CONTA
              MOVE 21                          TO MAP-LINHA
              MOVE 'OBRIGACOES TRIBUTARIAS'    TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 21102                       TO MAP-CONTA
              WRITE REG-DEMOMAPA
              MOVE 21105                       TO MAP-CONTA
              WRITE REG-DEMOMAPA
              MOVE 21103                       TO MAP-CONTA
              MOVE 22                          TO MAP-LINHA
              MOVE 'OBRIGACOES COM PESSOAL'    TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 21108                       TO MAP-CONTA
              WRITE REG-DEMOMAPA
              MOVE 21104                       TO MAP-CONTA
              MOVE 23                          TO MAP-LINHA
              MOVE 'REEMBOLSOS A PAGAR'        TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 21106                       TO MAP-CONTA
              MOVE 24                          TO MAP-LINHA
              MOVE 'FORNECEDORES/INSTRUTOR'    TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 21107                       TO MAP-CONTA
              WRITE REG-DEMOMAPA
              MOVE 'R'                         TO MAP-DEMONSTRACAO
              MOVE 31101                       TO MAP-CONTA
              MOVE 31                          TO MAP-LINHA
              MOVE 'RECEITA DE JUROS'          TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 31103                       TO MAP-CONTA
              WRITE REG-DEMOMAPA
              MOVE 31102                       TO MAP-CONTA
              MOVE 32                          TO MAP-LINHA
              MOVE 'RECEITA DE MENSALIDADE'    TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 41101                       TO MAP-CONTA
              MOVE 41                          TO MAP-LINHA
              MOVE 'DESPESAS COM PESSOAL'      TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 41104                       TO MAP-CONTA
              WRITE REG-DEMOMAPA
              MOVE 41102                       TO MAP-CONTA
              MOVE 42                          TO MAP-LINHA
              MOVE 'DESPESAS COM INSTRUTOR'    TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              MOVE 41103                       TO MAP-CONTA
              MOVE 43                          TO MAP-LINHA
              MOVE 'DESPESAS GERAIS'           TO MAP-DESCRICAO
              WRITE REG-DEMOMAPA
              CLOSE DEMOMAPA
           ELSE
              CLOSE DEMOMAPA
           END-IF.
      *
      *   Cada conta mapeada e a sua linha; toda linha do mapeamento
      *   sai impressa, mesmo zerada.
       CARREGA-MAPEAMENTO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT DEMOMAPA
           IF WS-FS-MAP EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ DEMOMAPA
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-MAP LESS 200 THEN
                          ADD 1                TO WS-QTD-MAP
                          MOVE MAP-CONTA       TO
                               WS-MAP-CONTA(WS-QTD-MAP)
                          MOVE MAP-DEMONSTRACAO TO
                               WS-MAP-DEMONSTRACAO(WS-QTD-MAP)
                          MOVE MAP-LINHA       TO
                               WS-MAP-LINHA(WS-QTD-MAP)
                       END-IF
                       MOVE MAP-DEMONSTRACAO   TO
                            WS-BUSCA-DEMONSTRACAO
                       MOVE MAP-LINHA          TO WS-BUSCA-LINHA
                       MOVE MAP-DESCRICAO      TO WS-BUSCA-DESCRICAO
                       PERFORM ACHA-LINHA
                 END-READ
              END-PERFORM
              CLOSE DEMOMAPA
           END-IF.
      *
      *   Conta do plano sem mapeamento vai para a lista do fim.
       CONFERE-PLANO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PLANOCTA
           IF WS-FS-CTA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PLANOCTA
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE CTA-CODIGO         TO WS-CONTA-BUSCA
                       PERFORM ACHA-MAPEAMENTO
                 END-READ
              END-PERFORM
              CLOSE PLANOCTA
           END-IF.
      *
      *   Linha da conta WS-CONTA-BUSCA pelo mapeamento; sem ele,
      *   pelo primeiro digito (1 ativo, 2 passivo, 3 receita, os
      *   demais despesa) na linha de outros.
       ACHA-MAPEAMENTO.
           MOVE ZEROS                          TO WS-MAP-ACHADO
           PERFORM VARYING WS-IND-MAP FROM 1 BY 1
                           UNTIL WS-IND-MAP > WS-QTD-MAP
                              OR WS-MAP-ACHADO GREATER ZEROS
              IF WS-MAP-CONTA(WS-IND-MAP) EQUAL WS-CONTA-BUSCA THEN
                 MOVE WS-IND-MAP               TO WS-MAP-ACHADO
              END-IF
           END-PERFORM
           IF WS-MAP-ACHADO GREATER ZEROS THEN
              MOVE WS-MAP-DEMONSTRACAO(WS-MAP-ACHADO) TO
                   WS-BUSCA-DEMONSTRACAO
              MOVE WS-MAP-LINHA(WS-MAP-ACHADO) TO WS-BUSCA-LINHA
              MOVE SPACES                      TO WS-BUSCA-DESCRICAO
           ELSE
              PERFORM ANOTA-SEM-MAPA
              MOVE WS-CONTA-BUSCA              TO WS-CONTA-DIGITOS
              EVALUATE WS-CONTA-GRUPO
                 WHEN 1
                    MOVE 'P'                   TO WS-BUSCA-DEMONSTRACAO
                    MOVE 19                    TO WS-BUSCA-LINHA
                    MOVE 'OUTROS ATIVOS'       TO WS-BUSCA-DESCRICAO
                 WHEN 2
                    MOVE 'P'                   TO WS-BUSCA-DEMONSTRACAO
                    MOVE 29                    TO WS-BUSCA-LINHA
                    MOVE 'OUTROS PASSIVOS'     TO WS-BUSCA-DESCRICAO
                 WHEN 3
                    MOVE 'R'                   TO WS-BUSCA-DEMONSTRACAO
                    MOVE 39                    TO WS-BUSCA-LINHA
                    MOVE 'OUTRAS RECEITAS'     TO WS-BUSCA-DESCRICAO
                 WHEN OTHER
                    MOVE 'R'                   TO WS-BUSCA-DEMONSTRACAO
                    MOVE 49                    TO WS-BUSCA-LINHA
                    MOVE 'OUTRAS DESPESAS'     TO WS-BUSCA-DESCRICAO
              END-EVALUATE
           END-IF
           PERFORM ACHA-LINHA.
      *
       ANOTA-SEM-MAPA.
           MOVE 'N'                            TO WS-SEM-ACHADA
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                           UNTIL WS-IND-SEM > WS-QTD-SEM
              IF WS-SEM-CONTA(WS-IND-SEM) EQUAL WS-CONTA-BUSCA THEN
                 MOVE 'S'                      TO WS-SEM-ACHADA
              END-IF
           END-PERFORM
           IF WS-SEM-ACHADA EQUAL 'N' AND WS-QTD-SEM LESS 50 THEN
              ADD 1                            TO WS-QTD-SEM
              MOVE WS-CONTA-BUSCA              TO
                   WS-SEM-CONTA(WS-QTD-SEM)
           END-IF.
      *
      *   Posicao da linha WS-BUSCA-DEMONSTRACAO/WS-BUSCA-LINHA; a
      *   linha nova entra zerada com WS-BUSCA-DESCRICAO. Estourando
      *   a tabela, cai na ultima posicao.
       ACHA-LINHA.
           MOVE ZEROS                          TO WS-LIN-ACHADA
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                           UNTIL WS-IND-LIN > WS-QTD-LIN
                              OR WS-LIN-ACHADA GREATER ZEROS
              IF WS-LIN-DEMONSTRACAO(WS-IND-LIN) EQUAL
                       WS-BUSCA-DEMONSTRACAO
                       AND WS-LIN-CODIGO(WS-IND-LIN) EQUAL
                           WS-BUSCA-LINHA THEN
                 MOVE WS-IND-LIN               TO WS-LIN-ACHADA
              END-IF
           END-PERFORM
           IF WS-LIN-ACHADA EQUAL ZEROS THEN
              IF WS-QTD-LIN LESS 60 THEN
                 ADD 1                         TO WS-QTD-LIN
                 MOVE WS-QTD-LIN               TO WS-LIN-ACHADA
                 MOVE WS-BUSCA-DEMONSTRACAO    TO
                      WS-LIN-DEMONSTRACAO(WS-LIN-ACHADA)
                 MOVE WS-BUSCA-LINHA           TO
                      WS-LIN-CODIGO(WS-LIN-ACHADA)
                 MOVE WS-BUSCA-DESCRICAO       TO
                      WS-LIN-DESCRICAO(WS-LIN-ACHADA)
                 PERFORM VARYING WS-IND-COL FROM 1 BY 1
                                 UNTIL WS-IND-COL > 4
                    MOVE ZEROS                 TO
                         WS-LIN-VALOR(WS-LIN-ACHADA, WS-IND-COL)
                 END-PERFORM
              ELSE
                 MOVE WS-QTD-LIN               TO WS-LIN-ACHADA
              END-IF
           END-IF.
      *
      *   Cada partida do diario nas colunas do seu periodo, e na
      *   conferencia de debitos e creditos.
       APURA-DIARIO.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ DIARIO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM TRATA-PARTIDA
              END-READ
           END-PERFORM.
      *
       TRATA-PARTIDA.
           ADD 1                               TO WS-QTD-PARTIDAS
           MOVE DIA-DATA                       TO WS-DATA-REG
           IF DIA-DC EQUAL 'D' THEN
              MOVE DIA-VALOR                   TO WS-VLR-PARTIDA
              IF WS-REG-ANOMES EQUAL WS-COMPETENCIA THEN
                 ADD DIA-VALOR                 TO WS-DEB-MES
              END-IF
              IF WS-REG-ANOMES NOT GREATER WS-COMPETENCIA THEN
                 ADD DIA-VALOR                 TO WS-DEB-ACUM
              END-IF
           ELSE
              COMPUTE WS-VLR-PARTIDA = DIA-VALOR * -1
              IF WS-REG-ANOMES EQUAL WS-COMPETENCIA THEN
                 ADD DIA-VALOR                 TO WS-CRE-MES
              END-IF
              IF WS-REG-ANOMES NOT GREATER WS-COMPETENCIA THEN
                 ADD DIA-VALOR                 TO WS-CRE-ACUM
              END-IF
           END-IF
           MOVE DIA-CONTA                      TO WS-CONTA-BUSCA
           PERFORM ACHA-MAPEAMENTO
           IF WS-BUSCA-DEMONSTRACAO EQUAL 'P' THEN
              IF WS-REG-ANOMES NOT GREATER WS-COMPETENCIA THEN
                 ADD WS-VLR-PARTIDA            TO
                     WS-LIN-VALOR(WS-LIN-ACHADA, 1)
              END-IF
              IF WS-REG-ANOMES NOT GREATER WS-COMP-ANTERIOR THEN
                 ADD WS-VLR-PARTIDA            TO
                     WS-LIN-VALOR(WS-LIN-ACHADA, 2)
              END-IF
           ELSE
              IF WS-REG-ANOMES EQUAL WS-COMPETENCIA THEN
                 ADD WS-VLR-PARTIDA            TO
                     WS-LIN-VALOR(WS-LIN-ACHADA, 1)
              END-IF
              IF WS-REG-ANOMES EQUAL WS-COMP-ANTERIOR THEN
                 ADD WS-VLR-PARTIDA            TO
                     WS-LIN-VALOR(WS-LIN-ACHADA, 2)
              END-IF
              IF WS-REG-ANO EQUAL WS-COMP-ANO
                       AND WS-REG-MES NOT GREATER WS-COMP-MES THEN
                 ADD WS-VLR-PARTIDA            TO
                     WS-LIN-VALOR(WS-LIN-ACHADA, 3)
              END-IF
              IF WS-REG-ANO EQUAL WS-COMP-ANO - 1
                       AND WS-REG-MES NOT GREATER WS-COMP-MES THEN
                 ADD WS-VLR-PARTIDA            TO
                     WS-LIN-VALOR(WS-LIN-ACHADA, 4)
              END-IF
      *       Sem encerramento no diario: o resultado de todos os
      *       periodos fica no patrimonio liquido do balanco.
              IF WS-REG-ANOMES NOT GREATER WS-COMPETENCIA THEN
                 SUBTRACT WS-VLR-PARTIDA       FROM
                          WS-RES-ACUMULADO(1)
              END-IF
              IF WS-REG-ANOMES NOT GREATER WS-COMP-ANTERIOR THEN
                 SUBTRACT WS-VLR-PARTIDA       FROM
                          WS-RES-ACUMULADO(2)
              END-IF
           END-IF.
      *
       ORDENA-LINHAS.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                              UNTIL WS-IND-LIN NOT LESS WS-QTD-LIN
                 COMPUTE WS-IND-LIN-2 = WS-IND-LIN + 1
                 IF WS-LIN-CODIGO(WS-IND-LIN) GREATER
                          WS-LIN-CODIGO(WS-IND-LIN-2) THEN
                    MOVE WS-TAB-LIN(WS-IND-LIN)   TO WS-LIN-AUX
                    MOVE WS-TAB-LIN(WS-IND-LIN-2) TO
                         WS-TAB-LIN(WS-IND-LIN)
                    MOVE WS-LIN-AUX            TO
                         WS-TAB-LIN(WS-IND-LIN-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGDEMFIN'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'DEMONSTRACOES FINANCEIRAS - ' DELIMITED SIZE
                  WS-COMPETENCIA               DELIMITED SIZE
                  INTO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
      *   DRE: receitas (linhas abaixo de 40) pelo credito liquido,
      *   despesas pelo debito liquido, e o resultado.
       IMPRIME-DRE.
           MOVE SPACES                         TO TIT-TEXTO
           STRING 'DEMONSTRACAO DO RESULTADO - MES ' DELIMITED SIZE
                  WS-COMPETENCIA               DELIMITED SIZE
                  ' E ACUMULADO NO ANO'        DELIMITED SIZE
                  INTO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-DRE BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 4                              TO WS-QTD-COLUNAS
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                           UNTIL WS-IND-LIN > WS-QTD-LIN
              IF WS-LIN-DEMONSTRACAO(WS-IND-LIN) EQUAL 'R'
                       AND WS-LIN-CODIGO(WS-IND-LIN) LESS 40 THEN
                 MOVE WS-LIN-DESCRICAO(WS-IND-LIN) TO RDM-DESCRICAO
                 PERFORM VARYING WS-IND-COL FROM 1 BY 1
                                 UNTIL WS-IND-COL > 4
                    COMPUTE RDM-VALOR(WS-IND-COL) =
                       WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL) * -1
                    SUBTRACT WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL)
                        FROM WS-TOT-RECEITAS(WS-IND-COL)
                 END-PERFORM
                 PERFORM IMPRIME-LINHA-DEMONST
              END-IF
           END-PERFORM
           MOVE '(=) TOTAL DAS RECEITAS'       TO RDM-DESCRICAO
           PERFORM VARYING WS-IND-COL FROM 1 BY 1
                           UNTIL WS-IND-COL > 4
              MOVE WS-TOT-RECEITAS(WS-IND-COL) TO RDM-VALOR(WS-IND-COL)
           END-PERFORM
           PERFORM IMPRIME-LINHA-DEMONST
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                           UNTIL WS-IND-LIN > WS-QTD-LIN
              IF WS-LIN-DEMONSTRACAO(WS-IND-LIN) EQUAL 'R'
                       AND WS-LIN-CODIGO(WS-IND-LIN) NOT LESS 40 THEN
                 MOVE WS-LIN-DESCRICAO(WS-IND-LIN) TO RDM-DESCRICAO
                 PERFORM VARYING WS-IND-COL FROM 1 BY 1
                                 UNTIL WS-IND-COL > 4
                    MOVE WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL) TO
                         RDM-VALOR(WS-IND-COL)
                    ADD WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL) TO
                        WS-TOT-DESPESAS(WS-IND-COL)
                 END-PERFORM
                 PERFORM IMPRIME-LINHA-DEMONST
              END-IF
           END-PERFORM
           MOVE '(=) TOTAL DAS DESPESAS'       TO RDM-DESCRICAO
           PERFORM VARYING WS-IND-COL FROM 1 BY 1
                           UNTIL WS-IND-COL > 4
              MOVE WS-TOT-DESPESAS(WS-IND-COL) TO RDM-VALOR(WS-IND-COL)
           END-PERFORM
           PERFORM IMPRIME-LINHA-DEMONST
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'RESULTADO DO PERIODO'         TO RDM-DESCRICAO
           PERFORM VARYING WS-IND-COL FROM 1 BY 1
                           UNTIL WS-IND-COL > 4
              COMPUTE RDM-VALOR(WS-IND-COL) =
                 WS-TOT-RECEITAS(WS-IND-COL)
                 - WS-TOT-DESPESAS(WS-IND-COL)
           END-PERFORM
           PERFORM IMPRIME-LINHA-DEMONST
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
      *   Balanco: ativo pelo debito liquido, passivo e patrimonio
      *   liquido pelo credito liquido, mais o resultado acumulado.
       IMPRIME-BALANCO.
           MOVE SPACES                         TO TIT-TEXTO
           STRING 'BALANCO PATRIMONIAL EM '    DELIMITED SIZE
                  WS-DATA-FIM-MES              DELIMITED SIZE
                  ' E EM '                     DELIMITED SIZE
                  WS-DATA-FIM-ANT              DELIMITED SIZE
                  INTO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-BALANCO
                                               BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 2                              TO WS-QTD-COLUNAS
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                           UNTIL WS-IND-LIN > WS-QTD-LIN
              IF WS-LIN-DEMONSTRACAO(WS-IND-LIN) EQUAL 'P'
                       AND WS-LIN-CODIGO(WS-IND-LIN) LESS 20 THEN
                 MOVE WS-LIN-DESCRICAO(WS-IND-LIN) TO RDM-DESCRICAO
                 PERFORM VARYING WS-IND-COL FROM 1 BY 1
                                 UNTIL WS-IND-COL > 2
                    MOVE WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL) TO
                         RDM-VALOR(WS-IND-COL)
                    ADD WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL) TO
                        WS-TOT-ATIVO(WS-IND-COL)
                 END-PERFORM
                 PERFORM IMPRIME-LINHA-DEMONST
              END-IF
           END-PERFORM
           MOVE '(=) TOTAL DO ATIVO'           TO RDM-DESCRICAO
           MOVE WS-TOT-ATIVO(1)                TO RDM-VALOR(1)
           MOVE WS-TOT-ATIVO(2)                TO RDM-VALOR(2)
           PERFORM IMPRIME-LINHA-DEMONST
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                           UNTIL WS-IND-LIN > WS-QTD-LIN
              IF WS-LIN-DEMONSTRACAO(WS-IND-LIN) EQUAL 'P'
                       AND WS-LIN-CODIGO(WS-IND-LIN) NOT LESS 20
                       AND WS-LIN-CODIGO(WS-IND-LIN) LESS 30 THEN
                 MOVE WS-LIN-DESCRICAO(WS-IND-LIN) TO RDM-DESCRICAO
                 PERFORM VARYING WS-IND-COL FROM 1 BY 1
                                 UNTIL WS-IND-COL > 2
                    COMPUTE RDM-VALOR(WS-IND-COL) =
                       WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL) * -1
                    SUBTRACT WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL)
                        FROM WS-TOT-PASSIVO(WS-IND-COL)
                 END-PERFORM
                 PERFORM IMPRIME-LINHA-DEMONST
              END-IF
           END-PERFORM
           MOVE '(=) TOTAL DO PASSIVO'         TO RDM-DESCRICAO
           MOVE WS-TOT-PASSIVO(1)              TO RDM-VALOR(1)
           MOVE WS-TOT-PASSIVO(2)              TO RDM-VALOR(2)
           PERFORM IMPRIME-LINHA-DEMONST
           PERFORM VARYING WS-IND-LIN FROM 1 BY 1
                           UNTIL WS-IND-LIN > WS-QTD-LIN
              IF WS-LIN-DEMONSTRACAO(WS-IND-LIN) EQUAL 'P'
                       AND WS-LIN-CODIGO(WS-IND-LIN) NOT LESS 30 THEN
                 MOVE WS-LIN-DESCRICAO(WS-IND-LIN) TO RDM-DESCRICAO
                 PERFORM VARYING WS-IND-COL FROM 1 BY 1
                                 UNTIL WS-IND-COL > 2
                    COMPUTE RDM-VALOR(WS-IND-COL) =
                       WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL) * -1
                    SUBTRACT WS-LIN-VALOR(WS-IND-LIN, WS-IND-COL)
                        FROM WS-TOT-PL(WS-IND-COL)
                 END-PERFORM
                 PERFORM IMPRIME-LINHA-DEMONST
              END-IF
           END-PERFORM
           MOVE 'RESULTADO ACUMULADO'          TO RDM-DESCRICAO
           MOVE WS-RES-ACUMULADO(1)            TO RDM-VALOR(1)
           MOVE WS-RES-ACUMULADO(2)            TO RDM-VALOR(2)
           ADD WS-RES-ACUMULADO(1)             TO WS-TOT-PL(1)
           ADD WS-RES-ACUMULADO(2)             TO WS-TOT-PL(2)
           PERFORM IMPRIME-LINHA-DEMONST
           MOVE '(=) PATRIMONIO LIQUIDO'       TO RDM-DESCRICAO
           MOVE WS-TOT-PL(1)                   TO RDM-VALOR(1)
           MOVE WS-TOT-PL(2)                   TO RDM-VALOR(2)
           PERFORM IMPRIME-LINHA-DEMONST
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'PASSIVO + PATRIM. LIQ.'       TO RDM-DESCRICAO
           COMPUTE RDM-VALOR(1) = WS-TOT-PASSIVO(1) + WS-TOT-PL(1)
           COMPUTE RDM-VALOR(2) = WS-TOT-PASSIVO(2) + WS-TOT-PL(2)
           PERFORM IMPRIME-LINHA-DEMONST
           COMPUTE WS-DIFERENCA =
              WS-TOT-ATIVO(1) - WS-TOT-PASSIVO(1) - WS-TOT-PL(1)
           IF WS-DIFERENCA NOT EQUAL ZEROS THEN
              MOVE '*** DIFERENCA'             TO RDM-DESCRICAO
              MOVE WS-DIFERENCA                TO RDM-VALOR(1)
              COMPUTE RDM-VALOR(2) =
                 WS-TOT-ATIVO(2) - WS-TOT-PASSIVO(2) - WS-TOT-PL(2)
              PERFORM IMPRIME-LINHA-DEMONST
           END-IF
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
      *   Linha com WS-QTD-COLUNAS colunas; as demais em branco.
       IMPRIME-LINHA-DEMONST.
           IF WS-QTD-COLUNAS LESS 4 THEN
              MOVE SPACES                      TO RDM-COLUNA-X(3)
                                                  RDM-COLUNA-X(4)
           END-IF
           WRITE REG-REL FROM LINHA-DEMONSTRATIVO
                                               BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-SEM-MAPA.
           MOVE 'CONTAS SEM MAPEAMENTO NO DEMOMAPA.TXT (LINHA USADA)'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-SEM FROM 1 BY 1
                           UNTIL WS-IND-SEM > WS-QTD-SEM
              MOVE WS-SEM-CONTA(WS-IND-SEM)    TO RSM-CONTA
              MOVE WS-SEM-CONTA(WS-IND-SEM)    TO WS-CONTA-DIGITOS
              EVALUATE WS-CONTA-GRUPO
                 WHEN 1
                    MOVE 'BALANCO - OUTROS ATIVOS' TO RSM-DESTINO
                 WHEN 2
                    MOVE 'BALANCO - OUTROS PASSIVOS' TO RSM-DESTINO
                 WHEN 3
                    MOVE 'DRE - OUTRAS RECEITAS' TO RSM-DESTINO
                 WHEN OTHER
                    MOVE 'DRE - OUTRAS DESPESAS' TO RSM-DESTINO
              END-EVALUATE
              WRITE REG-REL FROM LINHA-SEM-MAPA
                                               BEFORE ADVANCING 1 LINES
           END-PERFORM.
      *
       END PROGRAM PGDEMFIN.
