      *****************************************************************
      * Program name:    PGCTAPAG
      * Original author: Anderson Nascimento
      * Purpose: Contas a pagar da escola em CONTASPG.DAT - pagamento
      *          de instrutor (gerado no fechamento do PGINSPAG),
      *          reembolso de aluno (trazido do REEMBOLS.DAT do
      *          PGTRANCA) e nota de fornecedor (incluida aqui), cada
      *          titulo com favorecido, documento, vencimento, valor e
      *          situacao. Modos:
      *            L - lista dos titulos;
      *            I - inclusao de nota de fornecedor: D na despesa
      *                informada / C 21106 FORNECEDORES A PAGAR;
      *            R - traz os reembolsos a pagar do REEMBOLS.DAT (o
      *                lote do PGTRANCA ja creditou 21104);
      *            V - vencidos e vencendo hoje, em VENCHOJE.LST;
      *            B - baixa do pagamento com forma e banco: D na
      *                conta do passivo / C 11101 CAIXA;
      *            C - cancelamento de titulo em aberto, estornando a
      *                constituicao;
      *            G - aging dos titulos em aberto por faixa de dias,
      *                em CPGAGING.LST (o PGFLUXCX projeta os mesmos
      *                titulos pelo vencimento).
      *          Todo lancamento vai para o DIARIO.TXT no dia, com
      *          origem CTAPAG.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Inclusao, baixa e cancelamento
      *                                 recusados com a competencia de
      *                                 hoje fechada (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCTAPAG.
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
           SELECT CONTASPG ASSIGN TO './CONTASPG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CPG-CHAVE
           FILE STATUS   IS WS-FS-CPG.
           SELECT REEMBOLSOS ASSIGN TO './REEMBOLS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS REE-CHAVE
           FILE STATUS   IS WS-FS-REE.
           SELECT PLANOCTA ASSIGN TO './PLANOCTA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTA.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DIA.
           SELECT RELATORIO ASSIGN TO WS-NOME-RELATORIO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CONTASPG.DAT - titulos a pagar.
         FD  CONTASPG.
         01  REG-CONTAPAGAR.
             05  CPG-CHAVE.
                 10  CPG-TIPO        PIC X(01).
                     88  CPG-INSTRUTOR   VALUE 'I'.
                     88  CPG-REEMBOLSO   VALUE 'R'.
                     88  CPG-FORNECEDOR  VALUE 'F'.
                 10  CPG-FAVORECIDO  PIC X(14).
                 10  CPG-DOCUMENTO   PIC X(20).
             05  CPG-NOME            PIC X(30).
             05  CPG-EMISSAO         PIC 9(08).
             05  CPG-VENCIMENTO      PIC 9(08).
             05  CPG-VALOR           PIC 9(07)V99.
             05  CPG-CONTA-PASSIVO   PIC 9(05).
             05  CPG-CONTA-CONTRA    PIC 9(05).
             05  CPG-SITUACAO        PIC X(01).
                 88  CPG-ABERTO      VALUE 'A'.
                 88  CPG-PAGO        VALUE 'P'.
                 88  CPG-CANCELADO   VALUE 'C'.
             05  CPG-DATA-PGTO       PIC 9(08).
             05  CPG-FORMA-PGTO      PIC X(01).
                 88  CPG-FORMA-VALIDA VALUE 'D' 'T' 'B' 'C'.
             05  CPG-BANCO           PIC 9(03).
             05  CPG-OPERADOR        PIC X(08).
             05  CPG-ORIGEM          PIC X(08).
      *
      *   REEMBOLS.DAT - reembolsos a pagar ao aluno (PGTRANCA).
         FD  REEMBOLSOS.
         01  REG-REEMBOLSO.
             05  REE-CHAVE.
                 10  REE-MATRICULA   PIC 9(05).
                 10  REE-TURMA       PIC X(10).
                 10  REE-DATA        PIC 9(08).
             05  REE-NOME            PIC X(30).
             05  REE-VALOR           PIC 9(07)V99.
             05  REE-SITUACAO        PIC X(01).
                 88  REE-A-PAGAR     VALUE 'A'.
                 88  REE-PAGO        VALUE 'P'.
                 88  REE-EM-CONTAS-PAGAR VALUE 'C'.
             05  REE-DATA-PGTO       PIC 9(08).
             05  REE-OPERADOR        PIC X(08).
             05  REE-ORIGEM          PIC X(08).
      *
      *   PLANOCTA.TXT - plano de contas (PGCONTAB).
         FD  PLANOCTA.
         01  REG-PLANOCTA.
             05  CTA-CODIGO          PIC 9(05).
             05  CTA-NOME            PIC X(30).
             05  CTA-NATUREZA        PIC X(01).
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
      *   VENCHOJE.LST / CPGAGING.LST.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CPG               PIC X(02) VALUE '00'.
         77  WS-FS-REE               PIC X(02) VALUE '00'.
         77  WS-FS-CTA               PIC 99.
         77  WS-FS-DIA               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-NOME-RELATORIO       PIC X(20) VALUE SPACES.
         77  WS-MODO-EXEC            PIC X(01) VALUE 'L'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-CONFIRMA             PIC X(01) VALUE 'N'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-DADOS-OK             PIC X     VALUE 'N'.
         77  WS-TITULO-ACHADO        PIC X     VALUE 'N'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-DIA-HOJE             PIC 9(07) VALUE ZEROS.
         77  WS-DIAS                 PIC S9(05) VALUE ZEROS.
         77  WS-SITUACAO-INF         PIC X(01) VALUE SPACE.
         77  WS-VLR-ED               PIC ZZZ.ZZ9,99.
         77  WS-TOTAL-ED             PIC ZZ.ZZZ.ZZ9,99.
         77  WS-TOTAL-LISTA          PIC 9(09)V99 VALUE ZEROS.
         77  WS-QTD-LISTA            PIC 9(05) VALUE ZEROS.
         77  WS-QTD-TRAZIDOS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-RECUSADOS        PIC 9(05) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
      *
      *   Contas do contas a pagar.
         77  WS-CTA-CAIXA            PIC 9(05) VALUE 11101.
         77  WS-CTA-FORNECEDORES     PIC 9(05) VALUE 21106.
         77  WS-CTA-REEMB-PAGAR      PIC 9(05) VALUE 21104.
         77  WS-CTA-REC-MENSAL       PIC 9(05) VALUE 31102.
         77  WS-CTA-DESP-GERAIS      PIC 9(05) VALUE 41103.
         77  WS-PAR-CONTA            PIC 9(05) VALUE ZEROS.
         77  WS-PAR-DC               PIC X(01) VALUE SPACE.
         77  WS-PAR-VALOR            PIC 9(09)V99 VALUE ZEROS.
         77  WS-PAR-HISTORICO        PIC X(20) VALUE SPACES.
      *
      *   Plano de contas para a critica da despesa.
         77  WS-QTD-CTA              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-CTA OCCURS 200 TIMES.
             05  WS-CTA-CODIGO       PIC 9(05).
         77  WS-IND-CTA              PIC 9(03).
         77  WS-CTA-ACHADA           PIC X     VALUE 'N'.
      *
      *   Aging: faixas (1 a 8) por tipo (1 instrutor, 2 reembolso,
      *   3 fornecedor, 4 total).
         01  WS-TAB-FAIXA OCCURS 8 TIMES.
             05  WS-FXA-ROTULO       PIC X(18).
             05  WS-FXA-VALOR        PIC 9(09)V99 OCCURS 4 TIMES.
             05  WS-FXA-QTD          PIC 9(04).
         77  WS-IND-FXA              PIC 9(01).
         77  WS-IND-TIPO             PIC 9(01).
         01  WS-TOT-AGING.
             05  WS-TAG-VALOR        PIC 9(09)V99 OCCURS 4 TIMES.
             05  WS-TAG-QTD          PIC 9(04).
      *
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
        01  LINHA-CAB-VENC.
            03  FILLER               PIC X(40) VALUE
                'T FAVORECIDO     NOME                   '.
            03  FILLER               PIC X(40) VALUE
                'DOCUMENTO            VENCTO      VALOR  '.
        01  LINHA-VENC.
            03  LVN-TIPO             PIC X(01).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVN-FAVORECIDO       PIC X(14).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVN-NOME             PIC X(22).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVN-DOCUMENTO        PIC X(18).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVN-VENCIMENTO       PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVN-VALOR            PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
        01  LINHA-TOT-VENC.
            03  FILLER               PIC X(06) VALUE SPACES.
            03  LTV-ROTULO           PIC X(30).
            03  LTV-QTD              PIC ZZZZ9.
            03  FILLER               PIC X(14) VALUE ' TITULO(S)   '.
            03  FILLER               PIC X(12) VALUE SPACES.
            03  LTV-VALOR            PIC ZZ.ZZZ.ZZ9,99.
        01  LINHA-CAB-AGING.
            03  FILLER               PIC X(40) VALUE
                'FAIXA (DIAS)         INSTRUTORES    REEM'.
            03  FILLER               PIC X(40) VALUE
                'BOLSOS  FORNECEDORES         TOTAL  QTD '.
        01  LINHA-AGING.
            03  LAG-ROTULO           PIC X(18).
            03  LAG-COLUNA OCCURS 4 TIMES.
                05  FILLER           PIC X(01).
                05  LAG-VALOR        PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LAG-QTD              PIC ZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
         COPY CABREL.
         COPY FECHPER.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ CONTAS A PAGAR ------'
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           OPEN I-O CONTASPG
           IF WS-FS-CPG EQUAL '35' THEN
              OPEN OUTPUT CONTASPG
              CLOSE CONTASPG
              OPEN I-O CONTASPG
           END-IF.
           IF WS-FS-CPG NOT EQUAL '00' THEN
              DISPLAY 'CONTASPG.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CPG
              GOBACK
           END-IF.

           DISPLAY 'Modo (L-Lista/I-Inclui fornecedor/R-Reembolsos/'
                   'V-Vencendo hoje/B-Baixa/C-Cancela/G-Aging): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION UPPER-CASE(WS-MODO-EXEC) TO WS-MODO-EXEC
           IF WS-MODO-EXEC EQUAL 'I' OR 'R' OR 'B' OR 'C' THEN
              DISPLAY 'Operador: '
              ACCEPT WS-OPERADOR
           END-IF
      *   Inclusao, baixa e cancelamento lancam no diario com a data
      *   de hoje: competencia fechada (PGFECHAM) nao recebe.
           IF WS-MODO-EXEC EQUAL 'I' OR 'B' OR 'C' THEN
              MOVE WS-DATA-HOJE                TO FP-DATA
              MOVE 'PGCTAPAG'                  TO FP-PROGRAMA
              MOVE WS-OPERADOR                 TO FP-OPERADOR
              CALL './bin/PGFECPER' USING FP-PARM
              IF FP-FECHADO THEN
                 DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                         ' LANCAMENTO NAO PERMITIDO.'
                 CLOSE CONTASPG
                 GOBACK
              END-IF
           END-IF
           EVALUATE WS-MODO-EXEC
              WHEN 'I'
                 PERFORM INCLUI-FORNECEDOR THRU INCLUI-FORNECEDOR-FIM
              WHEN 'R'
                 PERFORM TRAZ-REEMBOLSOS THRU TRAZ-REEMBOLSOS-FIM
              WHEN 'V'
                 PERFORM LISTA-VENCIMENTOS
              WHEN 'B'
                 PERFORM BAIXA-TITULO THRU BAIXA-TITULO-FIM
              WHEN 'C'
                 PERFORM CANCELA-TITULO THRU CANCELA-TITULO-FIM
              WHEN 'G'
                 PERFORM IMPRIME-AGING
              WHEN OTHER
                 PERFORM LISTA-TITULOS
           END-EVALUATE.

           CLOSE CONTASPG.
           GOBACK.
      *
       LISTA-TITULOS.
           DISPLAY 'Situacao (A-Aberto/P-Pago/C-Cancelado/branco'
                   ' todas): '
           ACCEPT WS-SITUACAO-INF
           MOVE FUNCTION UPPER-CASE(WS-SITUACAO-INF) TO WS-SITUACAO-INF
           MOVE LOW-VALUES                     TO CPG-CHAVE
           START CONTASPG KEY NOT LESS CPG-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTASPG NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF WS-SITUACAO-INF EQUAL SPACE
                             OR WS-SITUACAO-INF EQUAL CPG-SITUACAO
                       THEN
                       MOVE CPG-VALOR          TO WS-VLR-ED
                       DISPLAY CPG-TIPO ' ' CPG-FAVORECIDO ' '
                               CPG-DOCUMENTO ' VENC ' CPG-VENCIMENTO
                               ' ' WS-VLR-ED ' ' CPG-SITUACAO
                       DISPLAY '    ' CPG-NOME ' PGTO '
                               CPG-DATA-PGTO ' ' CPG-FORMA-PGTO
                               ' BANCO ' CPG-BANCO
                       ADD 1                   TO WS-QTD-LISTA
                       ADD CPG-VALOR           TO WS-TOTAL-LISTA
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-TOTAL-LISTA                 TO WS-TOTAL-ED
           DISPLAY 'TITULOS: ' WS-QTD-LISTA ' - VALOR ' WS-TOTAL-ED.
      *
      *   Nota de fornecedor: constitui a obrigacao contra a despesa
      *   informada (padrao 41103 DESPESAS GERAIS).
       INCLUI-FORNECEDOR.
           PERFORM CARREGA-PLANO
           INITIALIZE REG-CONTAPAGAR
           MOVE 'F'                            TO CPG-TIPO
           DISPLAY 'CNPJ/CPF do fornecedor: '
           ACCEPT CPG-FAVORECIDO
           DISPLAY 'Numero da nota/documento: '
           ACCEPT CPG-DOCUMENTO
           IF CPG-FAVORECIDO EQUAL SPACES
                    OR CPG-DOCUMENTO EQUAL SPACES THEN
              DISPLAY '>> FAVORECIDO E DOCUMENTO OBRIGATORIOS.'
              GO TO INCLUI-FORNECEDOR-FIM
           END-IF.
           READ CONTASPG
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY '>> TITULO JA CADASTRADO - SITUACAO '
                         CPG-SITUACAO
                 GO TO INCLUI-FORNECEDOR-FIM
           END-READ.
           DISPLAY 'Nome do fornecedor: '
           ACCEPT CPG-NOME
           DISPLAY 'Vencimento (AAAAMMDD): '
           ACCEPT CPG-VENCIMENTO
           DISPLAY 'Valor: '
           ACCEPT CPG-VALOR
           DISPLAY 'Conta de despesa (0 = 41103 DESPESAS GERAIS): '
           ACCEPT CPG-CONTA-CONTRA
           IF CPG-CONTA-CONTRA EQUAL ZEROS THEN
              MOVE WS-CTA-DESP-GERAIS          TO CPG-CONTA-CONTRA
           END-IF
           MOVE 'S'                            TO WS-DADOS-OK
           IF FUNCTION TEST-DATE-YYYYMMDD(CPG-VENCIMENTO) NOT EQUAL
                    ZEROS THEN
              DISPLAY '>> VENCIMENTO INVALIDO: ' CPG-VENCIMENTO
              MOVE 'N'                         TO WS-DADOS-OK
           END-IF
           IF CPG-VALOR EQUAL ZEROS THEN
              DISPLAY '>> VALOR ZERADO.'
              MOVE 'N'                         TO WS-DADOS-OK
           END-IF
           MOVE 'N'                            TO WS-CTA-ACHADA
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                           UNTIL WS-IND-CTA > WS-QTD-CTA
              IF WS-CTA-CODIGO(WS-IND-CTA) EQUAL CPG-CONTA-CONTRA
                 THEN
                 MOVE 'S'                      TO WS-CTA-ACHADA
              END-IF
           END-PERFORM
           IF WS-CTA-ACHADA NOT EQUAL 'S' THEN
              DISPLAY '>> CONTA FORA DO PLANO: ' CPG-CONTA-CONTRA
              MOVE 'N'                         TO WS-DADOS-OK
           END-IF
           IF WS-DADOS-OK NOT EQUAL 'S' THEN
              DISPLAY '>> TITULO NAO GRAVADO.'
              GO TO INCLUI-FORNECEDOR-FIM
           END-IF.
           MOVE WS-DATA-HOJE                   TO CPG-EMISSAO
           MOVE WS-CTA-FORNECEDORES            TO CPG-CONTA-PASSIVO
           MOVE 'A'                            TO CPG-SITUACAO
           MOVE ZEROS                          TO CPG-DATA-PGTO
                                                  CPG-BANCO
           MOVE SPACE                          TO CPG-FORMA-PGTO
           MOVE WS-OPERADOR                    TO CPG-OPERADOR
           MOVE 'PGCTAPAG'                     TO CPG-ORIGEM
           WRITE REG-CONTAPAGAR
           IF WS-FS-CPG NOT EQUAL '00' THEN
              DISPLAY 'ERRO NA INCLUSAO - FILE STATUS: ' WS-FS-CPG
              GO TO INCLUI-FORNECEDOR-FIM
           END-IF.
           PERFORM ABRE-DIARIO
           MOVE CPG-CONTA-CONTRA               TO WS-PAR-CONTA
           MOVE 'D'                            TO WS-PAR-DC
           MOVE CPG-VALOR                      TO WS-PAR-VALOR
           MOVE 'NF FORNECEDOR'                TO WS-PAR-HISTORICO
           PERFORM GRAVA-PARTIDA
           MOVE CPG-CONTA-PASSIVO              TO WS-PAR-CONTA
           MOVE 'C'                            TO WS-PAR-DC
           PERFORM GRAVA-PARTIDA
           CLOSE DIARIO
           MOVE CPG-VALOR                      TO WS-VLR-ED
           DISPLAY 'TITULO INCLUIDO: ' CPG-FAVORECIDO ' '
                   CPG-DOCUMENTO ' ' WS-VLR-ED.
       INCLUI-FORNECEDOR-FIM.
           EXIT.
      *
      *   Reembolso a pagar do PGTRANCA vira titulo com vencimento
      *   hoje; o registro de origem fica marcado para nao vir de
      *   novo. Sem lancamento aqui: o lote do trancamento ja
      *   constituiu o 21104.
       TRAZ-REEMBOLSOS.
           OPEN I-O REEMBOLSOS
           IF WS-FS-REE NOT EQUAL '00' THEN
              DISPLAY 'REEMBOLS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-REE ' - NADA A TRAZER.'
              GO TO TRAZ-REEMBOLSOS-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ REEMBOLSOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF REE-A-PAGAR THEN
                       PERFORM TRAZ-UM-REEMBOLSO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE REEMBOLSOS.
           DISPLAY 'REEMBOLSOS TRAZIDOS: ' WS-QTD-TRAZIDOS
                   ' - RECUSADOS: ' WS-QTD-RECUSADOS.
       TRAZ-REEMBOLSOS-FIM.
           EXIT.
      *
       TRAZ-UM-REEMBOLSO.
           INITIALIZE REG-CONTAPAGAR
           MOVE 'R'                            TO CPG-TIPO
           MOVE REE-MATRICULA                  TO CPG-FAVORECIDO
           MOVE REE-TURMA                      TO CPG-DOCUMENTO(1:10)
           MOVE REE-DATA                       TO CPG-DOCUMENTO(11:8)
           MOVE REE-NOME                       TO CPG-NOME
           MOVE REE-DATA                       TO CPG-EMISSAO
           MOVE WS-DATA-HOJE                   TO CPG-VENCIMENTO
           MOVE REE-VALOR                      TO CPG-VALOR
           MOVE WS-CTA-REEMB-PAGAR             TO CPG-CONTA-PASSIVO
           MOVE WS-CTA-REC-MENSAL              TO CPG-CONTA-CONTRA
           MOVE 'A'                            TO CPG-SITUACAO
           MOVE ZEROS                          TO CPG-DATA-PGTO
                                                  CPG-BANCO
           MOVE SPACE                          TO CPG-FORMA-PGTO
           MOVE WS-OPERADOR                    TO CPG-OPERADOR
           MOVE 'PGTRANCA'                     TO CPG-ORIGEM
           WRITE REG-CONTAPAGAR
           IF WS-FS-CPG EQUAL '00' THEN
              MOVE 'C'                         TO REE-SITUACAO
              REWRITE REG-REEMBOLSO
              ADD 1                            TO WS-QTD-TRAZIDOS
           ELSE
              DISPLAY '>> REEMBOLSO ' REE-MATRICULA ' ' REE-TURMA
                      ' ' REE-DATA ' NAO TRAZIDO - FILE STATUS: '
                      WS-FS-CPG
              ADD 1                            TO WS-QTD-RECUSADOS
           END-IF.
      *
      *   Lista do dia para a tesouraria: primeiro os vencidos, depois
      *   os que vencem hoje.
       LISTA-VENCIMENTOS.
           MOVE './VENCHOJE.LST'               TO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE 'PGCTAPAG'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'CONTAS A PAGAR - VENCIMENTOS ' DELIMITED SIZE
                  WS-DATA-HOJE                 DELIMITED SIZE
                  INTO CR-TITULO
           PERFORM IMPRIME-CABECALHO
           WRITE REG-REL FROM LINHA-CAB-VENC BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'VENCIDOS E NAO PAGOS'         TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           MOVE 'V'                            TO WS-SITUACAO-INF
           PERFORM LISTA-SECAO-VENC
           MOVE 'TOTAL VENCIDO'                TO LTV-ROTULO
           PERFORM IMPRIME-TOTAL-VENC
           MOVE 'VENCENDO HOJE'                TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           MOVE 'H'                            TO WS-SITUACAO-INF
           PERFORM LISTA-SECAO-VENC
           MOVE 'TOTAL VENCENDO HOJE'          TO LTV-ROTULO
           PERFORM IMPRIME-TOTAL-VENC
           CLOSE RELATORIO.
           DISPLAY 'VENCIMENTOS DO DIA EM VENCHOJE.LST'.
      *
      *   WS-SITUACAO-INF: V vencidos antes de hoje, H vencendo hoje.
       LISTA-SECAO-VENC.
           MOVE ZEROS                          TO WS-QTD-LISTA
                                                  WS-TOTAL-LISTA
           MOVE 'N'                            TO WS-EOF
           MOVE LOW-VALUES                     TO CPG-CHAVE
           START CONTASPG KEY NOT LESS CPG-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTASPG NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF CPG-ABERTO
                             AND ((WS-SITUACAO-INF EQUAL 'V'
                                   AND CPG-VENCIMENTO LESS
                                       WS-DATA-HOJE)
                              OR  (WS-SITUACAO-INF EQUAL 'H'
                                   AND CPG-VENCIMENTO EQUAL
                                       WS-DATA-HOJE)) THEN
                       MOVE CPG-TIPO           TO LVN-TIPO
                       MOVE CPG-FAVORECIDO     TO LVN-FAVORECIDO
                       MOVE CPG-NOME           TO LVN-NOME
                       MOVE CPG-DOCUMENTO      TO LVN-DOCUMENTO
                       MOVE CPG-VENCIMENTO     TO LVN-VENCIMENTO
                       MOVE CPG-VALOR          TO LVN-VALOR
                       WRITE REG-REL FROM LINHA-VENC
                                               BEFORE ADVANCING 1 LINES
                       ADD 1                   TO WS-QTD-LISTA
                       ADD CPG-VALOR           TO WS-TOTAL-LISTA
                    END-IF
              END-READ
           END-PERFORM.
      *
       IMPRIME-TOTAL-VENC.
           MOVE WS-QTD-LISTA                   TO LTV-QTD
           MOVE WS-TOTAL-LISTA                 TO LTV-VALOR
           WRITE REG-REL FROM LINHA-TOT-VENC BEFORE ADVANCING 2 LINES.
      *
      *   Baixa: so titulo em aberto; forma D dinheiro, T
      *   transferencia, B boleto ou C cheque, com o banco quando nao
      *   for dinheiro.
       BAIXA-TITULO.
           PERFORM ACEITA-CHAVE
           IF WS-TITULO-ACHADO NOT EQUAL 'S' THEN
              GO TO BAIXA-TITULO-FIM
           END-IF.
           IF NOT CPG-ABERTO THEN
              DISPLAY '>> TITULO NAO ESTA EM ABERTO - SITUACAO '
                      CPG-SITUACAO
              GO TO BAIXA-TITULO-FIM
           END-IF.
           DISPLAY 'Forma (D-Dinheiro/T-Transferencia/B-Boleto/'
                   'C-Cheque): '
           ACCEPT CPG-FORMA-PGTO
           MOVE FUNCTION UPPER-CASE(CPG-FORMA-PGTO) TO CPG-FORMA-PGTO
           IF NOT CPG-FORMA-VALIDA THEN
              DISPLAY '>> FORMA DE PAGAMENTO INVALIDA.'
              GO TO BAIXA-TITULO-FIM
           END-IF.
           MOVE ZEROS                          TO CPG-BANCO
           IF CPG-FORMA-PGTO NOT EQUAL 'D' THEN
              DISPLAY 'Banco (codigo de 3 digitos): '
              ACCEPT CPG-BANCO
              IF CPG-BANCO EQUAL ZEROS THEN
                 DISPLAY '>> BANCO OBRIGATORIO FORA DO DINHEIRO.'
                 GO TO BAIXA-TITULO-FIM
              END-IF
           END-IF.
           MOVE CPG-VALOR                      TO WS-VLR-ED
           DISPLAY 'Pagar ' WS-VLR-ED ' a ' CPG-NOME ' (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              THEN
              DISPLAY 'BAIXA CANCELADA.'
              GO TO BAIXA-TITULO-FIM
           END-IF.
           MOVE 'P'                            TO CPG-SITUACAO
           MOVE WS-DATA-HOJE                   TO CPG-DATA-PGTO
           MOVE WS-OPERADOR                    TO CPG-OPERADOR
           REWRITE REG-CONTAPAGAR
           IF WS-FS-CPG NOT EQUAL '00' THEN
              DISPLAY 'ERRO NA BAIXA - FILE STATUS: ' WS-FS-CPG
              GO TO BAIXA-TITULO-FIM
           END-IF.
           PERFORM ABRE-DIARIO
           MOVE CPG-CONTA-PASSIVO              TO WS-PAR-CONTA
           MOVE 'D'                            TO WS-PAR-DC
           MOVE CPG-VALOR                      TO WS-PAR-VALOR
           EVALUATE TRUE
              WHEN CPG-INSTRUTOR
                 MOVE 'PAGTO INSTRUTOR'        TO WS-PAR-HISTORICO
              WHEN CPG-REEMBOLSO
                 MOVE 'PAGTO REEMBOLSO'        TO WS-PAR-HISTORICO
              WHEN OTHER
                 MOVE 'PAGTO FORNECEDOR'       TO WS-PAR-HISTORICO
           END-EVALUATE
           PERFORM GRAVA-PARTIDA
           MOVE WS-CTA-CAIXA                   TO WS-PAR-CONTA
           MOVE 'C'                            TO WS-PAR-DC
           PERFORM GRAVA-PARTIDA
           CLOSE DIARIO
           IF CPG-REEMBOLSO THEN
              PERFORM QUITA-REEMBOLSO
           END-IF
           DISPLAY 'TITULO PAGO EM ' WS-DATA-HOJE '.'.
       BAIXA-TITULO-FIM.
           EXIT.
      *
      *   O reembolso pago fecha tambem no REEMBOLS.DAT.
       QUITA-REEMBOLSO.
           OPEN I-O REEMBOLSOS
           IF WS-FS-REE EQUAL '00' THEN
              MOVE CPG-FAVORECIDO(1:5)         TO REE-MATRICULA
              MOVE CPG-DOCUMENTO(1:10)         TO REE-TURMA
              MOVE CPG-DOCUMENTO(11:8)         TO REE-DATA
              READ REEMBOLSOS
                 INVALID KEY
                    DISPLAY '>> REEMBOLSO NAO ACHADO NO REEMBOLS.DAT.'
                 NOT INVALID KEY
                    MOVE 'P'                   TO REE-SITUACAO
                    MOVE WS-DATA-HOJE          TO REE-DATA-PGTO
                    REWRITE REG-REEMBOLSO
              END-READ
              CLOSE REEMBOLSOS
           END-IF.
      *
      *   Cancelamento de titulo em aberto: estorna a constituicao
      *   (D no passivo / C na contrapartida).
       CANCELA-TITULO.
           PERFORM ACEITA-CHAVE
           IF WS-TITULO-ACHADO NOT EQUAL 'S' THEN
              GO TO CANCELA-TITULO-FIM
           END-IF.
           IF NOT CPG-ABERTO THEN
              DISPLAY '>> TITULO NAO ESTA EM ABERTO - SITUACAO '
                      CPG-SITUACAO
              GO TO CANCELA-TITULO-FIM
           END-IF.
           MOVE CPG-VALOR                      TO WS-VLR-ED
           DISPLAY 'Cancelar o titulo de ' WS-VLR-ED ' de ' CPG-NOME
                   ' (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              THEN
              DISPLAY 'CANCELAMENTO DESISTIDO.'
              GO TO CANCELA-TITULO-FIM
           END-IF.
           MOVE 'C'                            TO CPG-SITUACAO
           MOVE WS-DATA-HOJE                   TO CPG-DATA-PGTO
           MOVE WS-OPERADOR                    TO CPG-OPERADOR
           REWRITE REG-CONTAPAGAR
           IF WS-FS-CPG NOT EQUAL '00' THEN
              DISPLAY 'ERRO NO CANCELAMENTO - FILE STATUS: '
                      WS-FS-CPG
              GO TO CANCELA-TITULO-FIM
           END-IF.
           PERFORM ABRE-DIARIO
           MOVE CPG-CONTA-PASSIVO              TO WS-PAR-CONTA
           MOVE 'D'                            TO WS-PAR-DC
           MOVE CPG-VALOR                      TO WS-PAR-VALOR
           MOVE 'CANCELAMENTO TITULO'          TO WS-PAR-HISTORICO
           PERFORM GRAVA-PARTIDA
           MOVE CPG-CONTA-CONTRA               TO WS-PAR-CONTA
           MOVE 'C'                            TO WS-PAR-DC
           PERFORM GRAVA-PARTIDA
           CLOSE DIARIO
           DISPLAY 'TITULO CANCELADO.'.
       CANCELA-TITULO-FIM.
           EXIT.
      *
       ACEITA-CHAVE.
           MOVE 'N'                            TO WS-TITULO-ACHADO
           DISPLAY 'Tipo (I-Instrutor/R-Reembolso/F-Fornecedor): '
           ACCEPT CPG-TIPO
           MOVE FUNCTION UPPER-CASE(CPG-TIPO)  TO CPG-TIPO
           DISPLAY 'Favorecido: '
           ACCEPT CPG-FAVORECIDO
           DISPLAY 'Documento: '
           ACCEPT CPG-DOCUMENTO
           READ CONTASPG
              INVALID KEY
                 DISPLAY '>> TITULO NAO CADASTRADO.'
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-TITULO-ACHADO
                 MOVE CPG-VALOR                TO WS-VLR-ED
                 DISPLAY CPG-NOME ' VENC ' CPG-VENCIMENTO ' '
                         WS-VLR-ED ' SITUACAO ' CPG-SITUACAO
           END-READ.
      *
      *   Aging dos titulos em aberto pelos dias ate o vencimento
      *   (negativo = vencido).
       IMPRIME-AGING.
           MOVE 'VENCIDO HA +90'               TO WS-FXA-ROTULO(1)
           MOVE 'VENCIDO 61 A 90'              TO WS-FXA-ROTULO(2)
           MOVE 'VENCIDO 31 A 60'              TO WS-FXA-ROTULO(3)
           MOVE 'VENCIDO 1 A 30'               TO WS-FXA-ROTULO(4)
           MOVE 'A VENCER 0 A 30'              TO WS-FXA-ROTULO(5)
           MOVE 'A VENCER 31 A 60'             TO WS-FXA-ROTULO(6)
           MOVE 'A VENCER 61 A 90'             TO WS-FXA-ROTULO(7)
           MOVE 'A VENCER +90'                 TO WS-FXA-ROTULO(8)
           PERFORM VARYING WS-IND-FXA FROM 1 BY 1 UNTIL WS-IND-FXA > 8
              MOVE ZEROS                       TO WS-FXA-QTD(WS-IND-FXA)
              PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                              UNTIL WS-IND-TIPO > 4
                 MOVE ZEROS                    TO
                      WS-FXA-VALOR(WS-IND-FXA, WS-IND-TIPO)
              END-PERFORM
           END-PERFORM
           INITIALIZE WS-TOT-AGING
           MOVE 'N'                            TO WS-EOF
           MOVE LOW-VALUES                     TO CPG-CHAVE
           START CONTASPG KEY NOT LESS CPG-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTASPG NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF CPG-ABERTO THEN
                       PERFORM CLASSIFICA-AGING
                    END-IF
              END-READ
           END-PERFORM.
           MOVE './CPGAGING.LST'               TO WS-NOME-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE 'PGCTAPAG'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'CONTAS A PAGAR - AGING EM ' DELIMITED SIZE
                  WS-DATA-HOJE                 DELIMITED SIZE
                  INTO CR-TITULO
           PERFORM IMPRIME-CABECALHO
           WRITE REG-REL FROM LINHA-CAB-AGING BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-FXA FROM 1 BY 1 UNTIL WS-IND-FXA > 8
              MOVE WS-FXA-ROTULO(WS-IND-FXA)   TO LAG-ROTULO
              PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                              UNTIL WS-IND-TIPO > 4
                 MOVE WS-FXA-VALOR(WS-IND-FXA, WS-IND-TIPO) TO
                      LAG-VALOR(WS-IND-TIPO)
              END-PERFORM
              MOVE WS-FXA-QTD(WS-IND-FXA)      TO LAG-QTD
              WRITE REG-REL FROM LINHA-AGING BEFORE ADVANCING 1 LINES
              IF WS-IND-FXA EQUAL 4 THEN
                 WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
              END-IF
           END-PERFORM
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL EM ABERTO'              TO LAG-ROTULO
           PERFORM VARYING WS-IND-TIPO FROM 1 BY 1
                           UNTIL WS-IND-TIPO > 4
              MOVE WS-TAG-VALOR(WS-IND-TIPO)   TO LAG-VALOR(WS-IND-TIPO)
           END-PERFORM
           MOVE WS-TAG-QTD                     TO LAG-QTD
           WRITE REG-REL FROM LINHA-AGING BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO.
           DISPLAY 'AGING EM CPGAGING.LST - ' WS-TAG-QTD
                   ' TITULO(S) EM ABERTO.'.
      *
       CLASSIFICA-AGING.
           COMPUTE WS-DIAS =
              FUNCTION INTEGER-OF-DATE(CPG-VENCIMENTO) - WS-DIA-HOJE
           EVALUATE TRUE
              WHEN WS-DIAS LESS -90
                 MOVE 1                        TO WS-IND-FXA
              WHEN WS-DIAS LESS -60
                 MOVE 2                        TO WS-IND-FXA
              WHEN WS-DIAS LESS -30
                 MOVE 3                        TO WS-IND-FXA
              WHEN WS-DIAS LESS ZEROS
                 MOVE 4                        TO WS-IND-FXA
              WHEN WS-DIAS NOT GREATER 30
                 MOVE 5                        TO WS-IND-FXA
              WHEN WS-DIAS NOT GREATER 60
                 MOVE 6                        TO WS-IND-FXA
              WHEN WS-DIAS NOT GREATER 90
                 MOVE 7                        TO WS-IND-FXA
              WHEN OTHER
                 MOVE 8                        TO WS-IND-FXA
           END-EVALUATE
           EVALUATE TRUE
              WHEN CPG-INSTRUTOR
                 MOVE 1                        TO WS-IND-TIPO
              WHEN CPG-REEMBOLSO
                 MOVE 2                        TO WS-IND-TIPO
              WHEN OTHER
                 MOVE 3                        TO WS-IND-TIPO
           END-EVALUATE
           ADD CPG-VALOR                       TO
               WS-FXA-VALOR(WS-IND-FXA, WS-IND-TIPO)
               WS-FXA-VALOR(WS-IND-FXA, 4)
               WS-TAG-VALOR(WS-IND-TIPO)
               WS-TAG-VALOR(4)
           ADD 1                               TO WS-FXA-QTD(WS-IND-FXA)
                                                  WS-TAG-QTD.
      *
       IMPRIME-CABECALHO.
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
       CARREGA-PLANO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PLANOCTA
           IF WS-FS-CTA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PLANOCTA
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-CTA LESS 200 THEN
                          ADD 1                TO WS-QTD-CTA
                          MOVE CTA-CODIGO      TO
                               WS-CTA-CODIGO(WS-QTD-CTA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANOCTA
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       ABRE-DIARIO.
           OPEN EXTEND DIARIO
           IF WS-FS-DIA EQUAL '35' THEN
              OPEN OUTPUT DIARIO
           END-IF.
      *
       GRAVA-PARTIDA.
           MOVE WS-DATA-HOJE                   TO DIA-DATA
           MOVE 'CTAPAG'                       TO DIA-ORIGEM
           MOVE WS-PAR-CONTA                   TO DIA-CONTA
           MOVE WS-PAR-DC                      TO DIA-DC
           MOVE WS-PAR-VALOR                   TO DIA-VALOR
           MOVE WS-PAR-HISTORICO               TO DIA-HISTORICO
           MOVE SPACES                         TO DIA-CCUSTO
           WRITE REG-DIARIO.
      *
       END PROGRAM PGCTAPAG.
