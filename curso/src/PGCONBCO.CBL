      *****************************************************************
      * Program name:    PGCONBCO
      * Original author: Anderson Nascimento
      * Purpose: Conciliacao bancaria: le o extrato diario do banco
      *          (EXTBANCO.TXT - cabecalho '0' com periodo e saldo
      *          anterior, um '1' por lancamento com data, documento,
      *          valor e descricao, trailer '9' com contagem e saldo
      *          final) e casa cada lancamento com o movimento dos
      *          livros no periodo:
      *            - depositos dos recibos do caixa (RECIBOS.TXT):
      *              dinheiro (DI) e cheque (CH) pelo total do dia de
      *              cada forma, pix (PX) recibo a recibo;
      *            - credito salarial da remessa SALARIOS.REM
      *              (PGSALCRE), pelo total do trailer na data de
      *              credito;
      *            - liquidacoes do retorno de cobranca RETORNO.TXT
      *              (PGRETORN), pelo total de cada data de pagamento;
      *            - titulos pagos do contas a pagar (CONTASPG.DAT,
      *              PGCTAPAG) fora do dinheiro.
      *          O casamento e pelo valor e sentido, na mesma data ou
      *          ate 3 dias depois no banco. CONCBANC.LST traz os
      *          itens conciliados, os so do extrato, os so dos
      *          livros e o saldo conciliado da conta do plano
      *          (PLANOCTA.TXT) contra o saldo do extrato.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCONBCO.
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
           SELECT EXTBANCO ASSIGN TO './EXTBANCO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EXB.
           SELECT RECIBOS ASSIGN TO './RECIBOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RCB.
           SELECT REMESSA ASSIGN TO './SALARIOS.REM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REM.
           SELECT RETORNO ASSIGN TO './RETORNO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RET.
           SELECT CONTASPG ASSIGN TO './CONTASPG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CPG-CHAVE
           FILE STATUS  IS WS-FS-CPG.
           SELECT PLANOCTA ASSIGN TO './PLANOCTA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTA.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DIA.
           SELECT RELATORIO ASSIGN TO './CONCBANC.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   EXTBANCO.TXT - extrato do banco (80 posicoes).
         FD  EXTBANCO   RECORDING MODE IS F
             RECORD CONTAINS 80 CHARACTERS.
         01  REG-EXTBANCO            PIC X(80).
      *
      *   RECIBOS.TXT - um registro por recibo emitido (PGPAGTOS).
         FD  RECIBOS.
         01  REG-RECIBO.
             05  RCB-NUMERO          PIC 9(07).
             05  RCB-DATA            PIC 9(08).
             05  RCB-HORA            PIC 9(06).
             05  RCB-OPERADOR        PIC X(08).
             05  RCB-FORMA           PIC X(02).
             05  RCB-CD-CLIENTE      PIC 9(06).
             05  RCB-NOME            PIC X(20).
             05  RCB-CONTRATO        PIC 9(05).
             05  RCB-PARCELA         PIC 9(03).
             05  RCB-VLR-PAGO        PIC 9(07)V99.
             05  RCB-VLR-MORA        PIC 9(07)V99.
             05  RCB-UNIDADE         PIC X(03).
      *
      *   SALARIOS.REM - remessa de credito salarial (PGSALCRE).
         FD  REMESSA     RECORDING MODE IS F
             RECORD CONTAINS 70 CHARACTERS.
         01  REG-REMESSA             PIC X(70).
      *
      *   RETORNO.TXT - retorno de cobranca do banco (PGRETORN).
         FD  RETORNO    RECORDING MODE IS F
             RECORD CONTAINS 60 CHARACTERS.
         01  REG-RETORNO             PIC X(60).
      *
      *   CONTASPG.DAT - contas a pagar (layout do PGCTAPAG).
         FD  CONTASPG.
         01  REG-CONTAPAGAR.
             05  CPG-CHAVE.
                 10  CPG-TIPO        PIC X(01).
                 10  CPG-FAVORECIDO  PIC X(14).
                 10  CPG-DOCUMENTO   PIC X(20).
             05  CPG-NOME            PIC X(30).
             05  CPG-EMISSAO         PIC 9(08).
             05  CPG-VENCIMENTO      PIC 9(08).
             05  CPG-VALOR           PIC 9(07)V99.
             05  CPG-CONTA-PASSIVO   PIC 9(05).
             05  CPG-CONTA-CONTRA    PIC 9(05).
             05  CPG-SITUACAO        PIC X(01).
                 88  CPG-PAGO        VALUE 'P'.
             05  CPG-DATA-PGTO       PIC 9(08).
             05  CPG-FORMA-PGTO      PIC X(01).
             05  CPG-BANCO           PIC 9(03).
             05  CPG-OPERADOR        PIC X(08).
             05  CPG-ORIGEM          PIC X(08).
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
      *   CONCBANC.LST - a conciliacao.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-EXB               PIC 99.
         77  WS-FS-RCB               PIC 99.
         77  WS-FS-REM               PIC 99.
         77  WS-FS-RET               PIC 99.
         77  WS-FS-CPG               PIC X(02) VALUE '00'.
         77  WS-FS-CTA               PIC 99.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  TRACEJADO-DUPLO         PIC X(80) VALUE ALL '='.
      *
      *   Visoes do registro do extrato.
         01  EXB-VISAO.
             05  EXB-TIPO            PIC X(01).
             05  FILLER              PIC X(79).
         01  EXB-CABECALHO REDEFINES EXB-VISAO.
             05  FILLER              PIC X(01).
             05  EXB-BANCO           PIC 9(03).
             05  EXB-AGENCIA         PIC 9(04).
             05  EXB-CONTA           PIC X(12).
             05  EXB-DATA-INICIO     PIC 9(08).
             05  EXB-DATA-FIM        PIC 9(08).
             05  EXB-SALDO-ANT-DC    PIC X(01).
             05  EXB-SALDO-ANTERIOR  PIC 9(11)V99.
             05  FILLER              PIC X(30).
         01  EXB-LANCAMENTO REDEFINES EXB-VISAO.
             05  FILLER              PIC X(01).
             05  EXB-DATA            PIC 9(08).
             05  EXB-DOCUMENTO       PIC X(15).
             05  EXB-DC              PIC X(01).
             05  EXB-VALOR           PIC 9(09)V99.
             05  EXB-DESCRICAO       PIC X(30).
             05  FILLER              PIC X(14).
         01  EXB-TRAILER REDEFINES EXB-VISAO.
             05  FILLER              PIC X(01).
             05  EXB-QTD             PIC 9(05).
             05  EXB-SALDO-FIN-DC    PIC X(01).
             05  EXB-SALDO-FINAL     PIC 9(11)V99.
             05  FILLER              PIC X(60).
      *
      *   Visoes da remessa salarial e do retorno de cobranca.
         01  REM-VISAO.
             05  REM-TIPO            PIC X(01).
             05  FILLER              PIC X(69).
         01  REM-CABECALHO REDEFINES REM-VISAO.
             05  FILLER              PIC X(01).
             05  REM-DATA-GERACAO    PIC 9(08).
             05  REM-DATA-CREDITO    PIC 9(08).
             05  FILLER              PIC X(53).
         01  REM-TRAILER REDEFINES REM-VISAO.
             05  FILLER              PIC X(01).
             05  REM-QTD             PIC 9(05).
             05  REM-TOTAL           PIC 9(09)V99.
             05  FILLER              PIC X(53).
         01  RET-VISAO.
             05  RET-TIPO            PIC X(01).
             05  FILLER              PIC X(59).
         01  RET-DETALHE REDEFINES RET-VISAO.
             05  FILLER              PIC X(01).
             05  DET-CONTRATO        PIC 9(05).
             05  DET-PARCELA         PIC 9(03).
             05  DET-CD-CLIENTE      PIC 9(06).
             05  DET-NOME            PIC X(20).
             05  DET-VLR-PAGO        PIC 9(07)V99.
             05  DET-DATA-PGTO       PIC 9(08).
             05  FILLER              PIC X(08).
         01  RET-DETALHE-MEN REDEFINES RET-VISAO.
             05  FILLER              PIC X(01).
             05  DTM-NOSSO-NUMERO    PIC 9(10).
             05  DTM-MATRICULA       PIC 9(05).
             05  DTM-NOME            PIC X(20).
             05  DTM-VLR-PAGO        PIC 9(07)V99.
             05  DTM-DATA-PGTO       PIC 9(08).
             05  FILLER              PIC X(07).
      *
      *   Extrato: periodo, saldos e conferencia do trailer.
         77  WS-TEM-CABECALHO        PIC X     VALUE 'N'.
         77  WS-TEM-TRAILER          PIC X     VALUE 'N'.
         77  WS-EXTRATO-OK           PIC X     VALUE 'S'.
         77  WS-DATA-INICIO          PIC 9(08) VALUE ZEROS.
         77  WS-DATA-FIM             PIC 9(08) VALUE ZEROS.
         77  WS-SALDO-ANTERIOR       PIC S9(11)V99 VALUE ZEROS.
         77  WS-SALDO-EXTRATO        PIC S9(11)V99 VALUE ZEROS.
         77  WS-SALDO-CALCULADO      PIC S9(11)V99 VALUE ZEROS.
         77  WS-TRL-QTD              PIC 9(05) VALUE ZEROS.
         77  WS-BANCO                PIC 9(03) VALUE ZEROS.
         77  WS-AGENCIA              PIC 9(04) VALUE ZEROS.
         77  WS-CONTA-BANCO          PIC X(12) VALUE SPACES.
      *
      *   Lancamentos do extrato.
         77  WS-QTD-BCO              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-BCO OCCURS 500 TIMES.
             05  WS-BCO-DATA         PIC 9(08).
             05  WS-BCO-DIA          PIC 9(07).
             05  WS-BCO-DOCUMENTO    PIC X(15).
             05  WS-BCO-DC           PIC X(01).
             05  WS-BCO-VALOR        PIC 9(09)V99.
             05  WS-BCO-DESCRICAO    PIC X(30).
             05  WS-BCO-CASADO       PIC 9(03).
         77  WS-IND-BCO              PIC 9(03).
      *
      *   Movimento dos livros no periodo; sentido do ponto de vista
      *   do banco (C entra na conta, D sai).
         77  WS-QTD-LIV              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-LIV OCCURS 500 TIMES.
             05  WS-LIV-DATA         PIC 9(08).
             05  WS-LIV-DIA          PIC 9(07).
             05  WS-LIV-DOCUMENTO    PIC X(15).
             05  WS-LIV-DC           PIC X(01).
             05  WS-LIV-VALOR        PIC 9(09)V99.
             05  WS-LIV-DESCRICAO    PIC X(30).
             05  WS-LIV-ORIGEM       PIC X(08).
             05  WS-LIV-FORMA        PIC X(02).
             05  WS-LIV-CASADO       PIC 9(03).
         77  WS-IND-LIV              PIC 9(03).
         77  WS-LIV-ACHADO           PIC 9(03) VALUE ZEROS.
         77  WS-LIV-ESTOURO          PIC 9(05) VALUE ZEROS.
      *
      *   Item a guardar na tabela dos livros.
         77  WS-NOVO-DATA            PIC 9(08) VALUE ZEROS.
         77  WS-NOVO-DOCUMENTO       PIC X(15) VALUE SPACES.
         77  WS-NOVO-DC              PIC X(01) VALUE SPACE.
         77  WS-NOVO-VALOR           PIC 9(09)V99 VALUE ZEROS.
         77  WS-NOVO-DESCRICAO       PIC X(30) VALUE SPACES.
         77  WS-NOVO-ORIGEM          PIC X(08) VALUE SPACES.
         77  WS-NOVO-FORMA           PIC X(02) VALUE SPACES.
         77  WS-NOVO-SOMA            PIC X(01) VALUE 'N'.
      *
      *   Casamento: passo 1 na mesma data, passo 2 com o banco ate
      *   WS-DIAS-COMPENSA dias depois do livro.
         77  WS-DIAS-COMPENSA        PIC 9(01) VALUE 3.
         77  WS-PASSO                PIC 9(01) VALUE ZEROS.
         77  WS-DIAS                 PIC S9(05) VALUE ZEROS.
         77  WS-REM-DATA-CREDITO     PIC 9(08) VALUE ZEROS.
      *
      *   Conta do banco no plano e saldo contabil.
         77  WS-CONTA-CONTABIL       PIC 9(05) VALUE ZEROS.
         77  WS-NOME-CONTA           PIC X(30) VALUE SPACES.
         77  WS-CONTA-ACHADA         PIC X     VALUE 'N'.
         77  WS-SALDO-CONTABIL       PIC S9(11)V99 VALUE ZEROS.
      *
      *   Totais das secoes e do fechamento.
         77  WS-QTD-SECAO            PIC 9(03) VALUE ZEROS.
         77  WS-TOT-SECAO-C          PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-SECAO-D          PIC 9(11)V99 VALUE ZEROS.
         77  WS-BCO-SO-C             PIC 9(11)V99 VALUE ZEROS.
         77  WS-BCO-SO-D             PIC 9(11)V99 VALUE ZEROS.
         77  WS-LIV-SO-C             PIC 9(11)V99 VALUE ZEROS.
         77  WS-LIV-SO-D             PIC 9(11)V99 VALUE ZEROS.
         77  WS-SALDO-BCO-AJUST      PIC S9(11)V99 VALUE ZEROS.
         77  WS-SALDO-LIV-AJUST      PIC S9(11)V99 VALUE ZEROS.
         77  WS-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.
         77  WS-QTD-CASADOS          PIC 9(03) VALUE ZEROS.
      *
        01  LINHA-CONTA.
            03  FILLER               PIC X(06) VALUE 'BANCO '.
            03  LCT-BANCO            PIC 9(03).
            03  FILLER               PIC X(04) VALUE ' AG '.
            03  LCT-AGENCIA          PIC 9(04).
            03  FILLER               PIC X(07) VALUE ' CONTA '.
            03  LCT-CONTA            PIC X(12).
            03  FILLER               PIC X(10) VALUE ' PERIODO '.
            03  LCT-INICIO           PIC 9(08).
            03  FILLER               PIC X(03) VALUE ' A '.
            03  LCT-FIM              PIC 9(08).
            03  FILLER               PIC X(15) VALUE SPACES.
        01  LINHA-CONTABIL.
            03  FILLER               PIC X(16) VALUE
                'CONTA CONTABIL '.
            03  LCC-CONTA            PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-NOME             PIC X(30).
            03  FILLER               PIC X(28) VALUE SPACES.
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
        01  LINHA-CAB-ITEM.
            03  FILLER               PIC X(40) VALUE
                'DATA     DOCUMENTO       DESCRICAO      '.
            03  FILLER               PIC X(40) VALUE
                '            D/C         VALOR ORIGEM    '.
        01  LINHA-ITEM.
            03  LIT-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LIT-DOCUMENTO        PIC X(15).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LIT-DESCRICAO        PIC X(26).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LIT-DC               PIC X(01).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LIT-VALOR            PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LIT-ORIGEM           PIC X(08).
            03  FILLER               PIC X(02) VALUE SPACES.
        01  LINHA-TOT-SECAO.
            03  FILLER               PIC X(09) VALUE SPACES.
            03  LTS-QTD              PIC ZZ9.
            03  FILLER               PIC X(12) VALUE ' ITEM(NS) - '.
            03  FILLER               PIC X(10) VALUE 'CREDITOS '.
            03  LTS-CREDITOS         PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(10) VALUE '  DEBITOS '.
            03  LTS-DEBITOS          PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(10) VALUE SPACES.
        01  LINHA-SALDO.
            03  LSD-ROTULO           PIC X(50).
            03  LSD-VALOR            PIC ---.---.---.--9,99.
            03  FILLER               PIC X(12) VALUE SPACES.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ CONCILIACAO BANCARIA ------'
           PERFORM CARREGA-EXTRATO THRU CARREGA-EXTRATO-FIM
           IF WS-EXTRATO-OK NOT EQUAL 'S' THEN
              DISPLAY '*** EXTRATO RECUSADO - NADA CONCILIADO ***'
              GOBACK
           END-IF.
           DISPLAY 'Conta do banco no plano (0 = 11101): '
           ACCEPT WS-CONTA-CONTABIL
           IF WS-CONTA-CONTABIL EQUAL ZEROS THEN
              MOVE 11101                       TO WS-CONTA-CONTABIL
           END-IF
           PERFORM BUSCA-CONTA-PLANO
           IF WS-CONTA-ACHADA NOT EQUAL 'S' THEN
              DISPLAY '>> CONTA ' WS-CONTA-CONTABIL
                      ' FORA DO PLANO DE CONTAS (PGCONTAB).'
              GOBACK
           END-IF.

           PERFORM CARREGA-RECIBOS
           PERFORM CARREGA-SALARIOS
           PERFORM CARREGA-RETORNO
           PERFORM CARREGA-PAGAMENTOS
           PERFORM APURA-SALDO-CONTABIL
           IF WS-LIV-ESTOURO GREATER ZEROS THEN
              DISPLAY '>> MAIS DE 500 ITENS NOS LIVROS - '
                      WS-LIV-ESTOURO ' ITEM(NS) FORA DA CONCILIACAO.'
           END-IF.

           MOVE 1                              TO WS-PASSO
           PERFORM CASA-ITENS
           MOVE 2                              TO WS-PASSO
           PERFORM CASA-ITENS

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CONCILIACAO
           CLOSE RELATORIO.
           DISPLAY 'CONCILIACAO IMPRESSA EM CONCBANC.LST - '
                   WS-QTD-CASADOS ' ITEM(NS) CONCILIADO(S).'
           IF WS-DIFERENCA EQUAL ZEROS THEN
              DISPLAY 'SALDO CONCILIADO.'
           ELSE
              DISPLAY '*** DIFERENCA NA CONCILIACAO: ' WS-DIFERENCA
                      ' ***'
           END-IF.
           GOBACK.
      *
      *   O extrato so e aceito com cabecalho, trailer, contagem
      *   batendo e saldo anterior + creditos - debitos igual ao saldo
      *   final informado pelo banco.
       CARREGA-EXTRATO.
           OPEN INPUT EXTBANCO
           IF WS-FS-EXB NOT EQUAL ZEROS THEN
              DISPLAY 'EXTBANCO.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-EXB
              MOVE 'N'                         TO WS-EXTRATO-OK
              GO TO CARREGA-EXTRATO-FIM
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ EXTBANCO INTO EXB-VISAO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    EVALUATE EXB-TIPO
                       WHEN '0'
                          PERFORM GUARDA-CABECALHO-EXTRATO
                       WHEN '1'
                          PERFORM GUARDA-LANCAMENTO-EXTRATO
                       WHEN '9'
                          MOVE 'S'             TO WS-TEM-TRAILER
                          MOVE EXB-QTD         TO WS-TRL-QTD
                          MOVE EXB-SALDO-FINAL TO WS-SALDO-EXTRATO
                          IF EXB-SALDO-FIN-DC EQUAL 'D' THEN
                             COMPUTE WS-SALDO-EXTRATO =
                                WS-SALDO-EXTRATO * -1
                          END-IF
                       WHEN OTHER
                          DISPLAY '>> REGISTRO DE TIPO INVALIDO NO'
                                  ' EXTRATO: ' EXB-TIPO
                          MOVE 'N'             TO WS-EXTRATO-OK
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE EXTBANCO.
           MOVE 'N'                            TO WS-EOF
           IF WS-TEM-CABECALHO NOT EQUAL 'S'
                    OR WS-TEM-TRAILER NOT EQUAL 'S' THEN
              DISPLAY '>> EXTRATO SEM CABECALHO OU SEM TRAILER.'
              MOVE 'N'                         TO WS-EXTRATO-OK
              GO TO CARREGA-EXTRATO-FIM
           END-IF.
           IF WS-TRL-QTD NOT EQUAL WS-QTD-BCO THEN
              DISPLAY '>> TRAILER INDICA ' WS-TRL-QTD
                      ' LANCAMENTO(S), LIDOS ' WS-QTD-BCO
              MOVE 'N'                         TO WS-EXTRATO-OK
           END-IF.
           IF WS-SALDO-CALCULADO NOT EQUAL WS-SALDO-EXTRATO THEN
              DISPLAY '>> SALDO FINAL ' WS-SALDO-EXTRATO
                      ' NAO BATE COM O MOVIMENTO: ' WS-SALDO-CALCULADO
              MOVE 'N'                         TO WS-EXTRATO-OK
           END-IF.
       CARREGA-EXTRATO-FIM.
           EXIT.
      *
       GUARDA-CABECALHO-EXTRATO.
           MOVE 'S'                            TO WS-TEM-CABECALHO
           MOVE EXB-BANCO                      TO WS-BANCO
           MOVE EXB-AGENCIA                    TO WS-AGENCIA
           MOVE EXB-CONTA                      TO WS-CONTA-BANCO
           MOVE EXB-DATA-INICIO                TO WS-DATA-INICIO
           MOVE EXB-DATA-FIM                   TO WS-DATA-FIM
           MOVE EXB-SALDO-ANTERIOR             TO WS-SALDO-ANTERIOR
           IF EXB-SALDO-ANT-DC EQUAL 'D' THEN
              COMPUTE WS-SALDO-ANTERIOR = WS-SALDO-ANTERIOR * -1
           END-IF
           ADD WS-SALDO-ANTERIOR               TO WS-SALDO-CALCULADO.
      *
       GUARDA-LANCAMENTO-EXTRATO.
           IF EXB-DATA NOT NUMERIC OR EXB-VALOR NOT NUMERIC
                    OR (EXB-DC NOT EQUAL 'C' AND EXB-DC NOT EQUAL 'D')
              THEN
              DISPLAY '>> LANCAMENTO INVALIDO NO EXTRATO: '
                      EXB-DOCUMENTO
              MOVE 'N'                         TO WS-EXTRATO-OK
           ELSE
              IF WS-QTD-BCO LESS 500 THEN
                 ADD 1                         TO WS-QTD-BCO
                 MOVE EXB-DATA           TO WS-BCO-DATA(WS-QTD-BCO)
                 COMPUTE WS-BCO-DIA(WS-QTD-BCO) =
                    FUNCTION INTEGER-OF-DATE(EXB-DATA)
                 MOVE EXB-DOCUMENTO      TO WS-BCO-DOCUMENTO(WS-QTD-BCO)
                 MOVE EXB-DC             TO WS-BCO-DC(WS-QTD-BCO)
                 MOVE EXB-VALOR          TO WS-BCO-VALOR(WS-QTD-BCO)
                 MOVE EXB-DESCRICAO      TO WS-BCO-DESCRICAO(WS-QTD-BCO)
                 MOVE ZEROS              TO WS-BCO-CASADO(WS-QTD-BCO)
                 IF EXB-DC EQUAL 'C' THEN
                    ADD EXB-VALOR              TO WS-SALDO-CALCULADO
                 ELSE
                    SUBTRACT EXB-VALOR       FROM WS-SALDO-CALCULADO
                 END-IF
              ELSE
                 DISPLAY '>> EXTRATO COM MAIS DE 500 LANCAMENTOS.'
                 MOVE 'N'                      TO WS-EXTRATO-OK
              END-IF
           END-IF.
      *
       BUSCA-CONTA-PLANO.
           OPEN INPUT PLANOCTA
           IF WS-FS-CTA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PLANOCTA
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CTA-CODIGO EQUAL WS-CONTA-CONTABIL THEN
                          MOVE 'S'             TO WS-CONTA-ACHADA
                          MOVE CTA-NOME        TO WS-NOME-CONTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANOCTA
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Dinheiro e cheque vao ao banco no deposito do dia (um item
      *   por data e forma); pix cai recibo a recibo. Cartao e
      *   agencia (AG, ja no retorno) ficam de fora.
       CARREGA-RECIBOS.
           OPEN INPUT RECIBOS
           IF WS-FS-RCB EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RECIBOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF RCB-DATA NOT LESS WS-DATA-INICIO
                                AND RCB-DATA NOT GREATER WS-DATA-FIM
                          THEN
                          PERFORM GUARDA-RECIBO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECIBOS
           ELSE
              DISPLAY 'RECIBOS.TXT INDISPONIVEL - DEPOSITOS FORA DA'
                      ' CONCILIACAO.'
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       GUARDA-RECIBO.
           MOVE RCB-DATA                       TO WS-NOVO-DATA
           MOVE 'C'                            TO WS-NOVO-DC
           MOVE RCB-VLR-PAGO                   TO WS-NOVO-VALOR
           MOVE 'RECIBOS'                      TO WS-NOVO-ORIGEM
           MOVE RCB-FORMA                      TO WS-NOVO-FORMA
           EVALUATE RCB-FORMA
              WHEN 'PX'
                 MOVE RCB-NUMERO               TO WS-NOVO-DOCUMENTO
                 MOVE SPACES                   TO WS-NOVO-DESCRICAO
                 STRING 'PIX '                 DELIMITED SIZE
                        RCB-NOME               DELIMITED SIZE
                        INTO WS-NOVO-DESCRICAO
                 MOVE 'N'                      TO WS-NOVO-SOMA
                 PERFORM GUARDA-ITEM-LIVRO
              WHEN 'DI'
                 MOVE SPACES                   TO WS-NOVO-DOCUMENTO
                 MOVE 'DEPOSITO EM DINHEIRO'   TO WS-NOVO-DESCRICAO
                 MOVE 'S'                      TO WS-NOVO-SOMA
                 PERFORM GUARDA-ITEM-LIVRO
              WHEN 'CH'
                 MOVE SPACES                   TO WS-NOVO-DOCUMENTO
                 MOVE 'DEPOSITO DE CHEQUES'    TO WS-NOVO-DESCRICAO
                 MOVE 'S'                      TO WS-NOVO-SOMA
                 PERFORM GUARDA-ITEM-LIVRO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      *   Credito salarial: um debito no banco pelo total do trailer,
      *   na data de credito do cabecalho.
       CARREGA-SALARIOS.
           MOVE ZEROS                          TO WS-REM-DATA-CREDITO
                                                  WS-NOVO-VALOR
           OPEN INPUT REMESSA
           IF WS-FS-REM EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ REMESSA INTO REM-VISAO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF REM-TIPO EQUAL '0' THEN
                          MOVE REM-DATA-CREDITO TO WS-REM-DATA-CREDITO
                       END-IF
                       IF REM-TIPO EQUAL '9'
                                AND REM-TOTAL NUMERIC THEN
                          MOVE REM-TOTAL       TO WS-NOVO-VALOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REMESSA
              IF WS-REM-DATA-CREDITO NOT LESS WS-DATA-INICIO
                       AND WS-REM-DATA-CREDITO NOT GREATER WS-DATA-FIM
                       AND WS-NOVO-VALOR GREATER ZEROS THEN
                 MOVE WS-REM-DATA-CREDITO      TO WS-NOVO-DATA
                 MOVE 'SALARIOS.REM'           TO WS-NOVO-DOCUMENTO
                 MOVE 'D'                      TO WS-NOVO-DC
                 MOVE 'CREDITO SALARIAL'       TO WS-NOVO-DESCRICAO
                 MOVE 'PGSALCRE'               TO WS-NOVO-ORIGEM
                 MOVE SPACES                   TO WS-NOVO-FORMA
                 MOVE 'N'                      TO WS-NOVO-SOMA
                 PERFORM GUARDA-ITEM-LIVRO
              END-IF
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Liquidacoes do retorno (parcelas '1' e mensalidades '2'):
      *   o banco credita o total de cada data de pagamento.
       CARREGA-RETORNO.
           OPEN INPUT RETORNO
           IF WS-FS-RET EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RETORNO INTO RET-VISAO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE ZEROS              TO WS-NOVO-DATA
                                                  WS-NOVO-VALOR
                       IF RET-TIPO EQUAL '1'
                                AND DET-VLR-PAGO NUMERIC
                                AND DET-DATA-PGTO NUMERIC THEN
                          MOVE DET-DATA-PGTO   TO WS-NOVO-DATA
                          MOVE DET-VLR-PAGO    TO WS-NOVO-VALOR
                       END-IF
                       IF RET-TIPO EQUAL '2'
                                AND DTM-VLR-PAGO NUMERIC
                                AND DTM-DATA-PGTO NUMERIC THEN
                          MOVE DTM-DATA-PGTO   TO WS-NOVO-DATA
                          MOVE DTM-VLR-PAGO    TO WS-NOVO-VALOR
                       END-IF
                       IF WS-NOVO-VALOR GREATER ZEROS
                                AND WS-NOVO-DATA NOT LESS
                                    WS-DATA-INICIO
                                AND WS-NOVO-DATA NOT GREATER
                                    WS-DATA-FIM THEN
                          MOVE 'RETORNO.TXT'   TO WS-NOVO-DOCUMENTO
                          MOVE 'C'             TO WS-NOVO-DC
                          MOVE 'LIQUIDACAO DE COBRANCA'
                                               TO WS-NOVO-DESCRICAO
                          MOVE 'PGRETORN'      TO WS-NOVO-ORIGEM
                          MOVE SPACES          TO WS-NOVO-FORMA
                          MOVE 'S'             TO WS-NOVO-SOMA
                          PERFORM GUARDA-ITEM-LIVRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RETORNO
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Titulos pagos no periodo por transferencia, boleto ou
      *   cheque; o pago em dinheiro saiu do caixa, nao do banco.
       CARREGA-PAGAMENTOS.
           OPEN INPUT CONTASPG
           IF WS-FS-CPG EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ CONTASPG NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CPG-PAGO
                                AND CPG-FORMA-PGTO NOT EQUAL 'D'
                                AND CPG-DATA-PGTO NOT LESS
                                    WS-DATA-INICIO
                                AND CPG-DATA-PGTO NOT GREATER
                                    WS-DATA-FIM THEN
                          MOVE CPG-DATA-PGTO   TO WS-NOVO-DATA
                          MOVE CPG-DOCUMENTO   TO WS-NOVO-DOCUMENTO
                          MOVE 'D'             TO WS-NOVO-DC
                          MOVE CPG-VALOR       TO WS-NOVO-VALOR
                          MOVE CPG-NOME        TO WS-NOVO-DESCRICAO
                          MOVE 'CTAPAG'        TO WS-NOVO-ORIGEM
                          MOVE SPACES          TO WS-NOVO-FORMA
                          MOVE 'N'             TO WS-NOVO-SOMA
                          PERFORM GUARDA-ITEM-LIVRO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTASPG
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Guarda WS-NOVO-*; com WS-NOVO-SOMA = 'S' soma no item ja
      *   existente da mesma data, origem e forma.
       GUARDA-ITEM-LIVRO.
           MOVE ZEROS                          TO WS-LIV-ACHADO
           IF WS-NOVO-SOMA EQUAL 'S' THEN
              PERFORM VARYING WS-IND-LIV FROM 1 BY 1
                              UNTIL WS-IND-LIV > WS-QTD-LIV
                 IF WS-LIV-DATA(WS-IND-LIV) EQUAL WS-NOVO-DATA
                          AND WS-LIV-ORIGEM(WS-IND-LIV) EQUAL
                              WS-NOVO-ORIGEM
                          AND WS-LIV-FORMA(WS-IND-LIV) EQUAL
                              WS-NOVO-FORMA THEN
                    MOVE WS-IND-LIV            TO WS-LIV-ACHADO
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-LIV-ACHADO GREATER ZEROS THEN
              ADD WS-NOVO-VALOR        TO WS-LIV-VALOR(WS-LIV-ACHADO)
           ELSE
              IF WS-QTD-LIV LESS 500 THEN
                 ADD 1                         TO WS-QTD-LIV
                 MOVE WS-NOVO-DATA       TO WS-LIV-DATA(WS-QTD-LIV)
                 COMPUTE WS-LIV-DIA(WS-QTD-LIV) =
                    FUNCTION INTEGER-OF-DATE(WS-NOVO-DATA)
                 MOVE WS-NOVO-DOCUMENTO  TO WS-LIV-DOCUMENTO(WS-QTD-LIV)
                 MOVE WS-NOVO-DC         TO WS-LIV-DC(WS-QTD-LIV)
                 MOVE WS-NOVO-VALOR      TO WS-LIV-VALOR(WS-QTD-LIV)
                 MOVE WS-NOVO-DESCRICAO  TO WS-LIV-DESCRICAO(WS-QTD-LIV)
                 MOVE WS-NOVO-ORIGEM     TO WS-LIV-ORIGEM(WS-QTD-LIV)
                 MOVE WS-NOVO-FORMA      TO WS-LIV-FORMA(WS-QTD-LIV)
                 MOVE ZEROS              TO WS-LIV-CASADO(WS-QTD-LIV)
              ELSE
                 ADD 1                         TO WS-LIV-ESTOURO
              END-IF
           END-IF.
      *
      *   Saldo da conta do banco no diario ate o fim do extrato
      *   (devedor positivo, como o saldo do banco a favor da escola).
       APURA-SALDO-CONTABIL.
           OPEN INPUT DIARIO
           IF WS-FS-DIA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ DIARIO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF DIA-CONTA EQUAL WS-CONTA-CONTABIL
                                AND DIA-DATA NOT GREATER WS-DATA-FIM
                          THEN
                          IF DIA-DC EQUAL 'D' THEN
                             ADD DIA-VALOR     TO WS-SALDO-CONTABIL
                          ELSE
                             SUBTRACT DIA-VALOR
                                             FROM WS-SALDO-CONTABIL
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIARIO
           ELSE
              DISPLAY 'DIARIO.TXT AUSENTE - SALDO CONTABIL ZERO.'
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Cada lancamento do banco casa com o primeiro item dos
      *   livros ainda livre de mesmo sentido e valor - no passo 1 so
      *   na mesma data, no passo 2 com o banco ate WS-DIAS-COMPENSA
      *   dias depois.
       CASA-ITENS.
           PERFORM VARYING WS-IND-BCO FROM 1 BY 1
                           UNTIL WS-IND-BCO > WS-QTD-BCO
              IF WS-BCO-CASADO(WS-IND-BCO) EQUAL ZEROS THEN
                 MOVE ZEROS                    TO WS-LIV-ACHADO
                 PERFORM VARYING WS-IND-LIV FROM 1 BY 1
                                 UNTIL WS-IND-LIV > WS-QTD-LIV
                                    OR WS-LIV-ACHADO GREATER ZEROS
                    PERFORM CONFERE-PAR
                 END-PERFORM
                 IF WS-LIV-ACHADO GREATER ZEROS THEN
                    MOVE WS-LIV-ACHADO  TO WS-BCO-CASADO(WS-IND-BCO)
                    MOVE WS-IND-BCO     TO WS-LIV-CASADO(WS-LIV-ACHADO)
                    ADD 1                      TO WS-QTD-CASADOS
                 END-IF
              END-IF
           END-PERFORM.
      *
       CONFERE-PAR.
           IF WS-LIV-CASADO(WS-IND-LIV) EQUAL ZEROS
                    AND WS-LIV-DC(WS-IND-LIV) EQUAL
                        WS-BCO-DC(WS-IND-BCO)
                    AND WS-LIV-VALOR(WS-IND-LIV) EQUAL
                        WS-BCO-VALOR(WS-IND-BCO) THEN
              COMPUTE WS-DIAS = WS-BCO-DIA(WS-IND-BCO) -
                                WS-LIV-DIA(WS-IND-LIV)
              IF (WS-PASSO EQUAL 1 AND WS-DIAS EQUAL ZEROS)
                       OR (WS-PASSO EQUAL 2
                           AND WS-DIAS NOT LESS ZEROS
                           AND WS-DIAS NOT GREATER WS-DIAS-COMPENSA)
                 THEN
                 MOVE WS-IND-LIV               TO WS-LIV-ACHADO
              END-IF
           END-IF.
      *
       IMPRIME-CONCILIACAO.
           MOVE 'PGCONBCO'                     TO CR-PROGRAMA
           MOVE 'CONCILIACAO BANCARIA'         TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-BANCO                       TO LCT-BANCO
           MOVE WS-AGENCIA                     TO LCT-AGENCIA
           MOVE WS-CONTA-BANCO                 TO LCT-CONTA
           MOVE WS-DATA-INICIO                 TO LCT-INICIO
           MOVE WS-DATA-FIM                    TO LCT-FIM
           WRITE REG-REL FROM LINHA-CONTA BEFORE ADVANCING 1 LINES
           MOVE WS-CONTA-CONTABIL              TO LCC-CONTA
           MOVE WS-NOME-CONTA                  TO LCC-NOME
           WRITE REG-REL FROM LINHA-CONTABIL BEFORE ADVANCING 2 LINES
           WRITE REG-REL FROM LINHA-CAB-ITEM BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
      *
           MOVE 'ITENS CONCILIADOS (EXTRATO X LIVROS)' TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           PERFORM ZERA-SECAO
           PERFORM VARYING WS-IND-BCO FROM 1 BY 1
                           UNTIL WS-IND-BCO > WS-QTD-BCO
              IF WS-BCO-CASADO(WS-IND-BCO) GREATER ZEROS THEN
                 MOVE WS-BCO-CASADO(WS-IND-BCO) TO WS-IND-LIV
                 MOVE WS-LIV-ORIGEM(WS-IND-LIV) TO LIT-ORIGEM
                 PERFORM IMPRIME-ITEM-BANCO
              END-IF
           END-PERFORM
           PERFORM IMPRIME-TOTAL-SECAO
      *
           MOVE 'SO NO EXTRATO - A LANCAR NOS LIVROS' TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           PERFORM ZERA-SECAO
           PERFORM VARYING WS-IND-BCO FROM 1 BY 1
                           UNTIL WS-IND-BCO > WS-QTD-BCO
              IF WS-BCO-CASADO(WS-IND-BCO) EQUAL ZEROS THEN
                 MOVE 'BANCO'                  TO LIT-ORIGEM
                 PERFORM IMPRIME-ITEM-BANCO
              END-IF
           END-PERFORM
           MOVE WS-TOT-SECAO-C                 TO WS-BCO-SO-C
           MOVE WS-TOT-SECAO-D                 TO WS-BCO-SO-D
           PERFORM IMPRIME-TOTAL-SECAO
      *
           MOVE 'SO NOS LIVROS - PENDENTES NO BANCO' TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           PERFORM ZERA-SECAO
           PERFORM VARYING WS-IND-LIV FROM 1 BY 1
                           UNTIL WS-IND-LIV > WS-QTD-LIV
              IF WS-LIV-CASADO(WS-IND-LIV) EQUAL ZEROS THEN
                 PERFORM IMPRIME-ITEM-LIVRO
              END-IF
           END-PERFORM
           MOVE WS-TOT-SECAO-C                 TO WS-LIV-SO-C
           MOVE WS-TOT-SECAO-D                 TO WS-LIV-SO-D
           PERFORM IMPRIME-TOTAL-SECAO
           PERFORM IMPRIME-SALDOS.
      *
       ZERA-SECAO.
           MOVE ZEROS                          TO WS-QTD-SECAO
                                                  WS-TOT-SECAO-C
                                                  WS-TOT-SECAO-D.
      *
       IMPRIME-ITEM-BANCO.
           MOVE WS-BCO-DATA(WS-IND-BCO)        TO LIT-DATA
           MOVE WS-BCO-DOCUMENTO(WS-IND-BCO)   TO LIT-DOCUMENTO
           MOVE WS-BCO-DESCRICAO(WS-IND-BCO)   TO LIT-DESCRICAO
           MOVE WS-BCO-DC(WS-IND-BCO)          TO LIT-DC
           MOVE WS-BCO-VALOR(WS-IND-BCO)       TO LIT-VALOR
           WRITE REG-REL FROM LINHA-ITEM BEFORE ADVANCING 1 LINES
           ADD 1                               TO WS-QTD-SECAO
           IF WS-BCO-DC(WS-IND-BCO) EQUAL 'C' THEN
              ADD WS-BCO-VALOR(WS-IND-BCO)     TO WS-TOT-SECAO-C
           ELSE
              ADD WS-BCO-VALOR(WS-IND-BCO)     TO WS-TOT-SECAO-D
           END-IF.
      *
       IMPRIME-ITEM-LIVRO.
           MOVE WS-LIV-DATA(WS-IND-LIV)        TO LIT-DATA
           MOVE WS-LIV-DOCUMENTO(WS-IND-LIV)   TO LIT-DOCUMENTO
           MOVE WS-LIV-DESCRICAO(WS-IND-LIV)   TO LIT-DESCRICAO
           MOVE WS-LIV-DC(WS-IND-LIV)          TO LIT-DC
           MOVE WS-LIV-VALOR(WS-IND-LIV)       TO LIT-VALOR
           MOVE WS-LIV-ORIGEM(WS-IND-LIV)      TO LIT-ORIGEM
           WRITE REG-REL FROM LINHA-ITEM BEFORE ADVANCING 1 LINES
           ADD 1                               TO WS-QTD-SECAO
           IF WS-LIV-DC(WS-IND-LIV) EQUAL 'C' THEN
              ADD WS-LIV-VALOR(WS-IND-LIV)     TO WS-TOT-SECAO-C
           ELSE
              ADD WS-LIV-VALOR(WS-IND-LIV)     TO WS-TOT-SECAO-D
           END-IF.
      *
       IMPRIME-TOTAL-SECAO.
           MOVE WS-QTD-SECAO                   TO LTS-QTD
           MOVE WS-TOT-SECAO-C                 TO LTS-CREDITOS
           MOVE WS-TOT-SECAO-D                 TO LTS-DEBITOS
           WRITE REG-REL FROM LINHA-TOT-SECAO BEFORE ADVANCING 2 LINES.
      *
      *   Os dois lados ajustados precisam chegar ao mesmo saldo:
      *   livros + o que so o banco lancou, e extrato + o que so os
      *   livros lancaram.
       IMPRIME-SALDOS.
           COMPUTE WS-SALDO-LIV-AJUST =
              WS-SALDO-CONTABIL + WS-BCO-SO-C - WS-BCO-SO-D
           COMPUTE WS-SALDO-BCO-AJUST =
              WS-SALDO-EXTRATO + WS-LIV-SO-C - WS-LIV-SO-D
           COMPUTE WS-DIFERENCA =
              WS-SALDO-BCO-AJUST - WS-SALDO-LIV-AJUST
           WRITE REG-REL FROM TRACEJADO-DUPLO BEFORE ADVANCING 1 LINES
           MOVE 'SALDO ANTERIOR DO EXTRATO'    TO LSD-ROTULO
           MOVE WS-SALDO-ANTERIOR              TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 1 LINES
           MOVE 'SALDO FINAL DO EXTRATO'       TO LSD-ROTULO
           MOVE WS-SALDO-EXTRATO               TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 1 LINES
           MOVE '  (+) DEPOSITOS SO NOS LIVROS' TO LSD-ROTULO
           MOVE WS-LIV-SO-C                    TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 1 LINES
           MOVE '  (-) PAGAMENTOS SO NOS LIVROS' TO LSD-ROTULO
           MOVE WS-LIV-SO-D                    TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 1 LINES
           MOVE 'SALDO DO EXTRATO AJUSTADO'    TO LSD-ROTULO
           MOVE WS-SALDO-BCO-AJUST             TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 2 LINES
           MOVE 'SALDO CONTABIL DA CONTA'      TO LSD-ROTULO
           MOVE WS-SALDO-CONTABIL              TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 1 LINES
           MOVE '  (+) CREDITOS SO NO EXTRATO' TO LSD-ROTULO
           MOVE WS-BCO-SO-C                    TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 1 LINES
           MOVE '  (-) DEBITOS SO NO EXTRATO'  TO LSD-ROTULO
           MOVE WS-BCO-SO-D                    TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 1 LINES
           MOVE 'SALDO CONTABIL AJUSTADO (CONCILIADO)' TO LSD-ROTULO
           MOVE WS-SALDO-LIV-AJUST             TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 2 LINES
           MOVE 'DIFERENCA A APURAR'           TO LSD-ROTULO
           MOVE WS-DIFERENCA                   TO LSD-VALOR
           WRITE REG-REL FROM LINHA-SALDO BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGCONBCO.
