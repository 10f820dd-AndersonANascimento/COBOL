      *          valor pago), casa com a parcela por chave no mestre
      *          PARCELAS.DAT, marca pagamento integral/parcial,
      *          aplica juros de mora por dia de atraso (taxa do
      *          cartao MORA.PARM) sobre o vencimento gravado na
      *          parcela (PAR-VENCIMENTO, ja no dia util), e acumula
      *          as baixas em PAGTOS.TXT;
      *          o modo A imprime o aging das parcelas em aberto por
      *          faixa de atraso (30/60/90+) com totais por contrato
      *          e, no fim, por produto de credito (CONTRHDR.DAT);
      *          o modo E baixa o retorno de uma agencia de
      *          cobranca externa (RETAGaaa.TXT, no leiaute do
      *          RECEBTOS.TXT) pelas mesmas regras do modo P, so
      *          para contrato cedido a ela (COBEXT.DAT, PGCOBEXT),
      *          com forma AG no recibo, e registra o recuperado em
      *          AGRECUP.TXT para o extrato de comissao.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Fechamento de periodo: baixa
      *                                 com data em competencia
      *                                 fechada (PGFECHAM) sai
      *                                 rejeitada; com a competencia
      *                                 de hoje fechada o lote nem
      *                                 comeca.
      * 15/10/2026 Anderson Nascimento  Modo E: retorno de pagamentos
      *                                 das agencias de cobranca
      *                                 externa.
      * 15/10/2026 Anderson Nascimento  Aging com quadro por produto
      *                                 de credito (HDR-COD-PRODUTO)
      *                                 depois do total geral.
      * 15/10/2026 Anderson Nascimento  Mora e aging pelo vencimento
      *                                 gravado na parcela, no lugar
      *                                 da conta sobre a criacao do
      *                                 contrato.
      * 15/10/2026 Anderson Nascimento  Recibo com a unidade (filial)
      *                                 do caixa: o operador informa
      *                                 a unidade no modo P e so
      *                                 passa se ela estiver no seu
      *                                 cadastro (PGUNIDAD); o
      *                                 PGCAIXA fecha por unidade.
      * 02/09/2026 Anderson Nascimento  Aging so com parcela aberta:
      *                                 quitada, renegociada ou
      *                                 baixada (write-off) fica fora
           DECIMAL-POINT IS COMMA.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT RECEBTOS ASSIGN TO WS-REC-NOME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REC.
           SELECT PARCELAS ASSIGN TO './PARCELAS.DAT'
           FILE STATUS  IS WS-FS-RCI.
           SELECT RECIBSEQ ASSIGN TO './RECIBSEQ.CTL'
           FILE STATUS  IS WS-FS-SEQ.
           SELECT AGENCIAS ASSIGN TO './AGENCIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS AGE-CODIGO
           FILE STATUS  IS WS-FS-AGE.
           SELECT COBEXT ASSIGN TO './COBEXT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CEX-NUM-CONTRATO
           FILE STATUS  IS WS-FS-CEX.
           SELECT AGRECUP ASSIGN TO './AGRECUP.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RCP.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   RECEBTOS.TXT - um recebimento por registro; o retorno da
      *   agencia (RETAGaaa.TXT) vem no mesmo leiaute.
         FD  RECEBTOS.
         01  REG-RECEBTO.
             05  REC-NUM-CONTRATO    PIC 9(05).
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS).
         FD  CONTRHDR.
             05  HDR-TAXA-JUROS      PIC 9V9(6).
             05  HDR-NUM-PRESTACOES  PIC 9(03).
             05  HDR-DATA-CRIACAO    PIC 9(08).
             05  HDR-SISTEMA-AMORT   PIC X(01).
             05  HDR-CARENCIA-MESES  PIC 9(02).
             05  HDR-QTD-ADIAMENTOS  PIC 9(02).
             05  HDR-PARC-ADIADAS    PIC 9(03).
             05  HDR-VLR-IOF         PIC 9(07)V99.
             05  HDR-IOF-FORMA       PIC X(01).
             05  HDR-COD-PRODUTO     PIC X(04).
      *
      *   PAGTOS.TXT - baixas acumuladas: contrato, parcela, data,
      *   valor pago, situacao e juros de mora aplicados.
             05  RCB-PARCELA         PIC 9(03).
             05  RCB-VLR-PAGO        PIC 9(07)V99.
             05  RCB-VLR-MORA        PIC 9(07)V99.
             05  RCB-UNIDADE         PIC X(03).
      *
      *   RECIBOS.LST - as vias impressas dos recibos do dia.
         FD  RECIBIMP.
         FD  RECIBSEQ.
         01  REG-RECIBSEQ.
             05  SEQ-ULTIMO-NUMERO   PIC 9(07).
      *
      *   AGENCIAS.DAT - cadastro de agencias de cobranca (PGAGEMNT).
         FD  AGENCIAS.
         01  REG-AGENCIA.
             05  AGE-CODIGO          PIC X(03).
             05  AGE-NOME            PIC X(30).
             05  AGE-CONTATO         PIC X(30).
             05  AGE-EMAIL           PIC X(40).
             05  AGE-PCT-COMISSAO    PIC 9(02)V99.
             05  AGE-PESO            PIC 9(02).
             05  AGE-STATUS          PIC X(01).
      *
      *   COBEXT.DAT - contratos cedidos as agencias (PGCOBEXT).
         FD  COBEXT.
         01  REG-COBEXT.
             05  CEX-NUM-CONTRATO    PIC 9(05).
             05  CEX-AGENCIA         PIC X(03).
             05  CEX-CD-CLIENTE      PIC 9(06).
             05  CEX-DATA-CESSAO     PIC 9(08).
             05  CEX-LOTE            PIC 9(05).
             05  CEX-SALDO-CESSAO    PIC 9(09)V99.
             05  CEX-ATRASO-CESSAO   PIC 9(05).
             05  CEX-SITUACAO        PIC X(01).
                 88  CEX-ATIVA       VALUE 'A'.
             05  CEX-DATA-FIM        PIC 9(08).
      *
      *   AGRECUP.TXT - recuperado pelas agencias, base do extrato
      *   de comissao do PGCOBEXT.
         FD  AGRECUP.
         01  REG-AGRECUP.
             05  RCP-AGENCIA         PIC X(03).
             05  RCP-NUM-CONTRATO    PIC 9(05).
             05  RCP-NUM-PARCELA     PIC 9(03).
             05  RCP-DATA-PGTO       PIC 9(08).
             05  RCP-VLR-PAGO        PIC 9(07)V99.
             05  RCP-VLR-MORA        PIC 9(07)V99.
             05  RCP-DATA-LANC       PIC 9(08).
             05  RCP-RECIBO          PIC 9(07).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-REC               PIC 99.
         77  WS-FS-RCB               PIC 99.
         77  WS-FS-RCI               PIC 99.
         77  WS-FS-SEQ               PIC 99.
         77  WS-FS-AGE               PIC X(02) VALUE '00'.
         77  WS-FS-CEX               PIC X(02) VALUE '00'.
         77  WS-FS-RCP               PIC 99.
         77  WS-REC-NOME             PIC X(30) VALUE './RECEBTOS.TXT'.
         77  WS-REC-ARQUIVO          PIC X(12) VALUE 'RECEBTOS.TXT'.
         77  WS-RETORNO-AGENCIA      PIC X VALUE 'N'.
         77  WS-AGENCIA-RET          PIC X(03) VALUE SPACES.
         77  WS-QTD-RECUPERADAS      PIC 9(05) VALUE ZEROS.
         77  WS-CLIENTE-OK           PIC X VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-UNIDADE-CAIXA        PIC X(03) VALUE SPACES.
         77  WS-FORMA-PGTO           PIC X(02) VALUE 'DI'.
            88 WS-FORMA-VALIDA       VALUE 'DI' 'CH' 'CA' 'PX'.
         77  WS-ULTIMO-RECIBO        PIC 9(07) VALUE ZEROS.
         77  WS-VLR-PARCELA-ATU      PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
      *
      *   Vencimento gravado na parcela e dias de atraso.
         77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
         77  WS-DATA-VENC-N          PIC 9(08) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
             05  WS-FG-90            PIC 9(09)V99.
             05  WS-FG-MAIS          PIC 9(09)V99.
         77  WS-VLR-ABERTO           PIC 9(07)V99 VALUE ZEROS.
      *
      *   Aging: acumuladores por produto do contrato.
         77  WS-HDR-ABERTO           PIC X VALUE 'N'.
         77  WS-QTD-PRD              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-PRD OCCURS 20 TIMES.
             05  WS-PRD-CODIGO       PIC X(04).
             05  WS-PRD-ABERTO       PIC 9(09)V99.
             05  WS-PRD-30           PIC 9(09)V99.
             05  WS-PRD-60           PIC 9(09)V99.
             05  WS-PRD-90           PIC 9(09)V99.
             05  WS-PRD-MAIS         PIC 9(09)V99.
         77  WS-IND-PRD              PIC 9(02).
         77  WS-PRD-ACHADO           PIC 9(02) VALUE ZEROS.
      *
        01  LINHA-BAIXA.
            03  BXA-CONTRATO         PIC 9(05).
      *
         COPY INSCTL.
         COPY AMBCFG.
         COPY UNIDADE.
         COPY FECHPER.
         77  WS-CAMINHO-CLIENTE      PIC X(40) VALUE './CLIENTE.TXT'.
      *
        01  LINHA-RECIBO-1.
            03  RC1-NUMERO           PIC 9(07).
            03  FILLER               PIC X(07) VALUE '  DATA '.
            03  RC1-DATA             PIC 9(08).
            03  FILLER               PIC X(10) VALUE '  UNIDADE '.
            03  RC1-UNIDADE          PIC X(03).
            03  FILLER               PIC X(27) VALUE SPACES.
      *
        01  LINHA-RECIBO-2.
            03  FILLER               PIC X(09) VALUE 'CLIENTE '.
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           DISPLAY '------ BAIXA DE PAGAMENTOS / AGING ------'
           DISPLAY 'Modo (P-Baixa de pagamentos/A-Aging/E-Retorno de'
                   ' agencia de cobranca): '
           ACCEPT WS-MODO-EXEC
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-BAIXAS
              WHEN 'a'
                 MOVE './AGING.LST'            TO WS-REL-NOME
                 PERFORM MODO-AGING
              WHEN 'E'
              WHEN 'e'
                 MOVE './RETAGENC.LST'         TO WS-REL-NOME
                 PERFORM PREPARA-RETORNO
                 PERFORM MODO-BAIXA
              WHEN OTHER
                 MOVE './PAGTOS.LST'           TO WS-REL-NOME
                 PERFORM MODO-BAIXA
              MOVE WS-QTD-PAGAS                TO WS-PAR-ACHADA
           END-IF.
      *
      *   Modo E: a agencia tem de estar no cadastro; o arquivo de
      *   retorno dela e RETAGaaa.TXT, com o controle de insumo
      *   proprio.
       PREPARA-RETORNO.
           DISPLAY 'Codigo da agencia de cobranca: '
           ACCEPT WS-AGENCIA-RET
           OPEN INPUT AGENCIAS
           IF WS-FS-AGE NOT EQUAL '00' THEN
              DISPLAY 'AGENCIAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-AGE ' (CADASTRE PELO PGAGEMNT).'
              GOBACK
           END-IF
           MOVE WS-AGENCIA-RET                 TO AGE-CODIGO
           READ AGENCIAS
              INVALID KEY
                 DISPLAY '>> AGENCIA NAO CADASTRADA: ' WS-AGENCIA-RET
                 CLOSE AGENCIAS
                 GOBACK
           END-READ
           CLOSE AGENCIAS
           DISPLAY 'RETORNO DA AGENCIA ' AGE-CODIGO ' ' AGE-NOME
           MOVE SPACES                         TO WS-REC-NOME
                                                  WS-REC-ARQUIVO
           STRING 'RETAG'          DELIMITED SIZE
                  WS-AGENCIA-RET   DELIMITED SIZE
                  '.TXT'           DELIMITED SIZE
                  INTO WS-REC-ARQUIVO
           STRING './'             DELIMITED SIZE
                  WS-REC-ARQUIVO   DELIMITED SIZE
                  INTO WS-REC-NOME
           MOVE 'S'                            TO WS-RETORNO-AGENCIA.
      *
      *   Modo P: processa o arquivo de recebimentos, uma baixa por
      *   registro, gravando PAGTOS.TXT e o relatorio. O modo E passa
      *   por aqui com o arquivo de retorno da agencia.
       MODO-BAIXA.
      *   Controle de insumo: o mesmo RECEBTOS.TXT nao posta duas
      *   vezes por esquecimento.
           MOVE 'PGPAGTOS'                     TO IC-PROGRAMA
           MOVE WS-REC-ARQUIVO                 TO IC-ARQUIVO
           MOVE WS-REC-NOME                    TO IC-CAMINHO
           CALL './bin/PGINSCTL' USING IC-PARM
           IF IC-BLOQUEADO THEN
              DISPLAY '>> BAIXA ABORTADA: ' WS-REC-ARQUIVO ' JA'
                      ' PROCESSADO (INSUMOS.CTL).'
              GOBACK
           END-IF
           MOVE 'N'                            TO WS-EOF
           DISPLAY 'Operador do caixa: '
           ACCEPT WS-OPERADOR
      *   A unidade do caixa vai em cada recibo; so vale unidade
      *   ativa e do cadastro do operador.
           DISPLAY 'Unidade do caixa: '
           ACCEPT WS-UNIDADE-CAIXA
           MOVE 'V'                            TO UN-FUNCAO
           MOVE WS-UNIDADE-CAIXA               TO UN-CODIGO
           CALL './bin/PGUNIDAD' USING UN-PARM
           IF UN-PERMITIDA THEN
              MOVE 'A'                         TO UN-FUNCAO
              MOVE WS-OPERADOR                 TO UN-OPERADOR
              CALL './bin/PGUNIDAD' USING UN-PARM
           END-IF
           IF UN-RECUSADA THEN
              DISPLAY '>> UNIDADE ' WS-UNIDADE-CAIXA ' INVALIDA OU'
                      ' FORA DO CADASTRO DO OPERADOR ' WS-OPERADOR
                      ' - BAIXA NAO INICIADA.'
              GOBACK
           END-IF
      *   O recibo sai com a data de hoje: competencia corrente
      *   fechada barra o lote inteiro.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO FP-DATA
           PERFORM CONFERE-FECHAMENTO
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' BAIXA NAO INICIADA.'
              GOBACK
           END-IF
      *   O que a agencia recebeu entra como forma AG, separado no
      *   fechamento do PGCAIXA.
           IF WS-RETORNO-AGENCIA EQUAL 'S' THEN
              MOVE 'AG'                        TO WS-FORMA-PGTO
           ELSE
              MOVE SPACES                      TO WS-FORMA-PGTO
           END-IF
           PERFORM UNTIL WS-FORMA-VALIDA
                      OR WS-RETORNO-AGENCIA EQUAL 'S'
              DISPLAY 'Forma de pagamento do lote (DI-Dinheiro/'
                      'CH-Cheque/CA-Cartao/PX-Pix): '
              ACCEPT WS-FORMA-PGTO
           PERFORM CARREGA-ULTIMO-RECIBO
           OPEN INPUT RECEBTOS
           IF WS-FS-REC NOT EQUAL ZEROS THEN
              DISPLAY WS-REC-ARQUIVO ' INDISPONIVEL - FILE STATUS: '
                      WS-FS-REC
              GOBACK
           END-IF.
           IF WS-RETORNO-AGENCIA EQUAL 'S' THEN
              OPEN INPUT COBEXT
              IF WS-FS-CEX NOT EQUAL '00' THEN
                 DISPLAY 'COBEXT.DAT INDISPONIVEL - FILE STATUS: '
                         WS-FS-CEX ' (NENHUMA CESSAO FEITA).'
                 CLOSE RECEBTOS
                 GOBACK
              END-IF
              OPEN EXTEND AGRECUP
              IF WS-FS-RCP EQUAL 35 THEN
                 OPEN OUTPUT AGRECUP
              END-IF
           END-IF
           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
           IF WS-CLIENTE-OK EQUAL 'S' THEN
              CLOSE CLIENTE
           END-IF
           IF WS-RETORNO-AGENCIA EQUAL 'S' THEN
              CLOSE COBEXT AGRECUP
           END-IF
           CLOSE RECEBTOS PARCELAS CONTRHDR PAGTOS RECIBOS RECIBIMP
                 RELATORIO.
           DISPLAY 'BAIXADAS: ' WS-QTD-BAIXADAS
                   '  REJEITADAS: ' WS-QTD-REJEITADAS
                   '  ULTIMO RECIBO: ' WS-ULTIMO-RECIBO.
           IF WS-RETORNO-AGENCIA EQUAL 'S' THEN
              DISPLAY 'RECUPERADO PELA AGENCIA ' WS-AGENCIA-RET ': '
                      WS-QTD-RECUPERADAS ' BAIXA(S) EM AGRECUP.TXT'
           END-IF.
      *
      *   A parcela vem direto pela chave contrato+parcela; o pago
      *   acumulado das baixas anteriores vem da tabela de pagos.
              NOT INVALID KEY
                 MOVE PAR-VLR-PARCELA          TO WS-VLR-PARCELA-ATU
           END-READ
           MOVE SPACES                         TO REJ-MOTIVO
           IF WS-VLR-PARCELA-ATU EQUAL ZEROS THEN
              MOVE 'PARCELA NAO ENCONTRADA'    TO REJ-MOTIVO
           END-IF
           IF REJ-MOTIVO EQUAL SPACES
                    AND WS-RETORNO-AGENCIA EQUAL 'S' THEN
              PERFORM CONFERE-CESSAO
           END-IF
           IF REJ-MOTIVO EQUAL SPACES THEN
              MOVE REC-DATA-PGTO               TO FP-DATA
              PERFORM CONFERE-FECHAMENTO
              IF FP-FECHADO THEN
                 MOVE 'COMPETENCIA FECHADA'    TO REJ-MOTIVO
              END-IF
           END-IF
           IF REJ-MOTIVO NOT EQUAL SPACES THEN
              MOVE REC-NUM-CONTRATO            TO REJ-CONTRATO
              MOVE REC-NUM-PARCELA             TO REJ-PARCELA
              WRITE REG-REL FROM LINHA-REJ BEFORE ADVANCING 1 LINES
              ADD 1                            TO WS-QTD-REJEITADAS
           ELSE
              WRITE REG-REL FROM LINHA-BAIXA BEFORE ADVANCING 1 LINES
              PERFORM EMITE-RECIBO
              ADD 1                            TO WS-QTD-BAIXADAS
              IF WS-RETORNO-AGENCIA EQUAL 'S' THEN
                 PERFORM GRAVA-RECUPERADO
              END-IF
           END-IF.
      *
      *   Baixa com data em competencia fechada (PGFECHAM) e
      *   rejeitada; so entra de novo se o supervisor reabrir.
       CONFERE-FECHAMENTO.
           MOVE 'PGPAGTOS'                     TO FP-PROGRAMA
           MOVE WS-OPERADOR                    TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM.
      *
      *   Retorno de agencia: so vale pagamento de contrato cedido a
      *   ela, com a cessao ativa, feito depois da cessao.
       CONFERE-CESSAO.
           MOVE REC-NUM-CONTRATO               TO CEX-NUM-CONTRATO
           READ COBEXT
              INVALID KEY
                 MOVE 'CONTRATO NAO CEDIDO'    TO REJ-MOTIVO
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN CEX-AGENCIA NOT EQUAL WS-AGENCIA-RET
                       MOVE 'CEDIDO A OUTRA AGENCIA'
                                               TO REJ-MOTIVO
                    WHEN NOT CEX-ATIVA
                       MOVE 'CESSAO ENCERRADA' TO REJ-MOTIVO
                    WHEN REC-DATA-PGTO LESS CEX-DATA-CESSAO
                       MOVE 'PAGAMENTO ANTERIOR A CESSAO'
                                               TO REJ-MOTIVO
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.
      *
       GRAVA-RECUPERADO.
           MOVE WS-AGENCIA-RET                 TO RCP-AGENCIA
           MOVE REC-NUM-CONTRATO               TO RCP-NUM-CONTRATO
           MOVE REC-NUM-PARCELA                TO RCP-NUM-PARCELA
           MOVE REC-DATA-PGTO                  TO RCP-DATA-PGTO
           MOVE REC-VLR-PAGO                   TO RCP-VLR-PAGO
           MOVE WS-VLR-MORA                    TO RCP-VLR-MORA
           MOVE RCB-DATA                       TO RCP-DATA-LANC
           MOVE RCB-NUMERO                     TO RCP-RECIBO
           WRITE REG-AGRECUP
           ADD 1                               TO WS-QTD-RECUPERADAS.
      *
      *   Recibo numerado da baixa que acabou de acontecer: a via
      *   impressa vai para RECIBOS.LST e o registro para
      *   RECIBOS.TXT, de onde o PGCAIXA fecha o caixa do dia.
           MOVE REC-NUM-PARCELA                TO RCB-PARCELA
           MOVE REC-VLR-PAGO                   TO RCB-VLR-PAGO
           MOVE WS-VLR-MORA                    TO RCB-VLR-MORA
           MOVE WS-UNIDADE-CAIXA               TO RCB-UNIDADE
           WRITE REG-RECIBO
           MOVE RCB-NUMERO                     TO RC1-NUMERO
           MOVE RCB-DATA                       TO RC1-DATA
           MOVE RCB-UNIDADE                    TO RC1-UNIDADE
           WRITE REG-RECIBIMP FROM LINHA-RECIBO-1 BEFORE ADVANCING 1
                                                     LINES
           MOVE RCB-CD-CLIENTE                 TO RC2-CODIGO
           WRITE REG-RECIBSEQ
           CLOSE RECIBSEQ.
      *
      *   Vencimento da parcela do recebimento corrente: o gravado
      *   na parcela lida por chave. O cabecalho continua sendo lido
      *   pelo cliente do recibo.
       CALCULA-VENCIMENTO-REC.
           MOVE REC-NUM-CONTRATO               TO WS-HDR-CACHE
           MOVE 'N'                            TO WS-HDR-ACHADO
           MOVE WS-HDR-CACHE                   TO HDR-NUM-CONTRATO
           READ CONTRHDR
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-HDR-ACHADO
           END-READ
           MOVE PAR-VENCIMENTO                 TO WS-DATA-VENC-N.
      *
      *   Dias de atraso e juros de mora do recebimento corrente.
       CALCULA-MORA.
           MOVE ZEROS                          TO WS-DIAS-ATRASO
                                                  WS-VLR-MORA
           IF WS-DATA-VENC-N NOT EQUAL ZEROS THEN
              COMPUTE WS-INT-VENC =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-VENC-N)
              COMPUTE WS-INT-REF =
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              GOBACK
           END-IF
           OPEN INPUT CONTRHDR
           IF WS-FS-HDR EQUAL ZEROS THEN
              MOVE 'S'                         TO WS-HDR-ABERTO
           ELSE
              MOVE 'N'                         TO WS-HDR-ABERTO
           END-IF
           OPEN OUTPUT RELATORIO
           INITIALIZE WS-FAIXAS-CTR WS-FAIXAS-GERAL
           MOVE ZEROS                          TO WS-QTD-PRD
           WRITE REG-REL FROM CAB-AGING BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE ZEROS                          TO WS-CONTRATO-ATUAL
           MOVE WS-FG-90                       TO AGI-90
           MOVE WS-FG-MAIS                     TO AGI-MAIS
           WRITE REG-REL FROM LINHA-AGING BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           PERFORM IMPRIME-AGING-PRODUTO
           IF WS-HDR-ABERTO EQUAL 'S' THEN
              CLOSE CONTRHDR
           END-IF
           CLOSE PARCELAS RELATORIO.
           DISPLAY 'AGING GRAVADO EM AGING.LST'.
      *
       ACUMULA-AGING.
           END-IF
           COMPUTE WS-VLR-ABERTO =
              PAR-VLR-PARCELA - WS-VLR-PAGO-ACUM
           MOVE PAR-VENCIMENTO                 TO WS-DATA-VENC-N
           MOVE ZEROS                          TO WS-DIAS-ATRASO
           IF WS-DATA-VENC-N NOT EQUAL ZEROS THEN
              COMPUTE WS-INT-VENC =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-VENC-N)
              COMPUTE WS-INT-REF =
           MOVE WS-FX-60                       TO AGI-60
           MOVE WS-FX-90                       TO AGI-90
           MOVE WS-FX-MAIS                     TO AGI-MAIS
           WRITE REG-REL FROM LINHA-AGING BEFORE ADVANCING 1 LINES
           PERFORM ACUMULA-AGING-PRODUTO.
      *
      *   Soma as faixas do contrato no produto gravado no cabecalho;
      *   contrato anterior ao catalogo (produto em branco) ou sem
      *   cabecalho fica em SEM PRODUTO; estourando a tabela, tudo
      *   cai na ultima posicao.
       ACUMULA-AGING-PRODUTO.
           MOVE SPACES                         TO HDR-COD-PRODUTO
           IF WS-HDR-ABERTO EQUAL 'S' THEN
              MOVE WS-CONTRATO-ATUAL           TO HDR-NUM-CONTRATO
              READ CONTRHDR
                 INVALID KEY
                    MOVE SPACES                TO HDR-COD-PRODUTO
              END-READ
           END-IF
           MOVE ZEROS                          TO WS-PRD-ACHADO
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                           UNTIL WS-IND-PRD > WS-QTD-PRD
              IF WS-PRD-CODIGO(WS-IND-PRD) EQUAL HDR-COD-PRODUTO THEN
                 MOVE WS-IND-PRD               TO WS-PRD-ACHADO
              END-IF
           END-PERFORM.
           IF WS-PRD-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-PRD LESS 20 THEN
                 ADD 1                         TO WS-QTD-PRD
              END-IF
              MOVE WS-QTD-PRD                  TO WS-PRD-ACHADO
              MOVE HDR-COD-PRODUTO             TO
                   WS-PRD-CODIGO(WS-PRD-ACHADO)
              MOVE ZEROS                       TO
                   WS-PRD-ABERTO(WS-PRD-ACHADO)
                   WS-PRD-30(WS-PRD-ACHADO)
                   WS-PRD-60(WS-PRD-ACHADO)
                   WS-PRD-90(WS-PRD-ACHADO)
                   WS-PRD-MAIS(WS-PRD-ACHADO)
           END-IF.
           ADD WS-FX-ABERTO                    TO
               WS-PRD-ABERTO(WS-PRD-ACHADO)
           ADD WS-FX-30                        TO
               WS-PRD-30(WS-PRD-ACHADO)
           ADD WS-FX-60                        TO
               WS-PRD-60(WS-PRD-ACHADO)
           ADD WS-FX-90                        TO
               WS-PRD-90(WS-PRD-ACHADO)
           ADD WS-FX-MAIS                      TO
               WS-PRD-MAIS(WS-PRD-ACHADO).
      *
       IMPRIME-AGING-PRODUTO.
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                           UNTIL WS-IND-PRD > WS-QTD-PRD
              MOVE SPACES                      TO AGI-TITULO
              IF WS-PRD-CODIGO(WS-IND-PRD) EQUAL SPACES THEN
                 MOVE 'SEM PRODUTO'            TO AGI-TITULO
              ELSE
                 STRING 'PRODUTO '             DELIMITED SIZE
                        WS-PRD-CODIGO(WS-IND-PRD) DELIMITED SIZE
                        INTO AGI-TITULO
              END-IF
              MOVE WS-PRD-ABERTO(WS-IND-PRD)   TO AGI-ABERTO
              MOVE WS-PRD-30(WS-IND-PRD)       TO AGI-30
              MOVE WS-PRD-60(WS-IND-PRD)       TO AGI-60
              MOVE WS-PRD-90(WS-IND-PRD)       TO AGI-90
              MOVE WS-PRD-MAIS(WS-IND-PRD)     TO AGI-MAIS
              WRITE REG-REL FROM LINHA-AGING BEFORE ADVANCING 1
                                                  LINES
           END-PERFORM.
      *
       END PROGRAM PGPAGTOS.
