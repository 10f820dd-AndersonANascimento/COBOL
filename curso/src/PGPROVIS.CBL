      *          mensal: distribui o saldo das parcelas em aberto
      *          pelas faixas de atraso do aging (em dia/30/60/90+,
      *          a mesma conta do PGPAGTOS sobre PARCELAS.DAT,
      *          PAGTOS.TXT e o vencimento gravado na parcela),
      *          aplica os percentuais do cartao PROVISAO.PARM por
      *          faixa e imprime em PGPROVIS.LST a provisao por
      *          contrato, por produto e total. Cada fechamento fica guardado em
      *          PROVHIST.TXT por competencia, e a variacao contra o
      *          mes anterior sai na mesma pagina - a calculadora de
      *          mesa do contador aposenta. A provisao de cada
      *          contrato do fechamento fica em PROVCTR.TXT para a
      *          rentabilidade por cliente (PGRENTCL).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Provisao por contrato e
      *                                 cliente do fechamento gravada
      *                                 em PROVCTR.TXT (PGRENTCL).
      * 15/10/2026 Anderson Nascimento  Quadro da provisao por produto
      *                                 de credito; o CONTRHDR.DAT
      *                                 volta a ser lido so para o
      *                                 codigo do produto.
      * 15/10/2026 Anderson Nascimento  Atraso pelo vencimento gravado
      *                                 na parcela; o CONTRHDR.DAT
      *                                 deixa de ser lido.
      * 02/09/2026 Anderson Nascimento  Baixa ESTORNO (PGESTORN)
      *                                 subtrai do pago acumulado.
      * 02/09/2026 Anderson Nascimento  Programa criado.
           FILE STATUS  IS WS-FS-PAR.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           SELECT PROVHIST ASSIGN TO './PROVHIST.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-HIS.
           SELECT PROVCTR ASSIGN TO './PROVCTR.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PVC.
           SELECT RELATORIO ASSIGN TO './PGPROVIS.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato, lido so pelo produto.
         FD  CONTRHDR.
         01  REG-CONTRHDR.
             05  HDR-NUM-CONTRATO    PIC 9(05).
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
      *   PAGTOS.TXT - baixas acumuladas (PGPAGTOS/PGQUITAC).
         FD  PAGTOS.
             05  PRH-PROV-90-MAIS    PIC 9(11)V99.
             05  PRH-PROV-TOTAL      PIC 9(11)V99.
      *
      *   PROVCTR.TXT - provisao de cada contrato do ultimo
      *   fechamento, refeito a cada execucao.
         FD  PROVCTR.
         01  REG-PROVCTR.
             05  PVC-COMPETENCIA     PIC 9(06).
             05  PVC-NUM-CONTRATO    PIC 9(05).
             05  PVC-CD-CLIENTE      PIC 9(06).
             05  PVC-VLR-PROVISAO    PIC 9(09)V99.
      *
      *   PGPROVIS.LST - provisao por contrato, totais e variacao.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-HIS               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-PVC               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-PAR-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
      *
      *   Atraso pelo vencimento gravado, como no PGPAGTOS.
         77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
         77  WS-INT-REF              PIC 9(07) VALUE ZEROS.
         77  WS-VLR-ABERTO           PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-PROV-PARC        PIC 9(09)V99 VALUE ZEROS.
      *
      *   Acumuladores por contrato e gerais (provisao por faixa).
         77  WS-CONTRATO-ATUAL       PIC 9(05) VALUE ZEROS.
         77  WS-CLIENTE-ATUAL        PIC 9(06) VALUE ZEROS.
         77  WS-TEM-CONTRATO         PIC X     VALUE 'N'.
         77  WS-PROV-CONTRATO        PIC 9(09)V99 VALUE ZEROS.
         01  WS-PROV-GERAL.
             05  WS-PG-60            PIC 9(11)V99 VALUE ZEROS.
             05  WS-PG-90-MAIS       PIC 9(11)V99 VALUE ZEROS.
             05  WS-PG-TOTAL         PIC 9(11)V99 VALUE ZEROS.
      *
         77  WS-HDR-ABERTO           PIC X     VALUE 'N'.
         77  WS-QTD-PRD              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-PRD OCCURS 20 TIMES.
             05  WS-PRD-CODIGO       PIC X(04).
             05  WS-PRD-PROVISAO     PIC 9(11)V99.
         77  WS-IND-PRD              PIC 9(02).
         77  WS-PRD-ACHADO           PIC 9(02) VALUE ZEROS.
      *
      *   Fechamento anterior, para a variacao na mesma pagina.
         77  WS-ANT-COMPETENCIA      PIC 9(06) VALUE ZEROS.
            03  FILLER               PIC X(02) VALUE ': '.
            03  VAR-VALOR            PIC -ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(34) VALUE SPACES.
      *
        01  LINHA-PRODUTO.
            03  FILLER               PIC X(18) VALUE
                'PROVISAO PRODUTO '.
            03  LPR-PRODUTO          PIC X(10).
            03  LPR-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(38) VALUE SPACES.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
              GOBACK
           END-IF
           OPEN INPUT CONTRHDR
           IF WS-FS-HDR EQUAL ZEROS THEN
              MOVE 'S'                         TO WS-HDR-ABERTO
           END-IF
           OPEN OUTPUT RELATORIO PROVCTR
           PERFORM IMPRIME-CABECALHO

           MOVE ZEROS                          TO PAR-NUM-CONTRATO

           PERFORM IMPRIME-TOTAIS
           PERFORM GRAVA-FECHAMENTO
           IF WS-HDR-ABERTO EQUAL 'S' THEN
              CLOSE CONTRHDR
           END-IF
           CLOSE PARCELAS RELATORIO PROVCTR.
           DISPLAY 'PROVISAO TOTAL DE ' WS-COMPETENCIA ': '
                   WS-PG-TOTAL ' (PGPROVIS.LST).'
           GOBACK.
                    PERFORM FECHA-CONTRATO-PROV
                 END-IF
                 MOVE PAR-NUM-CONTRATO         TO WS-CONTRATO-ATUAL
                 MOVE PAR-CD-CLIENTE           TO WS-CLIENTE-ATUAL
                 MOVE ZEROS                    TO WS-PROV-CONTRATO
                 MOVE 'S'                      TO WS-TEM-CONTRATO
              END-IF
      *
       CALCULA-ATRASO.
           MOVE ZEROS                          TO WS-DIAS-ATRASO
           IF PAR-VENCIMENTO NOT EQUAL ZEROS THEN
              COMPUTE WS-INT-VENC =
                 FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
              COMPUTE WS-INT-REF =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
              COMPUTE WS-DIAS-ATRASO = WS-INT-REF - WS-INT-VENC
           END-IF.
      *
       FECHA-CONTRATO-PROV.
           MOVE WS-CONTRATO-ATUAL              TO PRV-CONTRATO
           MOVE WS-PROV-CONTRATO               TO PRV-VALOR
           WRITE REG-REL FROM LINHA-CONTRATO BEFORE ADVANCING 1
                                                LINES
           MOVE WS-COMPETENCIA                 TO PVC-COMPETENCIA
           MOVE WS-CONTRATO-ATUAL              TO PVC-NUM-CONTRATO
           MOVE WS-CLIENTE-ATUAL               TO PVC-CD-CLIENTE
           MOVE WS-PROV-CONTRATO               TO PVC-VLR-PROVISAO
           WRITE REG-PROVCTR
           PERFORM ACUMULA-PRODUTO-PROV.
      *
      *   Provisao do contrato somada no produto do cabecalho;
      *   contrato anterior ao catalogo (produto em branco) ou sem
      *   cabecalho fica em SEM PRODUTO; estourando a tabela, tudo
      *   cai na ultima posicao.
       ACUMULA-PRODUTO-PROV.
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
                   WS-PRD-PROVISAO(WS-PRD-ACHADO)
           END-IF.
           ADD WS-PROV-CONTRATO                TO
               WS-PRD-PROVISAO(WS-PRD-ACHADO).
      *
       IMPRIME-CABECALHO.
           MOVE 'PGPROVIS'                     TO CR-PROGRAMA
              WRITE REG-REL FROM LINHA-VARIACAO BEFORE ADVANCING 1
                                                   LINES
           END-IF
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                           UNTIL WS-IND-PRD > WS-QTD-PRD
              IF WS-PRD-CODIGO(WS-IND-PRD) EQUAL SPACES THEN
                 MOVE 'SEM PRODUTO'            TO LPR-PRODUTO
              ELSE
                 MOVE WS-PRD-CODIGO(WS-IND-PRD) TO LPR-PRODUTO
              END-IF
              MOVE WS-PRD-PROVISAO(WS-IND-PRD) TO LPR-VALOR
              WRITE REG-REL FROM LINHA-PRODUTO BEFORE ADVANCING 1
                                                  LINES
           END-PERFORM
           IF WS-QTD-PRD GREATER ZEROS THEN
              WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           END-IF.
      *
       GRAVA-FECHAMENTO.
           OPEN EXTEND PROVHIST
