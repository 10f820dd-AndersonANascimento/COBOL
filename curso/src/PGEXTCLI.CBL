      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Produto do catalogo (PGPRODUT)
      *                                 na secao de cada contrato e o
      *                                 devido agrupado por produto
      *                                 antes do total geral.
      * 15/10/2026 Anderson Nascimento  Carencia e adiamentos do
      *                                 contrato impressos; parcela
      *                                 adiada (PGADIPAR, situacao
      *                                 'D') sai anotada e fica fora
      *                                 dos totais.
      * 15/10/2026 Anderson Nascimento  Parcela extinta por
      *                                 amortizacao extraordinaria
      *                                 (PGAMOREX, situacao 'E') fica
      *                                 fora do cronograma e dos
      *                                 totais.
      * 02/09/2026 Anderson Nascimento  Parcela baixada (write-off,
      *                                 PGBAIXAP) segue no extrato
      *                                 anotada como BAIXADA -
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
      *   PARCELAS.DAT - mestre de parcelas chaveado por contrato +
      *   parcela (migrado do CONTRATOS.TXT pelo PGPARMIG).
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
                 88  PAR-BAIXADA     VALUE 'B'.
                 88  PAR-EXTINTA     VALUE 'E'.
                 88  PAR-ADIADA      VALUE 'D'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   EXTRATO.LST - extrato impresso do cliente consultado.
         FD  RELATORIO.
         77  WS-TOTAL-CONTRATO       PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOTAL-GERAL          PIC 9(09)V99 VALUE ZEROS.
         77  WS-SALDO-CONTRATO       PIC 9(07)V99 VALUE ZEROS.
      *   Devido do cliente agrupado por produto do catalogo.
         77  WS-QTD-PRD              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-PRD OCCURS 20 TIMES.
             05  WS-PRD-CODIGO       PIC X(04).
             05  WS-PRD-DESCRICAO    PIC X(20).
             05  WS-PRD-CONTRATOS    PIC 9(03).
             05  WS-PRD-DEVIDO       PIC 9(09)V99.
         77  WS-IND-PRD              PIC 9(02).
         77  WS-PRD-ACHADO           PIC 9(02) VALUE ZEROS.
         COPY PRODUTO.
      *
        01  CABECALHO1.
            03  FILLER               PIC X(18) VALUE
        01  LINHA-CONTRATO.
            03  FILLER               PIC X(10) VALUE 'CONTRATO:'.
            03  LCT-NUMERO           PIC 9(05).
            03  FILLER               PIC X(11) VALUE '  PRODUTO: '.
            03  LCT-PRODUTO          PIC X(04).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  LCT-DESC-PRODUTO     PIC X(20).
            03  FILLER               PIC X(29) VALUE SPACES.
      *
        01  LINHA-CARENCIA.
            03  FILLER               PIC X(12) VALUE '  CARENCIA:'.
            03  LCA-CARENCIA         PIC Z9.
            03  FILLER               PIC X(19) VALUE
                ' MESES  ADIAMENTOS:'.
            03  LCA-ADIAMENTOS       PIC Z9.
            03  FILLER               PIC X(02) VALUE ' ('.
            03  LCA-PARC-ADIADAS     PIC ZZ9.
            03  FILLER               PIC X(10) VALUE ' PARCELAS)'.
            03  FILLER               PIC X(30) VALUE SPACES.
      *
        01  CABECALHO2.
            03  FILLER               PIC X(08) VALUE 'PARCELA'.
            03  FILLER               PIC X(40) VALUE
                '>> PARCELA ACIMA BAIXADA (WRITE-OFF)'.
            03  FILLER               PIC X(32) VALUE SPACES.
      *
        01  LINHA-ADIADA.
            03  FILLER               PIC X(08) VALUE SPACES.
            03  FILLER               PIC X(40) VALUE
                '>> PARCELA ACIMA ADIADA PARA O FIM'.
            03  FILLER               PIC X(32) VALUE SPACES.
      *
        01  LINHA-FIADOR.
            03  FILLER               PIC X(10) VALUE '  FIADOR'.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  FDR-NOME             PIC X(20).
            03  FILLER               PIC X(40) VALUE SPACES.
      *
        01  LINHA-PRODUTO.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LPR-PRODUTO          PIC X(04).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  LPR-DESCRICAO        PIC X(20).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  LPR-CONTRATOS        PIC ZZ9.
            03  FILLER               PIC X(14) VALUE ' CONTRATO(S) '.
            03  LPR-DEVIDO           PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(21) VALUE SPACES.
      *
        01  LINHA-TOTAL-GERAL.
            03  FILLER               PIC X(20) VALUE

           IF WS-TEM-CONTRATO EQUAL 'S' THEN
              WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
              PERFORM IMPRIME-PRODUTOS
              MOVE WS-TOTAL-GERAL              TO LTG-TOTAL
              WRITE REG-REL FROM LINHA-TOTAL-GERAL BEFORE ADVANCING 1
                                                      LINES
           MOVE 'S'                            TO WS-TEM-CONTRATO
           MOVE ZEROS                          TO WS-TOTAL-CONTRATO
           MOVE HDR-NUM-CONTRATO               TO LCT-NUMERO
           PERFORM LOCALIZA-PRODUTO
           MOVE HDR-COD-PRODUTO                TO LCT-PRODUTO
           MOVE WS-PRD-DESCRICAO(WS-PRD-ACHADO) TO LCT-DESC-PRODUTO
           WRITE REG-REL FROM LINHA-CONTRATO BEFORE ADVANCING 1
                                                LINES
           IF HDR-CARENCIA-MESES GREATER ZEROS
                    OR HDR-QTD-ADIAMENTOS GREATER ZEROS THEN
              MOVE HDR-CARENCIA-MESES          TO LCA-CARENCIA
              MOVE HDR-QTD-ADIAMENTOS          TO LCA-ADIAMENTOS
              MOVE HDR-PARC-ADIADAS            TO LCA-PARC-ADIADAS
              WRITE REG-REL FROM LINHA-CARENCIA BEFORE ADVANCING 1
                                                   LINES
           END-IF
           PERFORM APONTA-RENEGOCIACAO
           PERFORM IMPRIME-FIADORES
           WRITE REG-REL FROM CABECALHO2 BEFORE ADVANCING 1 LINES
                    MOVE 'S'                   TO WS-EOF-PAR
                 NOT AT END
                    IF PAR-NUM-CONTRATO EQUAL HDR-NUM-CONTRATO THEN
                       IF NOT PAR-EXTINTA THEN
                          PERFORM IMPRIME-PARCELA
                       END-IF
                    ELSE
                       MOVE 'S'                TO WS-EOF-PAR
                    END-IF
              WRITE REG-REL FROM LINHA-BAIXADA BEFORE ADVANCING 1
                                                  LINES
           END-IF
      *   A parcela adiada renasceu no fim do cronograma com outro
      *   numero; contar as duas dobraria o devido.
           IF PAR-ADIADA THEN
              WRITE REG-REL FROM LINHA-ADIADA BEFORE ADVANCING 1
                                                 LINES
           ELSE
              ADD PAR-VLR-PARCELA              TO WS-TOTAL-CONTRATO
                                                  WS-TOTAL-GERAL
              MOVE PAR-VLR-SALDO               TO WS-SALDO-CONTRATO
           END-IF.
      *
       FECHA-CONTRATO.
           ADD 1                               TO
               WS-PRD-CONTRATOS(WS-PRD-ACHADO)
           ADD WS-TOTAL-CONTRATO               TO
               WS-PRD-DEVIDO(WS-PRD-ACHADO)
           MOVE WS-TOTAL-CONTRATO              TO LTC-TOTAL
           MOVE WS-SALDO-CONTRATO              TO LTC-SALDO
           WRITE REG-REL FROM LINHA-TOTAL-CTR BEFORE ADVANCING 2
                                                 LINES.
      *
      *   Posicao do produto do contrato na tabela de agrupamento;
      *   produto novo entra com a descricao do catalogo. Contrato
      *   anterior ao catalogo (produto em branco) e agrupado como
      *   SEM PRODUTO; estourando a tabela, tudo cai na ultima.
       LOCALIZA-PRODUTO.
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
                   WS-PRD-CONTRATOS(WS-PRD-ACHADO)
                   WS-PRD-DEVIDO(WS-PRD-ACHADO)
              IF HDR-COD-PRODUTO EQUAL SPACES THEN
                 MOVE 'SEM PRODUTO'            TO
                      WS-PRD-DESCRICAO(WS-PRD-ACHADO)
              ELSE
                 MOVE 'C'                      TO PD-FUNCAO
                 MOVE HDR-COD-PRODUTO          TO PD-CODIGO
                 CALL './bin/PGPRODUT' USING PD-PARM
                 IF PD-ACEITO THEN
                    MOVE PD-DESCRICAO          TO
                         WS-PRD-DESCRICAO(WS-PRD-ACHADO)
                 ELSE
                    MOVE 'FORA DO CATALOGO'    TO
                         WS-PRD-DESCRICAO(WS-PRD-ACHADO)
                 END-IF
              END-IF
           END-IF.
      *
       IMPRIME-PRODUTOS.
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                           UNTIL WS-IND-PRD > WS-QTD-PRD
              MOVE WS-PRD-CODIGO(WS-IND-PRD)   TO LPR-PRODUTO
              MOVE WS-PRD-DESCRICAO(WS-IND-PRD) TO LPR-DESCRICAO
              MOVE WS-PRD-CONTRATOS(WS-IND-PRD) TO LPR-CONTRATOS
              MOVE WS-PRD-DEVIDO(WS-IND-PRD)   TO LPR-DEVIDO
              WRITE REG-REL FROM LINHA-PRODUTO BEFORE ADVANCING 1
                                                  LINES
           END-PERFORM.
      *
       END PROGRAM PGEXTCLI.
