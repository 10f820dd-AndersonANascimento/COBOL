      *****************************************************************
      * Program name:    PGCAMPOS
      * Original author: Anderson Nascimento
      * Purpose: Posicao de fim de dia do balcao de cambio: le as
      *          operacoes do dia em CAMBIO.TXT (PGNVL882) e apura,
      *          por moeda do MOEDAS.DAT, o saldo de abertura, as
      *          entradas e saidas do caixa e o saldo esperado, que
      *          e conferido com o contado informado pelo operador
      *          (sobra ou falta). Traz tambem o ganho de spread por
      *          moeda, contra a taxa de referencia do COTACOES.DAT.
      *          O saldo contado de cada moeda fica em CAMBSALD.DAT
      *          como abertura do proximo dia; rodar de novo no mesmo
      *          dia refaz a conferencia com a mesma abertura.
      *          Relatorio em CAMBPOS.LST.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCAMPOS.
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
           SELECT MOEDAS ASSIGN TO './MOEDAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS MOE-CODIGO
           FILE STATUS  IS WS-FS-MOE.
           SELECT CAMBIO ASSIGN TO './CAMBIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CBO.
           SELECT CAMBSALD ASSIGN TO './CAMBSALD.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SLD.
           SELECT RELATORIO ASSIGN TO './CAMBPOS.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   MOEDAS.DAT - registro de moedas (PGMOEDAS).
         FD  MOEDAS.
         01  REG-MOEDA.
             05  MOE-CODIGO          PIC 9(01).
             05  MOE-ISO             PIC X(03).
             05  MOE-NOME            PIC X(20).
             05  MOE-DECIMAIS        PIC 9(01).
             05  MOE-ATIVA           PIC X(01).
                 88  MOE-ESTA-ATIVA  VALUE 'S'.
      *
      *   CAMBIO.TXT - operacoes de balcao (layout do PGNVL882).
         FD  CAMBIO.
         01  REG-CAMBIO.
             05  CBO-NUMERO          PIC 9(07).
             05  CBO-DATA            PIC 9(08).
             05  CBO-HORA            PIC 9(06).
             05  CBO-OPERADOR        PIC X(20).
             05  CBO-CPF             PIC 9(11).
             05  CBO-TIPO            PIC X(01).
                 88  CBO-COMPRA      VALUE 'C'.
                 88  CBO-VENDA       VALUE 'V'.
             05  CBO-MOEDA           PIC 9(01).
             05  CBO-ISO             PIC X(03).
             05  CBO-VLR-MOEDA       PIC 9(09)V99.
             05  CBO-VLR-REAIS       PIC 9(09)V99.
             05  CBO-DATA-COTACAO    PIC 9(08).
             05  CBO-TAXA-REF        PIC 9(03)V9(04).
             05  CBO-TAXA-APLICADA   PIC 9(03)V9(04).
             05  CBO-PCT-SPREAD      PIC 9(02)V99.
             05  CBO-VLR-SPREAD      PIC 9(07)V99.
      *
      *   CAMBSALD.DAT - um registro por moeda com a data da ultima
      *   conferencia, o saldo de abertura daquele dia e o contado.
         FD  CAMBSALD.
         01  REG-CAMBSALD.
             05  SLD-MOEDA           PIC 9(01).
             05  SLD-DATA            PIC 9(08).
             05  SLD-ABERTURA        PIC 9(11)V99.
             05  SLD-CONTADO         PIC 9(11)V99.
      *
      *   CAMBPOS.LST - posicao e spread do dia.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-MOE               PIC X(02) VALUE '00'.
         77  WS-FS-CBO               PIC 99.
         77  WS-FS-SLD               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  TRACEJADO-DUPLO         PIC X(80) VALUE ALL '='.
      *
      *   Dia da posicao e operador que confere o caixa.
         77  WS-DATA-INFORMADA       PIC X(08) VALUE SPACES.
         01  WS-DATA-POSICAO         PIC 9(08) VALUE ZEROS.
         01  FILLER REDEFINES WS-DATA-POSICAO.
             05  WS-DP-AAAA          PIC 9(04).
             05  WS-DP-MM            PIC 9(02).
             05  WS-DP-DD            PIC 9(02).
         77  WS-OPERADOR             PIC X(20) VALUE SPACES.
         77  WS-COD-BRL              PIC 9(01) VALUE ZEROS.
         77  WS-DATA-OK              PIC X     VALUE 'S'.
         COPY DATAVAL.
      *
      *   Uma posicao por codigo de moeda (o codigo do MOEDAS.DAT e
      *   de um digito, e vira o indice).
         01  WS-TAB-MOEDA OCCURS 9 TIMES.
             05  WS-MOE-EXISTE       PIC X(01).
             05  WS-MOE-ATIVA        PIC X(01).
             05  WS-MOE-ISO          PIC X(03).
             05  WS-MOE-NOME         PIC X(20).
             05  WS-SLD-DATA         PIC 9(08).
             05  WS-SLD-ABERTURA     PIC 9(11)V99.
             05  WS-SLD-CONTADO      PIC 9(11)V99.
             05  WS-POS-ABERTURA     PIC 9(11)V99.
             05  WS-POS-ENTRADAS     PIC 9(11)V99.
             05  WS-POS-SAIDAS       PIC 9(11)V99.
             05  WS-POS-ESPERADO     PIC S9(11)V99.
             05  WS-POS-CONTADO      PIC 9(11)V99.
             05  WS-POS-DIFERENCA    PIC S9(11)V99.
             05  WS-QTD-COMPRAS      PIC 9(05).
             05  WS-QTD-VENDAS       PIC 9(05).
             05  WS-VOL-COMPRADO     PIC 9(11)V99.
             05  WS-VOL-VENDIDO      PIC 9(11)V99.
             05  WS-SPREAD-REAIS     PIC 9(09)V99.
         77  WS-IND                  PIC 9(02).
      *
      *   Totais do dia.
         77  WS-QTD-OPERACOES        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-OUTRA-DATA       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-SEM-MOEDA        PIC 9(05) VALUE ZEROS.
         77  WS-TOT-COMPRAS          PIC 9(05) VALUE ZEROS.
         77  WS-TOT-VENDAS           PIC 9(05) VALUE ZEROS.
         77  WS-TOT-SPREAD           PIC 9(11)V99 VALUE ZEROS.
         77  WS-QTD-DIVERGENTES      PIC 9(02) VALUE ZEROS.
         77  WS-ESPERADO-ED          PIC -ZZZ.ZZZ.ZZ9,99.
      *
        01  LINHA-CABEC-DIA.
            03  FILLER               PIC X(11) VALUE 'POSICAO DE '.
            03  LCD-DATA             PIC 9(08).
            03  FILLER               PIC X(12) VALUE '  OPERADOR '.
            03  LCD-OPERADOR         PIC X(20).
            03  FILLER               PIC X(29) VALUE SPACES.
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
        01  LINHA-CAB-POSICAO.
            03  FILLER               PIC X(40) VALUE
                'MOE   ABERTURA   ENTRADAS     SAIDAS   E'.
            03  FILLER               PIC X(40) VALUE
                'SPERADO    CONTADO  DIFERENCA SIT.      '.
        01  LINHA-POSICAO.
            03  LPO-ISO              PIC X(03).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LPO-ABERTURA         PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LPO-ENTRADAS         PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LPO-SAIDAS           PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LPO-ESPERADO         PIC -ZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LPO-CONTADO          PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LPO-DIFERENCA        PIC -ZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LPO-SITUACAO         PIC X(05).
            03  FILLER               PIC X(05) VALUE SPACES.
        01  LINHA-CAB-SPREAD.
            03  FILLER               PIC X(40) VALUE
                'MOE  QTD C    VOL. COMPRADO  QTD V     V'.
            03  FILLER               PIC X(40) VALUE
                'OL. VENDIDO       SPREAD R$             '.
        01  LINHA-SPREAD.
            03  LSP-ISO              PIC X(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LSP-QTD-COMPRAS      PIC ZZZ9.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  LSP-VOL-COMPRADO     PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(03) VALUE SPACES.
            03  LSP-QTD-VENDAS       PIC ZZZ9.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  LSP-VOL-VENDIDO      PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(03) VALUE SPACES.
            03  LSP-SPREAD           PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(13) VALUE SPACES.
        01  LINHA-TOT-SPREAD.
            03  FILLER               PIC X(06) VALUE 'TOTAL'.
            03  LTP-QTD-COMPRAS      PIC ZZZ9.
            03  FILLER               PIC X(20) VALUE SPACES.
            03  LTP-QTD-VENDAS       PIC ZZZ9.
            03  FILLER               PIC X(20) VALUE SPACES.
            03  LTP-SPREAD           PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(13) VALUE SPACES.
        01  LINHA-RODAPE.
            03  LRD-ROTULO           PIC X(50).
            03  LRD-QTD              PIC ZZZZ9.
            03  FILLER               PIC X(25) VALUE SPACES.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ POSICAO DO BALCAO DE CAMBIO ------'
           DISPLAY 'Data da posicao AAAAMMDD (branco = hoje): '
           ACCEPT WS-DATA-INFORMADA
           IF WS-DATA-INFORMADA EQUAL SPACES THEN
              MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DATA-POSICAO
           ELSE
              MOVE WS-DATA-INFORMADA           TO WS-DATA-POSICAO
              MOVE WS-DP-DD                    TO DV-DIA
              MOVE WS-DP-MM                    TO DV-MES
              MOVE WS-DP-AAAA                  TO DV-ANO
              CALL './bin/PGVALDAT' USING DV-PARM
              IF DV-DATA-INVALIDA THEN
                 DISPLAY 'DATA DA POSICAO INVALIDA: '
                         WS-DATA-INFORMADA
                 GOBACK
              END-IF
           END-IF.
           DISPLAY 'Operador que confere o caixa: '
           ACCEPT WS-OPERADOR

           PERFORM CARREGA-MOEDAS THRU CARREGA-MOEDAS-FIM
           IF WS-COD-BRL EQUAL ZEROS THEN
              DISPLAY '>> MOEDAS.DAT INDISPONIVEL OU SEM O REAL (BRL)'
                      ' - RODE O PGMOEDAS.'
              GOBACK
           END-IF.
           PERFORM CARREGA-SALDOS THRU CARREGA-SALDOS-FIM
           IF WS-DATA-OK NOT EQUAL 'S' THEN
              GOBACK
           END-IF.
           PERFORM SOMA-OPERACOES THRU SOMA-OPERACOES-FIM

           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
              IF WS-MOE-EXISTE(WS-IND) EQUAL 'S' THEN
                 PERFORM CONFERE-MOEDA THRU CONFERE-MOEDA-FIM
              END-IF
           END-PERFORM

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-POSICAO
           CLOSE RELATORIO.
           PERFORM GRAVA-SALDOS
           DISPLAY 'POSICAO IMPRESSA EM CAMBPOS.LST - '
                   WS-QTD-OPERACOES ' OPERACAO(OES) NO DIA.'
           IF WS-QTD-DIVERGENTES EQUAL ZEROS THEN
              DISPLAY 'CAIXA CONFERIDO EM TODAS AS MOEDAS.'
           ELSE
              DISPLAY '*** ' WS-QTD-DIVERGENTES
                      ' MOEDA(S) COM SOBRA OU FALTA - VER RELATORIO ***'
           END-IF.
           GOBACK.
      *
      *   Tabela de moedas pelo codigo; o Real e a moeda do caixa em
      *   que se paga a compra e se recebe a venda.
       CARREGA-MOEDAS.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
              MOVE 'N'                         TO WS-MOE-EXISTE(WS-IND)
              MOVE 'N'                         TO WS-MOE-ATIVA(WS-IND)
              MOVE SPACES                      TO WS-MOE-ISO(WS-IND)
                                                  WS-MOE-NOME(WS-IND)
              MOVE ZEROS                       TO WS-SLD-DATA(WS-IND)
                                                WS-SLD-ABERTURA(WS-IND)
                                                WS-SLD-CONTADO(WS-IND)
                                                WS-POS-ABERTURA(WS-IND)
                                                WS-POS-ENTRADAS(WS-IND)
                                                WS-POS-SAIDAS(WS-IND)
                                                WS-POS-ESPERADO(WS-IND)
                                                WS-POS-CONTADO(WS-IND)
                                               WS-POS-DIFERENCA(WS-IND)
                                                WS-QTD-COMPRAS(WS-IND)
                                                WS-QTD-VENDAS(WS-IND)
                                                WS-VOL-COMPRADO(WS-IND)
                                                WS-VOL-VENDIDO(WS-IND)
                                                WS-SPREAD-REAIS(WS-IND)
           END-PERFORM
           OPEN INPUT MOEDAS
           IF WS-FS-MOE NOT EQUAL '00' THEN
              GO TO CARREGA-MOEDAS-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ MOEDAS NEXT
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF MOE-CODIGO GREATER ZERO THEN
                       MOVE MOE-CODIGO         TO WS-IND
                       MOVE 'S'                TO WS-MOE-EXISTE(WS-IND)
                       MOVE MOE-ATIVA          TO WS-MOE-ATIVA(WS-IND)
                       MOVE MOE-ISO            TO WS-MOE-ISO(WS-IND)
                       MOVE MOE-NOME           TO WS-MOE-NOME(WS-IND)
                       IF MOE-ISO EQUAL 'BRL' THEN
                          MOVE MOE-CODIGO      TO WS-COD-BRL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE MOEDAS.
       CARREGA-MOEDAS-FIM.
           EXIT.
      *
      *   Abertura do dia: o contado da ultima conferencia anterior;
      *   na mesma data (nova rodada do fechamento) a abertura
      *   gravada daquele dia. Data anterior a ultima conferencia
      *   nao e aceita - o saldo daquele dia ja foi substituido.
       CARREGA-SALDOS.
           OPEN INPUT CAMBSALD
           IF WS-FS-SLD NOT EQUAL ZEROS THEN
              DISPLAY 'CAMBSALD.DAT AUSENTE - ABERTURA ZERADA EM TODAS'
                      ' AS MOEDAS.'
              GO TO CARREGA-SALDOS-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CAMBSALD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF SLD-MOEDA GREATER ZERO THEN
                       MOVE SLD-MOEDA          TO WS-IND
                       MOVE SLD-DATA           TO WS-SLD-DATA(WS-IND)
                       MOVE SLD-ABERTURA     TO WS-SLD-ABERTURA(WS-IND)
                       MOVE SLD-CONTADO      TO WS-SLD-CONTADO(WS-IND)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAMBSALD.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
              EVALUATE TRUE
                 WHEN WS-SLD-DATA(WS-IND) EQUAL WS-DATA-POSICAO
                    MOVE WS-SLD-ABERTURA(WS-IND)
                                       TO WS-POS-ABERTURA(WS-IND)
                 WHEN WS-SLD-DATA(WS-IND) LESS WS-DATA-POSICAO
                    MOVE WS-SLD-CONTADO(WS-IND)
                                       TO WS-POS-ABERTURA(WS-IND)
                 WHEN OTHER
                    DISPLAY '>> ' WS-MOE-ISO(WS-IND)
                            ' JA CONFERIDA EM ' WS-SLD-DATA(WS-IND)
                            ' - DATA DA POSICAO ANTERIOR.'
                    MOVE 'N'                   TO WS-DATA-OK
              END-EVALUATE
           END-PERFORM.
       CARREGA-SALDOS-FIM.
           EXIT.
      *
      *   Compra: a moeda estrangeira entra no caixa e os Reais saem;
      *   venda: o contrario. O spread de cada operacao ja vem em
      *   Reais no registro.
       SOMA-OPERACOES.
           OPEN INPUT CAMBIO
           IF WS-FS-CBO NOT EQUAL ZEROS THEN
              DISPLAY 'CAMBIO.TXT AUSENTE - NENHUMA OPERACAO NO DIA.'
              GO TO SOMA-OPERACOES-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CAMBIO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF CBO-DATA NOT EQUAL WS-DATA-POSICAO THEN
                       ADD 1                   TO WS-QTD-OUTRA-DATA
                    ELSE
                       PERFORM SOMA-OPERACAO
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CAMBIO.
       SOMA-OPERACOES-FIM.
           EXIT.
      *
       SOMA-OPERACAO.
           IF CBO-MOEDA EQUAL ZERO
                    OR WS-MOE-EXISTE(CBO-MOEDA) NOT EQUAL 'S' THEN
              ADD 1                            TO WS-QTD-SEM-MOEDA
           ELSE
              ADD 1                            TO WS-QTD-OPERACOES
              MOVE CBO-MOEDA                   TO WS-IND
              PERFORM SOMA-MOEDA-OPERACAO
           END-IF.
      *
       SOMA-MOEDA-OPERACAO.
           ADD CBO-VLR-SPREAD               TO WS-SPREAD-REAIS(WS-IND)
                                               WS-TOT-SPREAD
           IF CBO-COMPRA THEN
              ADD 1                            TO WS-QTD-COMPRAS(WS-IND)
                                                  WS-TOT-COMPRAS
              ADD CBO-VLR-MOEDA              TO WS-VOL-COMPRADO(WS-IND)
                                              WS-POS-ENTRADAS(WS-IND)
              ADD CBO-VLR-REAIS            TO WS-POS-SAIDAS(WS-COD-BRL)
           ELSE
              ADD 1                            TO WS-QTD-VENDAS(WS-IND)
                                                  WS-TOT-VENDAS
              ADD CBO-VLR-MOEDA               TO WS-VOL-VENDIDO(WS-IND)
                                                 WS-POS-SAIDAS(WS-IND)
              ADD CBO-VLR-REAIS          TO WS-POS-ENTRADAS(WS-COD-BRL)
           END-IF.
      *
      *   Esperado = abertura + entradas - saidas; o operador informa
      *   o contado na gaveta e a diferenca vira sobra ou falta.
      *   Moeda inativa e sem saldo nem movimento fica fora.
       CONFERE-MOEDA.
           COMPUTE WS-POS-ESPERADO(WS-IND) =
              WS-POS-ABERTURA(WS-IND) + WS-POS-ENTRADAS(WS-IND)
                                      - WS-POS-SAIDAS(WS-IND)
           IF WS-MOE-ATIVA(WS-IND) NOT EQUAL 'S'
                    AND WS-POS-ABERTURA(WS-IND) EQUAL ZEROS
                    AND WS-POS-ENTRADAS(WS-IND) EQUAL ZEROS
                    AND WS-POS-SAIDAS(WS-IND) EQUAL ZEROS THEN
              MOVE 'N'                         TO WS-MOE-EXISTE(WS-IND)
              GO TO CONFERE-MOEDA-FIM
           END-IF.
           MOVE WS-POS-ESPERADO(WS-IND)        TO WS-ESPERADO-ED
           DISPLAY WS-MOE-ISO(WS-IND) ' - ESPERADO NO CAIXA: '
                   WS-ESPERADO-ED
           DISPLAY 'Valor contado em ' WS-MOE-ISO(WS-IND) ': '
           ACCEPT WS-POS-CONTADO(WS-IND)
           COMPUTE WS-POS-DIFERENCA(WS-IND) =
              WS-POS-CONTADO(WS-IND) - WS-POS-ESPERADO(WS-IND)
           IF WS-POS-DIFERENCA(WS-IND) NOT EQUAL ZEROS THEN
              ADD 1                            TO WS-QTD-DIVERGENTES
           END-IF.
       CONFERE-MOEDA-FIM.
           EXIT.
      *
       IMPRIME-POSICAO.
           MOVE 'PGCAMPOS'                     TO CR-PROGRAMA
           MOVE 'POSICAO DO BALCAO DE CAMBIO'  TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-DATA-POSICAO                TO LCD-DATA
           MOVE WS-OPERADOR                    TO LCD-OPERADOR
           WRITE REG-REL FROM LINHA-CABEC-DIA BEFORE ADVANCING 2 LINES
      *
           MOVE 'POSICAO POR MOEDA (CAIXA)'    TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-POSICAO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
              IF WS-MOE-EXISTE(WS-IND) EQUAL 'S' THEN
                 PERFORM IMPRIME-LINHA-POSICAO
              END-IF
           END-PERFORM
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES
      *
           MOVE 'GANHO DE SPREAD POR MOEDA'    TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-SPREAD BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
              IF WS-MOE-EXISTE(WS-IND) EQUAL 'S'
                       AND WS-IND NOT EQUAL WS-COD-BRL THEN
                 MOVE WS-MOE-ISO(WS-IND)       TO LSP-ISO
                 MOVE WS-QTD-COMPRAS(WS-IND)   TO LSP-QTD-COMPRAS
                 MOVE WS-VOL-COMPRADO(WS-IND)  TO LSP-VOL-COMPRADO
                 MOVE WS-QTD-VENDAS(WS-IND)    TO LSP-QTD-VENDAS
                 MOVE WS-VOL-VENDIDO(WS-IND)   TO LSP-VOL-VENDIDO
                 MOVE WS-SPREAD-REAIS(WS-IND)  TO LSP-SPREAD
                 WRITE REG-REL FROM LINHA-SPREAD
                       BEFORE ADVANCING 1 LINES
              END-IF
           END-PERFORM
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-TOT-COMPRAS                 TO LTP-QTD-COMPRAS
           MOVE WS-TOT-VENDAS                  TO LTP-QTD-VENDAS
           MOVE WS-TOT-SPREAD                  TO LTP-SPREAD
           WRITE REG-REL FROM LINHA-TOT-SPREAD BEFORE ADVANCING 2 LINES
      *
           WRITE REG-REL FROM TRACEJADO-DUPLO BEFORE ADVANCING 1 LINES
           MOVE 'OPERACOES DO DIA'             TO LRD-ROTULO
           MOVE WS-QTD-OPERACOES               TO LRD-QTD
           WRITE REG-REL FROM LINHA-RODAPE BEFORE ADVANCING 1 LINES
           MOVE 'OPERACOES COM MOEDA FORA DO MOEDAS.DAT'
                                               TO LRD-ROTULO
           MOVE WS-QTD-SEM-MOEDA               TO LRD-QTD
           WRITE REG-REL FROM LINHA-RODAPE BEFORE ADVANCING 1 LINES
           MOVE 'MOEDAS COM SOBRA OU FALTA'    TO LRD-ROTULO
           MOVE WS-QTD-DIVERGENTES             TO LRD-QTD
           WRITE REG-REL FROM LINHA-RODAPE BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-LINHA-POSICAO.
           MOVE WS-MOE-ISO(WS-IND)             TO LPO-ISO
           MOVE WS-POS-ABERTURA(WS-IND)        TO LPO-ABERTURA
           MOVE WS-POS-ENTRADAS(WS-IND)        TO LPO-ENTRADAS
           MOVE WS-POS-SAIDAS(WS-IND)          TO LPO-SAIDAS
           MOVE WS-POS-ESPERADO(WS-IND)        TO LPO-ESPERADO
           MOVE WS-POS-CONTADO(WS-IND)         TO LPO-CONTADO
           MOVE WS-POS-DIFERENCA(WS-IND)       TO LPO-DIFERENCA
           EVALUATE TRUE
              WHEN WS-POS-DIFERENCA(WS-IND) GREATER ZEROS
                 MOVE 'SOBRA'                  TO LPO-SITUACAO
              WHEN WS-POS-DIFERENCA(WS-IND) LESS ZEROS
                 MOVE 'FALTA'                  TO LPO-SITUACAO
              WHEN OTHER
                 MOVE 'OK'                     TO LPO-SITUACAO
           END-EVALUATE
           WRITE REG-REL FROM LINHA-POSICAO BEFORE ADVANCING 1 LINES.
      *
      *   O contado de hoje e a abertura de amanha; moeda que nao
      *   entrou na conferencia mantem o saldo que tinha.
       GRAVA-SALDOS.
           OPEN OUTPUT CAMBSALD
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 9
              IF WS-MOE-EXISTE(WS-IND) EQUAL 'S' THEN
                 MOVE WS-IND                   TO SLD-MOEDA
                 MOVE WS-DATA-POSICAO          TO SLD-DATA
                 MOVE WS-POS-ABERTURA(WS-IND)  TO SLD-ABERTURA
                 MOVE WS-POS-CONTADO(WS-IND)   TO SLD-CONTADO
                 WRITE REG-CAMBSALD
              ELSE
                 IF WS-SLD-DATA(WS-IND) GREATER ZEROS THEN
                    MOVE WS-IND                TO SLD-MOEDA
                    MOVE WS-SLD-DATA(WS-IND)   TO SLD-DATA
                    MOVE WS-SLD-ABERTURA(WS-IND) TO SLD-ABERTURA
                    MOVE WS-SLD-CONTADO(WS-IND) TO SLD-CONTADO
                    WRITE REG-CAMBSALD
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CAMBSALD.
      *
       END PROGRAM PGCAMPOS.
