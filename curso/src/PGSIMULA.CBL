      * Program name:    PGSIMULA
      * Original author: Anderson Nascimento
      * Purpose: Simulacao de financiamento no balcao, sem tocar
      *          nenhum mestre: produto, principal e prazo entram, o
      *          cronograma completo (juros, amortizacao e saldo,
      *          exatamente a conta PRICE do PGARRAYS, inclusive o
      *          caso de taxa zero) sai na tela lado a lado com o
      *          cronograma SAC das mesmas condicoes e, se o atendente
      *          quiser, numa cotacao impressa numerada e claramente
      *          marcada SIMULACAO em SIMULACAO.LST. Acabou o
      *          contrato de verdade criado so para mostrar "quanto
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Simulacao pelo produto do
      *                                 catalogo (PGPRODUT): a taxa e
      *                                 a da faixa de prazo do produto
      *                                 para o segmento do cliente, com
      *                                 prazo e principal conferidos.
      * 15/10/2026 Anderson Nascimento  IOF da originacao de cada
      *                                 sistema (PGCALIOF) na tela e
      *                                 na cotacao impressa.
      * 15/10/2026 Anderson Nascimento  Simula PRICE e SAC lado a lado
      *                                 (parcela e juros de cada
      *                                 sistema, totais pagos e de
      *                                 juros por sistema), na tela e
      *                                 na cotacao impressa.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         77  WS-TAXA-JUROS           PIC 9V9(6) VALUE ZEROS.
         77  WS-NUM-PRESTACOES       PIC 9(03) VALUE ZEROS.
         77  WS-IMPRIME              PIC X     VALUE 'N'.
         77  WS-COD-PRODUTO          PIC X(04) VALUE SPACES.
         77  WS-PRODUTO-OK           PIC X     VALUE 'N'.
         77  WS-TEM-CONTRATO         PIC X     VALUE 'N'.
         77  WS-NUMERO-SIMUL         PIC 9(07) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  WS-SALDO-ATUAL          PIC S9(08)V99 VALUE ZEROS.
         77  WS-TOT-JUROS            PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-PAGO             PIC 9(09)V99 VALUE ZEROS.
      *
      *   Cronograma SAC das mesmas condicoes (conta do PGARRAYS).
         01  WS-CRONOGRAMA-SAC.
             05  WS-TAB-SAC OCCURS 360 TIMES.
                 10  WS-SAC-PARCELA  PIC 9(07)V99.
                 10  WS-SAC-JUROS    PIC 9(07)V99.
                 10  WS-SAC-AMORT    PIC 9(07)V99.
                 10  WS-SAC-SALDO    PIC S9(08)V99.
         77  WS-AMORT-FIXA           PIC 9(07)V99 VALUE ZEROS.
         77  WS-TOT-JUROS-SAC        PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-PAGO-SAC         PIC 9(09)V99 VALUE ZEROS.
      *
      *   IOF da originacao de cada sistema (PGCALIOF).
         77  WS-IOF-PRICE            PIC 9(07)V99 VALUE ZEROS.
         77  WS-IOF-SAC              PIC 9(07)V99 VALUE ZEROS.
         COPY CALIOF.
         COPY PRODUTO.
      *
        01  LINHA-TITULO.
            03  FILLER               PIC X(26) VALUE
            03  CND-TAXA             PIC 9,9(6).
            03  FILLER               PIC X(09) VALUE ' PRAZO '.
            03  CND-PRAZO            PIC ZZ9.
            03  FILLER               PIC X(07) VALUE ' MESES'.
            03  FILLER               PIC X(09) VALUE ' PRODUTO '.
            03  CND-PRODUTO          PIC X(04).
            03  FILLER               PIC X(10) VALUE SPACES.
      *
        01  LINHA-COLUNAS-1.
            03  FILLER               PIC X(33) VALUE
                '                PRICE           |'.
            03  FILLER               PIC X(47) VALUE
                '             SAC'.
      *
        01  LINHA-COLUNAS-2.
            03  FILLER               PIC X(33) VALUE
                'PARC      PARCELA         JUROS |'.
            03  FILLER               PIC X(47) VALUE
                '       PARCELA         JUROS'.
      *
        01  LINHA-PARCELA.
            03  LPA-PARCELA          PIC ZZ9.
            03  LPA-VALOR            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LPA-JUROS            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(04) VALUE ' |  '.
            03  LPA-SAC-VALOR        PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LPA-SAC-JUROS        PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(19) VALUE SPACES.
      *
        01  LINHA-TOTAIS.
            03  TOT-SISTEMA          PIC X(06).
            03  FILLER               PIC X(14) VALUE 'TOTAL PAGO: '.
            03  TOT-PAGO             PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(16) VALUE
                '  SENDO JUROS: '.
            03  TOT-JUROS            PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(18) VALUE SPACES.
      *
        01  LINHA-IOF.
            03  FILLER               PIC X(20) VALUE
                'IOF PRICE: '.
            03  IOF-PRICE            PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(08) VALUE '  SAC: '.
            03  IOF-SAC              PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(32) VALUE
                '  (A VISTA OU FINANCIADO)'.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ SIMULACAO DE FINANCIAMENTO ------'
           PERFORM ACEITA-PRODUTO
           IF WS-PRODUTO-OK NOT EQUAL 'S' THEN
              DISPLAY '>> SEM PRODUTO - NADA A SIMULAR.'
              GOBACK
           END-IF
           DISPLAY 'Valor do principal: '
           ACCEPT WS-VLR-PRINCIPAL
           IF WS-VLR-PRINCIPAL EQUAL ZEROS THEN
              DISPLAY '>> PRINCIPAL ZERO - NADA A SIMULAR.'
              GOBACK
           END-IF
           MOVE ZEROS                          TO WS-NUM-PRESTACOES
           PERFORM UNTIL WS-NUM-PRESTACOES GREATER ZEROS
                    AND WS-NUM-PRESTACOES NOT GREATER TT-PARC
                 DISPLAY '>> INFORME DE 1 A 360.'
              END-IF
           END-PERFORM.
           PERFORM TAXA-DO-PRODUTO

           PERFORM CALCULA-CRONOGRAMA
           PERFORM CALCULA-CRONOGRAMA-SAC
           PERFORM CALCULA-IOF
           PERFORM MOSTRA-CRONOGRAMA

           DISPLAY 'Imprimir cotacao (S/N): '
                   ' ALTERADO.'
           GOBACK.
      *
      *   Produto do catalogo, como no PGARRAYS (branco desiste).
       ACEITA-PRODUTO.
           MOVE 'N'                            TO WS-PRODUTO-OK
           MOVE 'X'                            TO WS-COD-PRODUTO
           PERFORM UNTIL WS-PRODUTO-OK EQUAL 'S'
                          OR WS-COD-PRODUTO EQUAL SPACES
              DISPLAY 'Codigo do produto (branco desiste): '
              ACCEPT WS-COD-PRODUTO
              IF WS-COD-PRODUTO NOT EQUAL SPACES THEN
                 MOVE 'C'                      TO PD-FUNCAO
                 MOVE WS-COD-PRODUTO           TO PD-CODIGO
                 CALL './bin/PGPRODUT' USING PD-PARM
                 IF PD-ACEITO THEN
                    MOVE 'S'                   TO WS-PRODUTO-OK
                    DISPLAY 'Produto: ' PD-DESCRICAO ' - PRAZO '
                            PD-PRAZO-MIN ' A ' PD-PRAZO-MAX
                            ' MESES, PRINCIPAL ' PD-PRINC-MIN ' A '
                            PD-PRINC-MAX
                 ELSE
                    DISPLAY '>> ' PD-MOTIVO ': ' WS-COD-PRODUTO
                 END-IF
              END-IF
           END-PERFORM.
      *
      *   A taxa da simulacao e a que o PGARRAYS aplicaria: faixa de
      *   prazo do produto, coluna do segmento do cliente.
       TAXA-DO-PRODUTO.
           DISPLAY 'Cliente ja tem contrato conosco (S/N): '
           ACCEPT WS-TEM-CONTRATO
           MOVE 'T'                            TO PD-FUNCAO
           MOVE WS-COD-PRODUTO                 TO PD-CODIGO
           MOVE WS-NUM-PRESTACOES              TO PD-PRAZO
           MOVE WS-VLR-PRINCIPAL               TO PD-PRINCIPAL
           IF WS-TEM-CONTRATO EQUAL 'S' OR WS-TEM-CONTRATO EQUAL 's'
              MOVE 'C'                         TO PD-SEGMENTO
           ELSE
              MOVE 'N'                         TO PD-SEGMENTO
           END-IF
           CALL './bin/PGPRODUT' USING PD-PARM
           IF PD-RECUSADO THEN
              DISPLAY '>> ' PD-MOTIVO ' - NADA A SIMULAR.'
              GOBACK
           END-IF
           MOVE PD-TAXA                        TO WS-TAXA-JUROS
           DISPLAY 'TAXA DO PRODUTO AO MES: ' WS-TAXA-JUROS.
      *
      *   A mesma conta do P-ARRAY-DINAMICO: PRICE com juros sobre o
      *   saldo devedor, e divisao simples quando a taxa e zero.
       CALCULA-CRONOGRAMA.
              ADD WS-VLR-JUROS(WS-IND)         TO WS-TOT-JUROS
              ADD WS-PARCELA-FIXA              TO WS-TOT-PAGO
           END-PERFORM.
      *
      *   A conta SAC do P-ARRAY-DINAMICO: amortizacao constante,
      *   juros sobre o saldo devedor e o residuo do arredondamento
      *   na ultima parcela.
       CALCULA-CRONOGRAMA-SAC.
           COMPUTE WS-AMORT-FIXA ROUNDED =
              WS-VLR-PRINCIPAL / WS-NUM-PRESTACOES
           MOVE WS-VLR-PRINCIPAL               TO WS-SALDO-ATUAL
           MOVE ZEROS                          TO WS-TOT-JUROS-SAC
                                                  WS-TOT-PAGO-SAC
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND GREATER WS-NUM-PRESTACOES
              COMPUTE WS-SAC-JUROS(WS-IND) ROUNDED =
                 WS-SALDO-ATUAL * WS-TAXA-JUROS
              IF WS-IND EQUAL WS-NUM-PRESTACOES THEN
                 MOVE WS-SALDO-ATUAL           TO WS-SAC-AMORT(WS-IND)
              ELSE
                 MOVE WS-AMORT-FIXA            TO WS-SAC-AMORT(WS-IND)
              END-IF
              COMPUTE WS-SAC-PARCELA(WS-IND) =
                 WS-SAC-AMORT(WS-IND) + WS-SAC-JUROS(WS-IND)
              COMPUTE WS-SALDO-ATUAL =
                 WS-SALDO-ATUAL - WS-SAC-AMORT(WS-IND)
              MOVE WS-SALDO-ATUAL              TO
                   WS-SAC-SALDO(WS-IND)
              ADD WS-SAC-JUROS(WS-IND)         TO WS-TOT-JUROS-SAC
              ADD WS-SAC-PARCELA(WS-IND)       TO WS-TOT-PAGO-SAC
           END-PERFORM.
      *
      *   O IOF que o PGARRAYS cobraria na originacao de hoje, pela
      *   amortizacao de cada sistema.
       CALCULA-IOF.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO IO-DATA-BASE
           MOVE ZEROS                          TO IO-CARENCIA-MESES
           MOVE WS-VLR-PRINCIPAL               TO IO-VLR-PRINCIPAL
           MOVE WS-NUM-PRESTACOES              TO IO-QTD-PARCELAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND GREATER WS-NUM-PRESTACOES
              MOVE WS-VLR-AMORT(WS-IND)        TO IO-VLR-AMORT(WS-IND)
           END-PERFORM
           CALL './bin/PGCALIOF' USING IO-PARM
           MOVE IO-VLR-IOF                     TO WS-IOF-PRICE
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND GREATER WS-NUM-PRESTACOES
              MOVE WS-SAC-AMORT(WS-IND)        TO IO-VLR-AMORT(WS-IND)
           END-PERFORM
           CALL './bin/PGCALIOF' USING IO-PARM
           MOVE IO-VLR-IOF                     TO WS-IOF-SAC.
      *
       MOSTRA-CRONOGRAMA.
           DISPLAY LINHA-COLUNAS-1
           DISPLAY LINHA-COLUNAS-2
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND GREATER WS-NUM-PRESTACOES
              MOVE WS-VLR-PARCELA(WS-IND)      TO LPA-VALOR
              MOVE WS-VLR-JUROS(WS-IND)        TO LPA-JUROS
              MOVE WS-SAC-PARCELA(WS-IND)      TO LPA-SAC-VALOR
              MOVE WS-SAC-JUROS(WS-IND)        TO LPA-SAC-JUROS
              DISPLAY WS-IND '  ' LPA-VALOR '  ' LPA-JUROS ' |  '
                      LPA-SAC-VALOR '  ' LPA-SAC-JUROS
           END-PERFORM.
           MOVE WS-TOT-PAGO                    TO TOT-PAGO
           MOVE WS-TOT-JUROS                   TO TOT-JUROS
           DISPLAY 'PRICE TOTAL PAGO: ' TOT-PAGO ' SENDO JUROS: '
                   TOT-JUROS
           MOVE WS-TOT-PAGO-SAC                TO TOT-PAGO
           MOVE WS-TOT-JUROS-SAC               TO TOT-JUROS
           DISPLAY 'SAC   TOTAL PAGO: ' TOT-PAGO ' SENDO JUROS: '
                   TOT-JUROS
           MOVE WS-IOF-PRICE                   TO IOF-PRICE
           MOVE WS-IOF-SAC                     TO IOF-SAC
           DISPLAY LINHA-IOF.
      *
       PROXIMO-NUMERO.
           MOVE ZEROS                          TO WS-NUMERO-SIMUL
           MOVE WS-VLR-PRINCIPAL               TO CND-PRINCIPAL
           MOVE WS-TAXA-JUROS                  TO CND-TAXA
           MOVE WS-NUM-PRESTACOES              TO CND-PRAZO
           MOVE WS-COD-PRODUTO                 TO CND-PRODUTO
           WRITE REG-REL FROM LINHA-CONDICOES BEFORE ADVANCING 1
                                                 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS-1 BEFORE ADVANCING 1
                                                 LINES
           WRITE REG-REL FROM LINHA-COLUNAS-2 BEFORE ADVANCING 1
                                                 LINES
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND GREATER WS-NUM-PRESTACOES
              MOVE WS-IND                      TO LPA-PARCELA
              MOVE WS-VLR-PARCELA(WS-IND)      TO LPA-VALOR
              MOVE WS-VLR-JUROS(WS-IND)        TO LPA-JUROS
              MOVE WS-SAC-PARCELA(WS-IND)      TO LPA-SAC-VALOR
              MOVE WS-SAC-JUROS(WS-IND)        TO LPA-SAC-JUROS
              WRITE REG-REL FROM LINHA-PARCELA BEFORE ADVANCING 1
                                                  LINES
           END-PERFORM.
           MOVE 'PRICE'                        TO TOT-SISTEMA
           MOVE WS-TOT-PAGO                    TO TOT-PAGO
           MOVE WS-TOT-JUROS                   TO TOT-JUROS
           WRITE REG-REL FROM LINHA-TOTAIS BEFORE ADVANCING 1 LINES
           MOVE 'SAC'                          TO TOT-SISTEMA
           MOVE WS-TOT-PAGO-SAC                TO TOT-PAGO
           MOVE WS-TOT-JUROS-SAC               TO TOT-JUROS
           WRITE REG-REL FROM LINHA-TOTAIS BEFORE ADVANCING 1 LINES
           MOVE WS-IOF-PRICE                   TO IOF-PRICE
           MOVE WS-IOF-SAC                     TO IOF-SAC
           WRITE REG-REL FROM LINHA-IOF BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO
