      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Parcelas gravadas vao para o
      *                                 jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Contrato gravado lembra a
      *                                 emissao da CCB para assinatura
      *                                 (PGCCBEMI), depois dos
      *                                 fiadores.
      * 15/10/2026 Anderson Nascimento  Produto do catalogo (PGPRODUT,
      *                                 PRODUTO.DAT) na originacao: a
      *                                 taxa vem da faixa de prazo do
      *                                 produto para o segmento do
      *                                 cliente, prazo e principal
      *                                 conferidos, fiador pela regra
      *                                 do produto (sai o FIADOR.PARM).
      *                                 Taxa diferente so com
      *                                 supervisor, gravada em
      *                                 TAXAEXC.LOG; produto gravado
      *                                 no cabecalho.
      * 15/10/2026 Anderson Nascimento  IOF na originacao (PGCALIOF,
      *                                 cartao IOF.PARM): financiado,
      *                                 entra no principal e o
      *                                 cronograma e refeito sobre o
      *                                 total; pago a vista, sai na
      *                                 tela para a assinatura. Valor
      *                                 e forma gravados no cabecalho.
      * 15/10/2026 Anderson Nascimento  Carencia na originacao: N meses
      *                                 sem parcela, juros do periodo
      *                                 capitalizados no saldo que o
      *                                 cronograma amortiza, primeiro
      *                                 vencimento em N+1 meses e a
      *                                 carencia gravada no cabecalho.
      * 15/10/2026 Anderson Nascimento  Sistema de amortizacao escolhido
      *                                 na originacao (P PRICE, S SAC)
      *                                 e gravado no cabecalho; no SAC
      *                                 a amortizacao e constante e os
      *                                 juros caem com o saldo, com o
      *                                 residuo de arredondamento na
      *                                 ultima parcela.
      * 15/10/2026 Anderson Nascimento  Cada parcela nasce com o
      *                                 vencimento gravado (PGVENCTO:
      *                                 criacao + N meses, dia ate 28,
      *                                 empurrado para o proximo dia
      *                                 util); a avaliacao de credito
      *                                 mede o atraso por ele.
      * 02/09/2026 Anderson Nascimento  Avaliacao de credito na
      *                                 originacao: exposicao em
      *                                 aberto do cliente (PARCELAS/
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT LOGTAXA ASSIGN TO './TAXAEXC.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-LTX.
           SELECT CREDPARM ASSIGN TO './CREDITO.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CRP.
         FILE SECTION.
      *
      *   PARCELAS.DAT - uma parcela por registro de cada contrato
      *   calculado em P-ARRAY-DINAMICO (PRICE ou SAC), no mestre
      *   indexado por contrato + parcela; toda parcela nasce com a
      *   situacao 'A' (aberta).
          FD  PARCELAS.
              05  PAR-VLR-SALDO       PIC 9(07)V99.
              05  PAR-SITUACAO        PIC X(01).
                  88  PAR-ABERTA      VALUE 'A'.
              05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   EVENTOS.TXT - sete registros de 72 posicoes, um por dia da
      *   semana, no mesmo layout de WS-DIAS-DA-SEMANA/WS-EVENTO, para
              05  HDR-TAXA-JUROS      PIC 9V9(6).
              05  HDR-NUM-PRESTACOES  PIC 9(03).
              05  HDR-DATA-CRIACAO    PIC 9(08).
              05  HDR-SISTEMA-AMORT   PIC X(01).
                  88  HDR-PRICE       VALUE 'P'.
                  88  HDR-SAC         VALUE 'S'.
              05  HDR-CARENCIA-MESES  PIC 9(02).
              05  HDR-QTD-ADIAMENTOS  PIC 9(02).
              05  HDR-PARC-ADIADAS    PIC 9(03).
              05  HDR-VLR-IOF         PIC 9(07)V99.
              05  HDR-IOF-FORMA       PIC X(01).
                  88  HDR-IOF-FINANCIADO VALUE 'F'.
                  88  HDR-IOF-A-VISTA VALUE 'V'.
              05  HDR-COD-PRODUTO     PIC X(04).
      *
      *   TAXAEXC.LOG - uma linha por contrato originado com taxa
      *   fora da tabela do produto, com operador e supervisor.
          FD  LOGTAXA.
          01  REG-LOGTAXA             PIC X(80).
      *
      *   CREDITO.PARM - cartao da politica de credito: exposicao
      *   maxima por cliente e o bloqueio por atraso de 60+ dias.
         77 WS-FS-EVT                         PIC 99.
         77 WS-FS-CLI                         PIC 99.
         77 WS-FS-HDR                         PIC 99.
         77  WS-FS-LTX               PIC 99.
         77  WS-FS-CRP               PIC 99.
         77  WS-FS-PGT               PIC 99.
      *   Politica de credito e a avaliacao do cliente na entrada.
         77  WS-IND-PGO              PIC 9(03).
         77  WS-PGO-ACHADO           PIC 9(03) VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
         77  WS-AV-ATRASO            PIC S9(05) VALUE ZEROS.
         77  WS-AV-INT-VENC          PIC 9(07) VALUE ZEROS.
         77  WS-AV-INT-HOJE          PIC 9(07) VALUE ZEROS.
         77  WS-AV-DATA-HOJE         PIC 9(08) VALUE ZEROS.
         77 WS-CLIENTE-OK                     PIC X VALUE 'N'.
         77 WS-CONTRATO-DUPLICADO             PIC X VALUE 'N'.
         COPY FSERRO.
         COPY VENCTO.
         77 WS-DATA-CRIACAO-CTR               PIC 9(08) VALUE ZEROS.
         77 WS-VLR-PRINCIPAL                  PIC 9(7)V99.
         77 WS-TAXA-JUROS                     PIC 9V9(6).
         77 WS-PARCELA-FIXA                   PIC 9(7)V99.
         77 WS-FATOR                          PIC 9(5)V9(6).
         77 WS-SALDO-ATUAL                    PIC 9(7)V99.
         77 WS-AMORT-FIXA                     PIC 9(7)V99.
         77 WS-SISTEMA-AMORT                  PIC X VALUE 'P'.
         77 WS-CARENCIA-MESES                 PIC 9(2) VALUE ZEROS.
         77 TT-CARENCIA                       PIC 9(2) VALUE 12.
         77 WS-SALDO-INICIAL                  PIC 9(7)V99.
         77 WS-VLR-IOF                        PIC 9(7)V99 VALUE ZEROS.
         77 WS-IOF-FORMA                      PIC X VALUE 'F'.
         COPY CALIOF.
      *   Produto do catalogo e a excecao de taxa autorizada.
         77 WS-COD-PRODUTO                    PIC X(04) VALUE SPACES.
         77 WS-PRODUTO-OK                     PIC X VALUE 'N'.
         77 WS-SEGMENTO                       PIC X VALUE 'N'.
         77 WS-TAXA-PRODUTO                   PIC 9V9(6) VALUE ZEROS.
         77 WS-MANTEM-TAXA                    PIC X VALUE 'S'.
         77 WS-TAXA-EXCECAO                   PIC X VALUE 'N'.
         77 WS-OPERADOR                       PIC X(08) VALUE SPACES.
         77 WS-SUPERVISOR                     PIC X(08) VALUE SPACES.
         77 WS-CONFIRMA                       PIC X VALUE 'N'.
         77 WS-DATA-HORA                      PIC X(21) VALUE SPACES.
         COPY PRODUTO.
         COPY JORNAL.
         01 LINHA-LOG-TAXA.
            03 LTX-DATA                       PIC X(08).
            03 FILLER                         PIC X(01) VALUE SPACE.
            03 LTX-HORA                       PIC X(06).
            03 FILLER                         PIC X(01) VALUE SPACE.
            03 LTX-CONTRATO                   PIC 9(05).
            03 FILLER                         PIC X(01) VALUE SPACE.
            03 LTX-PRODUTO                    PIC X(04).
            03 FILLER                         PIC X(05) VALUE ' TAB '.
            03 LTX-TAXA-TABELA                PIC 9,9(6).
            03 FILLER                         PIC X(05) VALUE ' APL '.
            03 LTX-TAXA-APLICADA              PIC 9,9(6).
            03 FILLER                         PIC X(04) VALUE ' OP '.
            03 LTX-OPERADOR                   PIC X(08).
            03 FILLER                         PIC X(05) VALUE ' SUP '.
            03 LTX-SUPERVISOR                 PIC X(08).
            03 FILLER                         PIC X(03) VALUE SPACES.
       COPY AMBCFG.
       77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
                                               './CLIENTE.TXT'.
       P-FIM.
           GOBACK.
      *
      *   Calcula uma tabela de amortizacao pelo sistema escolhido
      *   (PRICE: parcelas fixas; SAC: amortizacao constante), com
      *   juros sobre o saldo devedor, e grava cada parcela em
      *   PARCELAS.DAT.
       P-ARRAY-DINAMICO.
           DISPLAY ' **** PROGRAMA DE ARRAY (DINÂMICO) ****'

              DISPLAY '>> CONTRATO JA CADASTRADO: ' WS-NUM-CONTRATO
              PERFORM P-FIM
           END-IF
           PERFORM P-ACEITA-PRODUTO
           IF WS-PRODUTO-OK NOT EQUAL 'S' THEN
              DISPLAY 'CONTRATO NAO CALCULADO (SEM PRODUTO).'
              PERFORM P-FIM
           END-IF
           DISPLAY 'Informe o nº de prestações: '
           ACCEPT WS-NUM-PRESTACOES
           DISPLAY 'Informe o valor do principal: '
           ACCEPT WS-VLR-PRINCIPAL
      *   A taxa e a da tabela do produto; o atendente nao a digita.
           PERFORM P-TAXA-DO-PRODUTO
           DISPLAY 'Sistema de amortizacao (P=PRICE, S=SAC): '
           ACCEPT WS-SISTEMA-AMORT
           IF WS-SISTEMA-AMORT NOT EQUAL 'S' THEN
              MOVE 'P'                         TO WS-SISTEMA-AMORT
           END-IF
           DISPLAY 'Meses de carencia (0 = sem carencia, ate 12): '
           ACCEPT WS-CARENCIA-MESES
           IF WS-CARENCIA-MESES GREATER TT-CARENCIA THEN
              DISPLAY 'Carencia invalida!'
              PERFORM P-FIM
           END-IF
           DISPLAY 'IOF (F=financiado no contrato, V=pago a vista): '
           ACCEPT WS-IOF-FORMA
           IF WS-IOF-FORMA NOT EQUAL 'V' THEN
              MOVE 'F'                         TO WS-IOF-FORMA
           END-IF
      *   Avaliacao de credito antes de qualquer gravacao: quem esta
      *   com duas no 90+ nao leva a terceira por distracao.
           PERFORM P-AVALIA-CREDITO
              DISPLAY 'CONTRATO NAO CALCULADO (POLITICA DE CREDITO).'
              PERFORM P-FIM
           END-IF
           MOVE ZERO                           TO WS-IND
           IF WS-NUM-PRESTACOES GREATER THAN TT-PARC THEN
              DISPLAY 'Nº inválido!'
              PERFORM P-FIM
           ELSE
              PERFORM P-MONTA-CRONOGRAMA
           END-IF
      *   IOF sobre o principal liberado; financiado, ele entra no
      *   principal e o cronograma e refeito sobre o total.
           PERFORM P-CALCULA-IOF
           IF WS-IOF-FORMA EQUAL 'F' AND WS-VLR-IOF GREATER ZEROS THEN
              ADD WS-VLR-IOF                   TO WS-VLR-PRINCIPAL
              PERFORM P-MONTA-CRONOGRAMA
              DISPLAY 'VALOR FINANCIADO (PRINCIPAL + IOF): '
                      WS-VLR-PRINCIPAL
           ELSE
              DISPLAY 'IOF A PAGAR A VISTA NA ASSINATURA: '
                      WS-VLR-IOF
           END-IF
           IF WS-CARENCIA-MESES GREATER ZEROS THEN
              DISPLAY 'SALDO CAPITALIZADO NA CARENCIA: '
                      WS-SALDO-INICIAL
           END-IF
      *    *** LENDO E GRAVANDO O ARRAY
           MOVE ZERO                           TO WS-IND
              MOVE WS-VLR-AMORT(WS-IND)        TO PAR-VLR-AMORT
              MOVE WS-VLR-SALDO(WS-IND)        TO PAR-VLR-SALDO
              MOVE 'A'                         TO PAR-SITUACAO
              MOVE WS-DATA-CRIACAO-CTR         TO VC-DATA-CRIACAO
              COMPUTE VC-NUM-PARCELA = WS-IND + WS-CARENCIA-MESES
              CALL './bin/PGVENCTO' USING VC-PARM
              MOVE VC-VENCIMENTO               TO PAR-VENCIMENTO
              WRITE REG-PARCELA
                 INVALID KEY
                    REWRITE REG-PARCELA
                    MOVE 'R'                   TO JN-OPERACAO
                 NOT INVALID KEY
                    MOVE 'W'                   TO JN-OPERACAO
              END-WRITE
              PERFORM P-JORNALIZA-PARCELA
           END-PERFORM.
           CLOSE PARCELAS.
      *
      *   Na carencia os juros correm e sao capitalizados: o
      *   cronograma amortiza o principal ja acrescido deles.
       P-MONTA-CRONOGRAMA.
           COMPUTE WS-SALDO-INICIAL ROUNDED =
              WS-VLR-PRINCIPAL * ((1 + WS-TAXA-JUROS)
                                  ** WS-CARENCIA-MESES)
           IF WS-SISTEMA-AMORT EQUAL 'S' THEN
              PERFORM P-CALCULA-SAC
           ELSE
              PERFORM P-CALCULA-PRICE
           END-IF.
      *
      *   IOF da originacao (PGCALIOF): fixo sobre o principal e
      *   diario sobre o que cada parcela amortiza, ate 365 dias.
       P-CALCULA-IOF.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO IO-DATA-BASE
           MOVE WS-CARENCIA-MESES              TO IO-CARENCIA-MESES
           MOVE WS-VLR-PRINCIPAL               TO IO-VLR-PRINCIPAL
           MOVE WS-NUM-PRESTACOES              TO IO-QTD-PARCELAS
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER
                                                    WS-NUM-PRESTACOES
              MOVE WS-VLR-AMORT(WS-IND)        TO IO-VLR-AMORT(WS-IND)
           END-PERFORM
           CALL './bin/PGCALIOF' USING IO-PARM
           MOVE IO-VLR-IOF                     TO WS-VLR-IOF
           DISPLAY 'IOF: FIXO ' IO-VLR-IOF-FIXO ' + DIARIO '
                   IO-VLR-IOF-DIARIO ' = ' IO-VLR-IOF.
      *
      *   PRICE: parcela fixa, juros sobre o saldo devedor e a
      *   amortizacao como diferenca.
       P-CALCULA-PRICE.
           IF WS-TAXA-JUROS EQUAL ZEROS THEN
      *   Emprestimo sem juros: a parcela fixa e so o principal
      *   dividido igualmente, sem aplicar o fator de financiamento
      *   PRICE (que exigiria dividir por um WS-FATOR igual a zero).
              COMPUTE WS-PARCELA-FIXA ROUNDED =
                 WS-SALDO-INICIAL / WS-NUM-PRESTACOES
           ELSE
              COMPUTE WS-FATOR ROUNDED =
                 1 - ((1 + WS-TAXA-JUROS) ** (- WS-NUM-PRESTACOES))
              COMPUTE WS-PARCELA-FIXA ROUNDED =
                 (WS-SALDO-INICIAL * WS-TAXA-JUROS) / WS-FATOR
           END-IF
           MOVE WS-SALDO-INICIAL               TO WS-SALDO-ATUAL
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER
                                                    WS-NUM-PRESTACOES
             COMPUTE WS-VLR-JUROS(WS-IND) ROUNDED =
                WS-SALDO-ATUAL * WS-TAXA-JUROS
             COMPUTE WS-VLR-AMORT(WS-IND) ROUNDED =
                WS-PARCELA-FIXA - WS-VLR-JUROS(WS-IND)
             COMPUTE WS-SALDO-ATUAL ROUNDED =
                WS-SALDO-ATUAL - WS-VLR-AMORT(WS-IND)
             MOVE WS-PARCELA-FIXA            TO WS-VLR-PARCELA(WS-IND)
             MOVE WS-SALDO-ATUAL             TO WS-VLR-SALDO(WS-IND)
           END-PERFORM.
      *
      *   SAC: amortizacao constante (principal / prestacoes), juros
      *   sobre o saldo devedor e parcela decrescente; a ultima
      *   parcela amortiza o saldo que sobrar do arredondamento.
       P-CALCULA-SAC.
           COMPUTE WS-AMORT-FIXA ROUNDED =
              WS-SALDO-INICIAL / WS-NUM-PRESTACOES
           MOVE WS-SALDO-INICIAL               TO WS-SALDO-ATUAL
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER
                                                    WS-NUM-PRESTACOES
             COMPUTE WS-VLR-JUROS(WS-IND) ROUNDED =
                WS-SALDO-ATUAL * WS-TAXA-JUROS
             IF WS-IND EQUAL WS-NUM-PRESTACOES THEN
                MOVE WS-SALDO-ATUAL          TO WS-VLR-AMORT(WS-IND)
             ELSE
                MOVE WS-AMORT-FIXA           TO WS-VLR-AMORT(WS-IND)
             END-IF
             COMPUTE WS-VLR-PARCELA(WS-IND) =
                WS-VLR-AMORT(WS-IND) + WS-VLR-JUROS(WS-IND)
             COMPUTE WS-SALDO-ATUAL =
                WS-SALDO-ATUAL - WS-VLR-AMORT(WS-IND)
             MOVE WS-SALDO-ATUAL             TO WS-VLR-SALDO(WS-IND)
           END-PERFORM.
      *
      *   Recusa numero de contrato ja existente no mestre de
      *   cabecalhos.
       P-TESTA-CONTRATO-DUP.
           MOVE WS-VLR-PRINCIPAL               TO HDR-VLR-PRINCIPAL
           MOVE WS-TAXA-JUROS                  TO HDR-TAXA-JUROS
           MOVE WS-NUM-PRESTACOES              TO HDR-NUM-PRESTACOES
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-CRIACAO-CTR
           MOVE WS-DATA-CRIACAO-CTR            TO HDR-DATA-CRIACAO
           MOVE WS-SISTEMA-AMORT               TO HDR-SISTEMA-AMORT
           MOVE WS-CARENCIA-MESES              TO HDR-CARENCIA-MESES
           MOVE ZEROS                          TO HDR-QTD-ADIAMENTOS
                                                  HDR-PARC-ADIADAS
           MOVE WS-VLR-IOF                     TO HDR-VLR-IOF
           MOVE WS-IOF-FORMA                   TO HDR-IOF-FORMA
           MOVE WS-COD-PRODUTO                 TO HDR-COD-PRODUTO
           WRITE REG-CONTRHDR
              INVALID KEY
                 DISPLAY '>> ERRO AO GRAVAR O CABECALHO DO CONTRATO.'
           END-WRITE
           CLOSE CONTRHDR
           IF WS-TAXA-EXCECAO EQUAL 'S' THEN
              PERFORM P-GRAVA-LOG-TAXA
           END-IF
           PERFORM P-TESTA-POLITICA-FIADOR
           DISPLAY 'CCB PARA ASSINATURA: EMITA PELO PGCCBEMI (CONTRATO '
                   WS-NUM-CONTRATO ').'.
      *
      *   Avaliacao de credito da originacao: exposicao em aberto e
      *   maior atraso do cliente contra a politica de CREDITO.PARM.
           END-IF.
      *
      *   Varre as parcelas abertas do cliente: soma a exposicao e
      *   guarda o maior atraso (pelo vencimento gravado na
      *   parcela, como no PGPAGTOS).
       P-APURA-CLIENTE-AVAL.
           MOVE ZEROS                          TO WS-EXPOSICAO-CLI
                                                  WS-MAX-ATRASO-CLI
           IF WS-FS-CTR NOT EQUAL ZEROS THEN
              CONTINUE
           ELSE
              MOVE ZEROS                       TO PAR-NUM-CONTRATO
                                                  PAR-NUM-PARCELA
              START PARCELAS KEY NOT LESS PAR-CHAVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARCELAS
           END-IF.
      *
              COMPUTE WS-AV-ABERTO =
                 PAR-VLR-PARCELA - WS-VLR-PAGO-ACUM
              ADD WS-AV-ABERTO                 TO WS-EXPOSICAO-CLI
              IF PAR-VENCIMENTO NOT EQUAL ZEROS THEN
                 COMPUTE WS-AV-INT-VENC =
                    FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
                 COMPUTE WS-AV-INT-HOJE =
                    FUNCTION INTEGER-OF-DATE(WS-AV-DATA-HOJE)
                 COMPUTE WS-AV-ATRASO =
                    WS-AV-INT-HOJE - WS-AV-INT-VENC
                 IF WS-AV-ATRASO GREATER ZEROS
                          AND WS-AV-ATRASO GREATER
                              WS-MAX-ATRASO-CLI THEN
                    MOVE WS-AV-ATRASO          TO WS-MAX-ATRASO-CLI
                 END-IF
              END-IF
           END-IF.
      *
      *   Politica de credito: produto que exige fiador pede o
      *   registro no PGFIADOR antes da liberacao do contrato.
       P-TESTA-POLITICA-FIADOR.
           IF PD-EXIGE-FIADOR EQUAL 'S' THEN
              DISPLAY '>> POLITICA DE CREDITO: O PRODUTO '
                      WS-COD-PRODUTO ' EXIGE FIADOR - REGISTRE NO'
                      ' PGFIADOR ANTES DA LIBERACAO.'
           END-IF.
      *
      *   Pede o produto do catalogo (branco desiste do calculo).
       P-ACEITA-PRODUTO.
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
      *   Taxa da faixa de prazo do produto para o segmento do
      *   cliente; prazo e principal fora do produto recusam. Outra
      *   taxa so com supervisor (quatro olhos, como no PGESTORN).
       P-TAXA-DO-PRODUTO.
           PERFORM P-APURA-SEGMENTO
           MOVE 'T'                            TO PD-FUNCAO
           MOVE WS-COD-PRODUTO                 TO PD-CODIGO
           MOVE WS-NUM-PRESTACOES              TO PD-PRAZO
           MOVE WS-VLR-PRINCIPAL               TO PD-PRINCIPAL
           MOVE WS-SEGMENTO                    TO PD-SEGMENTO
           CALL './bin/PGPRODUT' USING PD-PARM
           IF PD-RECUSADO THEN
              DISPLAY '>> ' PD-MOTIVO
              DISPLAY 'CONTRATO NAO CALCULADO (PRODUTO).'
              PERFORM P-FIM
           END-IF
           MOVE PD-TAXA                        TO WS-TAXA-PRODUTO
                                                  WS-TAXA-JUROS
           IF WS-SEGMENTO EQUAL 'C' THEN
              DISPLAY 'TAXA DO PRODUTO (CLIENTE COM CONTRATO): '
                      WS-TAXA-PRODUTO
           ELSE
              DISPLAY 'TAXA DO PRODUTO (CLIENTE NOVO): '
                      WS-TAXA-PRODUTO
           END-IF
           DISPLAY 'Manter a taxa do produto (S/N): '
           ACCEPT WS-MANTEM-TAXA
           IF WS-MANTEM-TAXA EQUAL 'N' OR WS-MANTEM-TAXA EQUAL 'n'
              PERFORM P-EXCECAO-TAXA
           END-IF.
      *
       P-EXCECAO-TAXA.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Supervisor (confirmacao): '
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR EQUAL WS-OPERADOR
                    OR WS-SUPERVISOR EQUAL SPACES THEN
              DISPLAY '>> O SUPERVISOR DEVE SER OUTRA PESSOA -'
                      ' TAXA DO PRODUTO MANTIDA.'
           ELSE
              DISPLAY 'Taxa autorizada ao mes (ex.: 0,015000): '
              ACCEPT WS-TAXA-JUROS
              DISPLAY 'Supervisor confirma a taxa ' WS-TAXA-JUROS
                      ' (S/N): '
              ACCEPT WS-CONFIRMA
              IF (WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's')
                       AND WS-TAXA-JUROS NOT EQUAL WS-TAXA-PRODUTO
                 THEN
                 MOVE 'S'                      TO WS-TAXA-EXCECAO
                 DISPLAY 'TAXA DE EXCECAO AUTORIZADA POR '
                         WS-SUPERVISOR
              ELSE
                 MOVE WS-TAXA-PRODUTO          TO WS-TAXA-JUROS
                 DISPLAY 'TAXA DO PRODUTO MANTIDA.'
              END-IF
           END-IF.
      *
      *   Segmento do cliente: com contrato anterior no mestre de
      *   cabecalhos (C) ou novo (N).
       P-APURA-SEGMENTO.
           MOVE 'N'                            TO WS-SEGMENTO
           MOVE 'N'                            TO WS-EOF-AVAL
           OPEN INPUT CONTRHDR
           IF WS-FS-HDR EQUAL ZEROS THEN
              MOVE ZEROS                       TO HDR-NUM-CONTRATO
              START CONTRHDR KEY NOT LESS HDR-NUM-CONTRATO
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-AVAL
              END-START
              PERFORM UNTIL WS-EOF-AVAL EQUAL 'S'
                 READ CONTRHDR NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-AVAL
                    NOT AT END
                       IF HDR-CD-CLIENTE EQUAL WS-CD-CLIENTE-INF THEN
                          MOVE 'C'             TO WS-SEGMENTO
                          MOVE 'S'             TO WS-EOF-AVAL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRHDR
           END-IF.
      *
      *   A excecao de taxa fica registrada com quem pediu e quem
      *   autorizou.
       P-GRAVA-LOG-TAXA.
           OPEN EXTEND LOGTAXA
           IF WS-FS-LTX EQUAL 35 THEN
              OPEN OUTPUT LOGTAXA
           END-IF
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO LTX-DATA
           MOVE WS-DATA-HORA(9:6)              TO LTX-HORA
           MOVE WS-NUM-CONTRATO                TO LTX-CONTRATO
           MOVE WS-COD-PRODUTO                 TO LTX-PRODUTO
           MOVE WS-TAXA-PRODUTO                TO LTX-TAXA-TABELA
           MOVE WS-TAXA-JUROS                  TO LTX-TAXA-APLICADA
           MOVE WS-OPERADOR                    TO LTX-OPERADOR
           MOVE WS-SUPERVISOR                  TO LTX-SUPERVISOR
           WRITE REG-LOGTAXA FROM LINHA-LOG-TAXA
           CLOSE LOGTAXA.
      *
      *   Pede e valida o cliente tomador do contrato contra o
      *   CLIENTE.TXT (0 desiste do calculo).
       P-ACEITA-CLIENTE.
               END-IF
             END-PERFORM
           END-PERFORM.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       P-JORNALIZA-PARCELA.
           IF WS-FS-CTR LESS 10 THEN
              MOVE 'PGARRAYS'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGARRAYS.
