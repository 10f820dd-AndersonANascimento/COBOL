      *          receber e na receita de mora; modo F le a folha
      *          fechada (FOLHA_MENSAL.TXT) - debito em despesa de
      *          salarios, creditos em INSS/IRRF a recolher e
      *          salarios a pagar, e os encargos da empresa - debito
      *          em despesa de encargos, creditos em FGTS e INSS a
      *          recolher; modo M le o faturamento de
      *          mensalidades (MENSALID.DAT) da competencia - debito
      *          em contas a receber, credito na receita. Nenhum
      *          lote desbalanceado chega ao diario. O modo B imprime
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Lote da folha rateado por
      *                                 centro de custo: um debito de
      *                                 41101 e um de 41104 por centro
      *                                 (colunas novas do extrato),
      *                                 com o centro no DIARIO.
      * 15/10/2026 Anderson Nascimento  Adiantamento quinzenal: o
      *                                 lote da folha credita 11301
      *                                 ADIANTAMENTO A FUNCIONARIOS
      *                                 pelo adiantamento descontado
      *                                 (coluna nova do extrato);
      *                                 conta no plano padrao.
      * 15/10/2026 Anderson Nascimento  Lote da folha com os encargos
      *                                 da empresa (colunas novas do
      *                                 extrato): debito em 41104
      *                                 ENCARGOS SOCIAIS, credito em
      *                                 21108 FGTS A RECOLHER e a
      *                                 parte patronal em INSS A
      *                                 RECOLHER; contas no plano
      *                                 padrao.
      * 15/10/2026 Anderson Nascimento  Lote com data em competencia
      *                                 fechada (PGFECHAM) nao chega
      *                                 ao diario.
      * 15/10/2026 Anderson Nascimento  Contas 21106 FORNECEDORES A
      *                                 PAGAR, 21107 INSTRUTORES A
      *                                 PAGAR, 41102 DESPESA COM
      *                                 INSTRUTORES e 41103 DESPESAS
      *                                 GERAIS no plano padrao, para
      *                                 o contas a pagar (PGCTAPAG).
      * 15/10/2026 Anderson Nascimento  Contas 11202 JUROS A RECEBER e
      *                                 31103 RECEITA DE JUROS
      *                                 APROPRIADOS no plano padrao,
      *                                 para a apropriacao mensal dos
      *                                 juros (PGAPRJUR).
      * 15/10/2026 Anderson Nascimento  Conta 21105 IOF A RECOLHER no
      *                                 plano padrao, para o lote
      *                                 mensal do IOF da originacao
      *                                 (PGIOFREC).
      * 15/10/2026 Anderson Nascimento  Conta 21104 REEMBOLSOS A PAGAR
      *                                 no plano padrao, para o lote
      *                                 do acerto rescisorio do
      *                                 trancamento (PGTRANCA).
      * 02/09/2026 Anderson Nascimento  Lote da folha ganha o
      *                                 credito do consignado em
      *                                 contas a receber, senao o
             05  DIA-DC              PIC X(01).
             05  DIA-VALOR           PIC 9(09)V99.
             05  DIA-HISTORICO       PIC X(20).
             05  DIA-CCUSTO          PIC X(03).
      *
      *   RECIBOS.TXT - recibos do caixa (PGPAGTOS).
         FD  RECIBOS.
             05  RCB-PARCELA         PIC 9(03).
             05  RCB-VLR-PAGO        PIC 9(07)V99.
             05  RCB-VLR-MORA        PIC 9(07)V99.
             05  RCB-UNIDADE         PIC X(03).
      *
      *   FOLHA_MENSAL.TXT - extrato da folha fechada (PGFOLHA).
         FD  EXTRATO.
             05  EXT-IRRF            PIC 9(06)V99.
             05  EXT-CONSIG          PIC 9(06)V99.
             05  EXT-LIQUIDO         PIC 9(06)V99.
             05  EXT-FGTS            PIC 9(06)V99.
             05  EXT-INSS-PATR       PIC 9(06)V99.
             05  EXT-ADIANT          PIC 9(06)V99.
             05  EXT-CCUSTO          PIC X(03).
             05  EXT-CCUSTO-2        PIC X(03).
             05  EXT-PCT-CCUSTO-2    PIC 9(03).
      *
      *   MENSALID.DAT - contas a receber das mensalidades
      *   (PGMENSAL).
         77  WS-CTA-REC-MORA         PIC 9(05) VALUE 31101.
         77  WS-CTA-REC-MENSAL       PIC 9(05) VALUE 31102.
         77  WS-CTA-DESP-SAL         PIC 9(05) VALUE 41101.
         77  WS-CTA-FGTS             PIC 9(05) VALUE 21108.
         77  WS-CTA-ENCARGOS         PIC 9(05) VALUE 41104.
         77  WS-CTA-ADIANT           PIC 9(05) VALUE 11301.
      *
      *   O lote em montagem: debitos e creditos conferidos antes
      *   de qualquer gravacao no diario.
             05  WS-PAR-DC           PIC X(01).
             05  WS-PAR-VALOR        PIC 9(09)V99.
             05  WS-PAR-HISTORICO    PIC X(20).
             05  WS-PAR-CCUSTO       PIC X(03) VALUE SPACES.
         77  WS-IND-PAR              PIC 9(03).
         77  WS-TOT-DEBITOS          PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-CREDITOS         PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-IRRF             PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-LIQUIDO          PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-CONSIG           PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-FGTS             PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-INSS-PATR        PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-ENCARGOS         PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-ADIANT           PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-MENSAL           PIC 9(11)V99 VALUE ZEROS.
         77  WS-VLR-PRINCIPAL        PIC 9(09)V99 VALUE ZEROS.
      *
      *   Folha por centro de custo: o bruto e os encargos de cada
      *   funcionario vao para o centro principal, menos a parte do
      *   segundo centro (percentual do FUNCMEST).
         77  WS-QTD-CCU              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-CCU OCCURS 30 TIMES.
             05  WS-CCU-CODIGO       PIC X(03).
             05  WS-CCU-BRUTO        PIC 9(11)V99.
             05  WS-CCU-ENCARGOS     PIC 9(11)V99.
         77  WS-IND-CCU              PIC 9(02).
         77  WS-CCU-ACHADO           PIC 9(02) VALUE ZEROS.
         77  WS-CCU-PROCURA          PIC X(03) VALUE SPACES.
         77  WS-RAT-BRUTO            PIC 9(09)V99 VALUE ZEROS.
         77  WS-RAT-ENCARGOS         PIC 9(09)V99 VALUE ZEROS.
         77  WS-RAT-BRUTO-2          PIC 9(09)V99 VALUE ZEROS.
         77  WS-RAT-ENCARGOS-2       PIC 9(09)V99 VALUE ZEROS.
      *
      *   Balancete: acumuladores por conta.
         77  WS-QTD-CTA              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-CTA OCCURS 50 TIMES.
            03  TOT-CREDITO          PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(08) VALUE SPACES.
         COPY CABREL.
         COPY FECHPER.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              MOVE 'CONTAS A RECEBER'          TO CTA-NOME
              MOVE 'D'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 11202                       TO CTA-CODIGO
              MOVE 'JUROS A RECEBER'           TO CTA-NOME
              MOVE 'D'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 11301                       TO CTA-CODIGO
              MOVE 'ADIANTAMENTO A FUNCIONARIOS' TO CTA-NOME
              MOVE 'D'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 21101                       TO CTA-CODIGO
              MOVE 'INSS A RECOLHER'           TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              MOVE 'SALARIOS A PAGAR'          TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 21104                       TO CTA-CODIGO
              MOVE 'REEMBOLSOS A PAGAR'        TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 21105                       TO CTA-CODIGO
              MOVE 'IOF A RECOLHER'            TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 21106                       TO CTA-CODIGO
              MOVE 'FORNECEDORES A PAGAR'      TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 21107                       TO CTA-CODIGO
              MOVE 'INSTRUTORES A PAGAR'       TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 21108                       TO CTA-CODIGO
              MOVE 'FGTS A RECOLHER'           TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 31101                       TO CTA-CODIGO
              MOVE 'RECEITA DE JUROS E MORA'   TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              MOVE 'RECEITA DE MENSALIDADES'   TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 31103                       TO CTA-CODIGO
              MOVE 'RECEITA DE JUROS APROPRIADOS' TO CTA-NOME
              MOVE 'C'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 41101                       TO CTA-CODIGO
              MOVE 'DESPESA DE SALARIOS'       TO CTA-NOME
              MOVE 'D'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 41102                       TO CTA-CODIGO
              MOVE 'DESPESA COM INSTRUTORES'   TO CTA-NOME
              MOVE 'D'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 41103                       TO CTA-CODIGO
              MOVE 'DESPESAS GERAIS'           TO CTA-NOME
              MOVE 'D'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              MOVE 41104                       TO CTA-CODIGO
              MOVE 'ENCARGOS SOCIAIS'          TO CTA-NOME
              MOVE 'D'                         TO CTA-NATUREZA
              WRITE REG-PLANOCTA
              CLOSE PLANOCTA
           ELSE
              CLOSE PLANOCTA
      *
      *   Modo F: a folha fechada vira um lote - debito na despesa
      *   pelo bruto, creditos nos recolhimentos, no consignado
      *   (que abate contas a receber) e no liquido a pagar; os
      *   encargos da empresa debitam a despesa de encargos contra
      *   o FGTS e o INSS a recolher.
       LANCA-FOLHA.
           DISPLAY 'Data do lancamento (AAAAMMDD): '
           ACCEPT WS-DATA-PEDIDA
                    ADD EXT-IRRF               TO WS-TOT-IRRF
                    ADD EXT-CONSIG             TO WS-TOT-CONSIG
                    ADD EXT-LIQUIDO            TO WS-TOT-LIQUIDO
                    ADD EXT-FGTS               TO WS-TOT-FGTS
                    ADD EXT-INSS-PATR          TO WS-TOT-INSS-PATR
                    ADD EXT-ADIANT             TO WS-TOT-ADIANT
                    PERFORM RATEIA-CCUSTO
              END-READ
           END-PERFORM
           CLOSE EXTRATO
              DISPLAY 'FOLHA VAZIA - NADA A LANCAR.'
              GOBACK
           END-IF
      *   Despesa de salarios: uma partida por centro de custo.
           PERFORM VARYING WS-IND-CCU FROM 1 BY 1
                           UNTIL WS-IND-CCU > WS-QTD-CCU
              IF WS-CCU-BRUTO(WS-IND-CCU) GREATER ZEROS THEN
                 ADD 1                         TO WS-QTD-PARTIDAS
                 MOVE WS-CTA-DESP-SAL      TO
                      WS-PAR-CONTA(WS-QTD-PARTIDAS)
                 MOVE 'D'                  TO
                      WS-PAR-DC(WS-QTD-PARTIDAS)
                 MOVE WS-CCU-BRUTO(WS-IND-CCU) TO
                      WS-PAR-VALOR(WS-QTD-PARTIDAS)
                 MOVE 'FOLHA BRUTA'   TO
                      WS-PAR-HISTORICO(WS-QTD-PARTIDAS)
                 MOVE WS-CCU-CODIGO(WS-IND-CCU) TO
                      WS-PAR-CCUSTO(WS-QTD-PARTIDAS)
              END-IF
           END-PERFORM
           ADD 1                               TO WS-QTD-PARTIDAS
           MOVE WS-CTA-INSS                TO
                WS-PAR-CONTA(WS-QTD-PARTIDAS)
              MOVE 'CONSIGNADO FOLHA' TO
                   WS-PAR-HISTORICO(WS-QTD-PARTIDAS)
           END-IF
      *   O adiantamento quinzenal saiu do caixa no dia 20
      *   (PGADIANT); o desconto na folha baixa o adiantamento.
           IF WS-TOT-ADIANT GREATER ZEROS THEN
              ADD 1                            TO WS-QTD-PARTIDAS
              MOVE WS-CTA-ADIANT           TO
                   WS-PAR-CONTA(WS-QTD-PARTIDAS)
              MOVE 'C'                     TO
                   WS-PAR-DC(WS-QTD-PARTIDAS)
              MOVE WS-TOT-ADIANT           TO
                   WS-PAR-VALOR(WS-QTD-PARTIDAS)
              MOVE 'ADIANTAMENTO FOLHA' TO
                   WS-PAR-HISTORICO(WS-QTD-PARTIDAS)
           END-IF
      *   Encargos da empresa: despesa contra os recolhimentos.
           COMPUTE WS-TOT-ENCARGOS = WS-TOT-FGTS + WS-TOT-INSS-PATR
           PERFORM VARYING WS-IND-CCU FROM 1 BY 1
                           UNTIL WS-IND-CCU > WS-QTD-CCU
              IF WS-CCU-ENCARGOS(WS-IND-CCU) GREATER ZEROS THEN
                 ADD 1                         TO WS-QTD-PARTIDAS
                 MOVE WS-CTA-ENCARGOS      TO
                      WS-PAR-CONTA(WS-QTD-PARTIDAS)
                 MOVE 'D'                  TO
                      WS-PAR-DC(WS-QTD-PARTIDAS)
                 MOVE WS-CCU-ENCARGOS(WS-IND-CCU) TO
                      WS-PAR-VALOR(WS-QTD-PARTIDAS)
                 MOVE 'ENCARGOS DA FOLHA' TO
                      WS-PAR-HISTORICO(WS-QTD-PARTIDAS)
                 MOVE WS-CCU-CODIGO(WS-IND-CCU) TO
                      WS-PAR-CCUSTO(WS-QTD-PARTIDAS)
              END-IF
           END-PERFORM
           IF WS-TOT-FGTS GREATER ZEROS THEN
              ADD 1                            TO WS-QTD-PARTIDAS
              MOVE WS-CTA-FGTS             TO
                   WS-PAR-CONTA(WS-QTD-PARTIDAS)
              MOVE 'C'                     TO
                   WS-PAR-DC(WS-QTD-PARTIDAS)
              MOVE WS-TOT-FGTS             TO
                   WS-PAR-VALOR(WS-QTD-PARTIDAS)
              MOVE 'FGTS DO MES'       TO
                   WS-PAR-HISTORICO(WS-QTD-PARTIDAS)
           END-IF
           IF WS-TOT-INSS-PATR GREATER ZEROS THEN
              ADD 1                            TO WS-QTD-PARTIDAS
              MOVE WS-CTA-INSS             TO
                   WS-PAR-CONTA(WS-QTD-PARTIDAS)
              MOVE 'C'                     TO
                   WS-PAR-DC(WS-QTD-PARTIDAS)
              MOVE WS-TOT-INSS-PATR        TO
                   WS-PAR-VALOR(WS-QTD-PARTIDAS)
              MOVE 'INSS PATRONAL'     TO
                   WS-PAR-HISTORICO(WS-QTD-PARTIDAS)
           END-IF
           MOVE WS-DATA-PEDIDA                 TO DIA-DATA
           PERFORM GRAVA-LOTE.
      *
      *   Rateio do funcionario: a parte do segundo centro sai pelo
      *   percentual, arredondada; o centro principal fica com o
      *   resto, para o total do lote bater com o extrato.
       RATEIA-CCUSTO.
           MOVE EXT-BRUTO                      TO WS-RAT-BRUTO
           COMPUTE WS-RAT-ENCARGOS = EXT-FGTS + EXT-INSS-PATR
           IF EXT-PCT-CCUSTO-2 GREATER ZEROS
                    AND EXT-PCT-CCUSTO-2 LESS 100
                    AND EXT-CCUSTO-2 NOT EQUAL SPACES THEN
              COMPUTE WS-RAT-BRUTO-2 ROUNDED =
                 EXT-BRUTO * EXT-PCT-CCUSTO-2 / 100
              COMPUTE WS-RAT-ENCARGOS-2 ROUNDED =
                 WS-RAT-ENCARGOS * EXT-PCT-CCUSTO-2 / 100
              SUBTRACT WS-RAT-BRUTO-2        FROM WS-RAT-BRUTO
              SUBTRACT WS-RAT-ENCARGOS-2     FROM WS-RAT-ENCARGOS
              MOVE EXT-CCUSTO-2                TO WS-CCU-PROCURA
              PERFORM BUSCA-CCUSTO
              ADD WS-RAT-BRUTO-2           TO
                  WS-CCU-BRUTO(WS-CCU-ACHADO)
              ADD WS-RAT-ENCARGOS-2        TO
                  WS-CCU-ENCARGOS(WS-CCU-ACHADO)
           END-IF
           MOVE EXT-CCUSTO                     TO WS-CCU-PROCURA
           PERFORM BUSCA-CCUSTO
           ADD WS-RAT-BRUTO                TO
               WS-CCU-BRUTO(WS-CCU-ACHADO)
           ADD WS-RAT-ENCARGOS             TO
               WS-CCU-ENCARGOS(WS-CCU-ACHADO).
      *
      *   Centro novo entra no fim da tabela; com a tabela cheia o
      *   valor fica no ultimo centro, com aviso.
       BUSCA-CCUSTO.
           MOVE ZEROS                          TO WS-CCU-ACHADO
           PERFORM VARYING WS-IND-CCU FROM 1 BY 1
                           UNTIL WS-IND-CCU > WS-QTD-CCU
              IF WS-CCU-CODIGO(WS-IND-CCU) EQUAL WS-CCU-PROCURA THEN
                 MOVE WS-IND-CCU               TO WS-CCU-ACHADO
              END-IF
           END-PERFORM
           IF WS-CCU-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-CCU LESS 30 THEN
                 ADD 1                         TO WS-QTD-CCU
                 MOVE WS-CCU-PROCURA       TO WS-CCU-CODIGO(WS-QTD-CCU)
                 MOVE ZEROS                TO
                      WS-CCU-BRUTO(WS-QTD-CCU)
                      WS-CCU-ENCARGOS(WS-QTD-CCU)
              ELSE
                 DISPLAY '>> TABELA DE CENTROS CHEIA - ' WS-CCU-PROCURA
                         ' LANCADO EM ' WS-CCU-CODIGO(WS-QTD-CCU)
              END-IF
              MOVE WS-QTD-CCU                  TO WS-CCU-ACHADO
           END-IF.
      *
      *   Modo M: o faturamento da competencia vira um lote -
      *   debito em contas a receber, credito na receita, pelo
      *   devido liquido de bolsa.
                      ' X C ' WS-TOT-CREDITOS ' - NADA GRAVADO ***'
              GOBACK
           END-IF
      *   Nem em competencia fechada (PGFECHAM).
           MOVE WS-DATA-PEDIDA                 TO FP-DATA
           MOVE 'PGCONTAB'                     TO FP-PROGRAMA
           MOVE SPACES                         TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM
           IF FP-FECHADO THEN
              DISPLAY '*** COMPETENCIA ' FP-COMPETENCIA ' FECHADA'
                      ' - NADA GRAVADO ***'
              GOBACK
           END-IF
           OPEN EXTEND DIARIO
           IF WS-FS-DIA EQUAL 35 THEN
              OPEN OUTPUT DIARIO
              MOVE WS-PAR-DC(WS-IND-PAR)       TO DIA-DC
              MOVE WS-PAR-VALOR(WS-IND-PAR)    TO DIA-VALOR
              MOVE WS-PAR-HISTORICO(WS-IND-PAR) TO DIA-HISTORICO
              MOVE WS-PAR-CCUSTO(WS-IND-PAR)   TO DIA-CCUSTO
              WRITE REG-DIARIO
           END-PERFORM
           CLOSE DIARIO
