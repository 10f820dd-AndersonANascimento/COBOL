      * Original author: Anderson Nascimento
      * Purpose: Renegociacao de contrato em atraso: junta as
      *          parcelas em aberto do contrato velho com a mora
      *          acumulada (taxa de MORA.PARM sobre o vencimento
      *          gravado na parcela), origina um contrato novo no
      *          CONTRHDR.DAT com o proximo numero livre e um
      *          cronograma novo PRICE ou SAC (a mesma conta do
      *          PGARRAYS) na taxa e prazo negociados, marca as parcelas velhas
      *          com situacao 'R' (com a baixa RENEGOC em PAGTOS.TXT
      *          para o aging nao as contar duas vezes) e grava o
      *          vinculo velho->novo em RENEGOC.TXT, que o extrato do
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de atualizacao e o
      *                                 controle de periodo fechado.
      * 15/10/2026 Anderson Nascimento  Parcelas gravadas vao para o
      *                                 jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Renegociacao recusada com a
      *                                 competencia de hoje fechada
      *                                 (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Contrato novo escolhe o sistema
      *                                 de amortizacao (PRICE ou SAC,
      *                                 padrao o do contrato velho),
      *                                 gravado no cabecalho; o aberto
      *                                 consolidado vem das parcelas
      *                                 gravadas, valendo para contrato
      *                                 velho SAC.
      * 15/10/2026 Anderson Nascimento  Mora pelo vencimento gravado
      *                                 na parcela; o cronograma novo
      *                                 nasce com o vencimento de cada
      *                                 parcela calculado pelo
      *                                 PGVENCTO (proximo dia util).
      * 02/09/2026 Anderson Nascimento  Baixa ESTORNO (PGESTORN)
      *                                 subtrai do pago acumulado.
      * 02/09/2026 Anderson Nascimento  Programa criado.
                 88  PAR-ABERTA      VALUE 'A'.
                 88  PAR-QUITADA     VALUE 'Q'.
                 88  PAR-RENEGOCIADA VALUE 'R'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS).
         FD  CONTRHDR.
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
             05  HDR-COD-PRODUTO     PIC X(04).
      *
      *   PAGTOS.TXT - baixas; a renegociacao acrescenta uma baixa
      *   RENEGOC por parcela velha em aberto.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-REN               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-CONTRATO-VELHO       PIC 9(05) VALUE ZEROS.
         77  WS-CONTRATO-NOVO        PIC 9(05) VALUE ZEROS.
         77  WS-CD-CLIENTE-CTR       PIC 9(06) VALUE ZEROS.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-TAXA-MORA-DIA        PIC 9V9(4) VALUE 0,0330.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-SISTEMA-VELHO        PIC X     VALUE 'P'.
         77  WS-SISTEMA-NOVO         PIC X     VALUE SPACES.
      *
      *   Pago acumulado por parcela do contrato velho.
         77  WS-QTD-PAGAS            PIC 9(03) VALUE ZEROS.
         77  WS-PAR-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
      *
      *   Mora sobre o vencimento gravado, como no PGPAGTOS.
         77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
         77  WS-INT-REF              PIC 9(07) VALUE ZEROS.
         77  WS-VLR-ABERTO-PARC      PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-CONSOLIDADO      PIC 9(09)V99 VALUE ZEROS.
         77  WS-QTD-ABERTAS          PIC 9(03) VALUE ZEROS.
      *
      *   Cronograma PRICE ou SAC do contrato novo (conta do
      *   PGARRAYS).
         77  WS-FATOR-PRICE          PIC 9(05)V9(9) VALUE ZEROS.
         77  WS-VLR-AMORT-SAC        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-PARCELA-NOVA     PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-JUROS-MES        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-AMORT-MES        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-SALDO-DEV        PIC S9(09)V99 VALUE ZEROS.
         77  WS-IND                  PIC 9(03).
         COPY VENCTO.
         COPY FECHPER.
         COPY JORNAL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ RENEGOCIACAO DE CONTRATO ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
      *   A baixa RENEGOC entra em PAGTOS.TXT com a data de hoje.
           MOVE WS-DATA-HOJE                   TO FP-DATA
           MOVE 'PGRENEGO'                     TO FP-PROGRAMA
           MOVE WS-OPERADOR                    TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' RENEGOCIACAO NAO PERMITIDA.'
              GOBACK
           END-IF
           DISPLAY 'Contrato em atraso: '
           ACCEPT WS-CONTRATO-VELHO
           DISPLAY 'Taxa nova ao mes (0,000000): '
                 GOBACK
           END-READ
           MOVE HDR-CD-CLIENTE                 TO WS-CD-CLIENTE-CTR
           IF HDR-SAC THEN
              MOVE 'S'                         TO WS-SISTEMA-VELHO
           END-IF.

           PERFORM CARREGA-PAGOS-CONTRATO
           OPEN I-O PARCELAS
           DISPLAY 'ABERTO: ' WS-TOT-ABERTO '  MORA: ' WS-TOT-MORA
           DISPLAY 'PRINCIPAL CONSOLIDADO DO CONTRATO NOVO: '
                   WS-VLR-CONSOLIDADO
           DISPLAY 'Sistema do contrato novo (P=PRICE, S=SAC, branco'
                   ' = ' WS-SISTEMA-VELHO ' do contrato velho): '
           ACCEPT WS-SISTEMA-NOVO
           IF WS-SISTEMA-NOVO NOT EQUAL 'P'
                    AND WS-SISTEMA-NOVO NOT EQUAL 'S' THEN
              MOVE WS-SISTEMA-VELHO            TO WS-SISTEMA-NOVO
           END-IF
           DISPLAY 'Confirma a renegociacao (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              COMPUTE WS-VLR-ABERTO-PARC =
                 PAR-VLR-PARCELA - WS-VLR-PAGO-ACUM
              ADD WS-VLR-ABERTO-PARC           TO WS-TOT-ABERTO
              MOVE ZEROS                       TO WS-DIAS-ATRASO
              IF PAR-VENCIMENTO NOT EQUAL ZEROS THEN
                 COMPUTE WS-INT-VENC =
                    FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
                 COMPUTE WS-INT-REF =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 COMPUTE WS-DIAS-ATRASO = WS-INT-REF - WS-INT-VENC
              END-IF
              IF WS-DIAS-ATRASO GREATER ZEROS THEN
                 COMPUTE WS-VLR-MORA-PARC ROUNDED =
                    WS-VLR-ABERTO-PARC
           MOVE WS-TAXA-NOVA                   TO HDR-TAXA-JUROS
           MOVE WS-PRAZO-NOVO                  TO HDR-NUM-PRESTACOES
           MOVE WS-DATA-HOJE                   TO HDR-DATA-CRIACAO
           MOVE WS-SISTEMA-NOVO                TO HDR-SISTEMA-AMORT
           MOVE ZEROS                          TO HDR-CARENCIA-MESES
                                                  HDR-QTD-ADIAMENTOS
                                                  HDR-PARC-ADIADAS
                                                  HDR-VLR-IOF
           MOVE SPACES                         TO HDR-IOF-FORMA
                                                  HDR-COD-PRODUTO
           WRITE REG-CONTRHDR
              INVALID KEY
                 DISPLAY '>> FALHA AO GRAVAR O CABECALHO NOVO -'
                         ' FILE STATUS: ' WS-FS-HDR
           END-WRITE.
      *
      *   Cronograma do contrato novo, a mesma conta do PGARRAYS:
      *   PRICE com parcela fixa (taxa zero divide o principal em
      *   partes iguais) ou SAC com amortizacao constante e parcela
      *   decrescente.
       GERA-CRONOGRAMA-NOVO.
           MOVE WS-VLR-CONSOLIDADO             TO WS-VLR-SALDO-DEV
           IF WS-SISTEMA-NOVO EQUAL 'S' THEN
              COMPUTE WS-VLR-AMORT-SAC ROUNDED =
                 WS-VLR-CONSOLIDADO / WS-PRAZO-NOVO
           ELSE
              IF WS-TAXA-NOVA EQUAL ZEROS THEN
                 COMPUTE WS-VLR-PARCELA-NOVA ROUNDED =
                    WS-VLR-CONSOLIDADO / WS-PRAZO-NOVO
              ELSE
                 COMPUTE WS-FATOR-PRICE ROUNDED =
                    (1 + WS-TAXA-NOVA) ** WS-PRAZO-NOVO
                 COMPUTE WS-VLR-PARCELA-NOVA ROUNDED =
                    WS-VLR-CONSOLIDADO * WS-TAXA-NOVA
                    * WS-FATOR-PRICE / (WS-FATOR-PRICE - 1)
              END-IF
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-PRAZO-NOVO
              COMPUTE WS-VLR-JUROS-MES ROUNDED =
                 WS-VLR-SALDO-DEV * WS-TAXA-NOVA
              IF WS-SISTEMA-NOVO EQUAL 'S' THEN
                 MOVE WS-VLR-AMORT-SAC         TO WS-VLR-AMORT-MES
              ELSE
                 COMPUTE WS-VLR-AMORT-MES =
                    WS-VLR-PARCELA-NOVA - WS-VLR-JUROS-MES
              END-IF
              SUBTRACT WS-VLR-AMORT-MES        FROM WS-VLR-SALDO-DEV
              IF WS-IND EQUAL WS-PRAZO-NOVO
                       AND WS-VLR-SALDO-DEV NOT EQUAL ZEROS THEN
                 ADD WS-VLR-SALDO-DEV          TO WS-VLR-AMORT-MES
                 MOVE ZEROS                    TO WS-VLR-SALDO-DEV
              END-IF
              IF WS-SISTEMA-NOVO EQUAL 'S' THEN
                 COMPUTE WS-VLR-PARCELA-NOVA =
                    WS-VLR-AMORT-MES + WS-VLR-JUROS-MES
              END-IF
              MOVE WS-CONTRATO-NOVO            TO PAR-NUM-CONTRATO
              MOVE WS-IND                      TO PAR-NUM-PARCELA
              MOVE WS-CD-CLIENTE-CTR           TO PAR-CD-CLIENTE
              MOVE WS-VLR-AMORT-MES            TO PAR-VLR-AMORT
              MOVE WS-VLR-SALDO-DEV            TO PAR-VLR-SALDO
              MOVE 'A'                         TO PAR-SITUACAO
              MOVE WS-DATA-HOJE                TO VC-DATA-CRIACAO
              MOVE WS-IND                      TO VC-NUM-PARCELA
              CALL './bin/PGVENCTO' USING VC-PARM
              MOVE VC-VENCIMENTO               TO PAR-VENCIMENTO
              WRITE REG-PARCELA
                 INVALID KEY
                    REWRITE REG-PARCELA
                    MOVE 'R'                   TO JN-OPERACAO
                 NOT INVALID KEY
                    MOVE 'W'                   TO JN-OPERACAO
              END-WRITE
              PERFORM JORNALIZA-PARCELA
           END-PERFORM.
      *
      *   Marca as parcelas velhas como renegociadas e grava a baixa
              WRITE REG-PAGTO
           END-IF
           MOVE 'R'                            TO PAR-SITUACAO
           REWRITE REG-PARCELA
           MOVE 'R'                            TO JN-OPERACAO
           PERFORM JORNALIZA-PARCELA.
      *
       GRAVA-VINCULO.
           OPEN EXTEND RENEGOC
           MOVE WS-VLR-CONSOLIDADO             TO REN-VLR-CONSOLIDADO
           WRITE REG-RENEGOC
           CLOSE RENEGOC.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-PARCELA.
           IF WS-FS-PAR(1:1) EQUAL '0' THEN
              MOVE 'PGRENEGO'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGRENEGO.
