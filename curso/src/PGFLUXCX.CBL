      * Purpose: Projecao de caixa da tesouraria, mes a mes para os
      *          proximos doze meses: entradas esperadas das parcelas
      *          em aberto dos contratos (PARCELAS.DAT menos o pago,
      *          pelo mes do vencimento gravado na parcela),
      *          contra as saidas conhecidas - o liquido mensal da
      *          ultima folha fechada (FOLHA_MENSAL.TXT, repetido mes
      *          a mes) e os eventos de FERIAS.TXT (ferias e as duas
      *          parcelas do 13o) no mes de cada um, e os titulos
      *          em aberto do contas a pagar (CONTASPG.DAT, PGCTAPAG)
      *          no mes do vencimento. Fecha com a posicao liquida
      *          projetada e acumulada por mes em PGFLUXCX.LST - a
      *          semana da folha nunca mais coincide
      *          com a semana magra de surpresa.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Titulos em aberto do
      *                                 CONTASPG.DAT nas saidas, pelo
      *                                 mes do vencimento.
      * 15/10/2026 Anderson Nascimento  Competencia da entrada pelo
      *                                 vencimento gravado na parcela
      *                                 (ja no dia util); o
      *                                 CONTRHDR.DAT deixa de ser lido.
      * 02/09/2026 Anderson Nascimento  Ferias projetadas em valor:
      *                                 o FERIAS-AQ vem sem preco do
      *                                 PGFERIAS, entao a saida e o
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT EVENTOS-FOLHA ASSIGN TO './FERIAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EVF.
           SELECT CONTASPG ASSIGN TO './CONTASPG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CPG-CHAVE
           FILE STATUS  IS WS-FS-CPG.
           SELECT RELATORIO ASSIGN TO './PGFLUXCX.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   PAGTOS.TXT - baixas acumuladas (estornos subtraidos).
         FD  PAGTOS.
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
      *   FUNCMEST.DAT - mestre unificado, para avaliar em dinheiro
      *   os eventos de ferias (salario + um terco).
             05  FUN-SITUACAO        PIC X(01).
                 88  FUN-DESLIGADO   VALUE 'D'.
             05  FUN-DATA-DESLIG     PIC 9(08).
             05  FUN-CCUSTO          PIC X(03).
             05  FUN-CCUSTO-2        PIC X(03).
             05  FUN-PCT-CCUSTO-2    PIC 9(03).
      *
      *   FERIAS.TXT - eventos datados do PGFERIAS: ferias e as duas
      *   parcelas do 13o, com valor.
             05  EVF-DATA            PIC 9(08).
             05  EVF-VALOR           PIC 9(06)V99.
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
                 88  CPG-ABERTO      VALUE 'A'.
             05  CPG-DATA-PGTO       PIC 9(08).
             05  CPG-FORMA-PGTO      PIC X(01).
             05  CPG-BANCO           PIC 9(03).
             05  CPG-OPERADOR        PIC X(08).
             05  CPG-ORIGEM          PIC X(08).
      *
      *   PGFLUXCX.LST - a projecao de doze meses.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-EXT               PIC 99.
         77  WS-FS-EVF               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-CPG               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-ABERTO           PIC 9(07)V99 VALUE ZEROS.
      *
      *   Vencimento gravado na parcela, quebrado em ano e mes.
         01  WS-DATA-VENC.
             05  WS-VEN-AAAA         PIC 9(04).
             05  WS-VEN-MM           PIC 9(02).
             05  WS-VEN-DD           PIC 9(02).
         01  WS-VENC-COMPET.
             05  WS-VCO-AAAA         PIC 9(04).
             05  WS-VCO-MM           PIC 9(02).
           PERFORM PROJETA-ENTRADAS
           PERFORM CARREGA-FOLHA
           PERFORM PROJETA-SAIDAS
           PERFORM PROJETA-CONTAS-PAGAR

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-PROJECAO
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' - ENTRADAS NAO PROJETADAS.'
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
       PROJETA-PARCELA.
      *
       DERIVA-COMPET-VENC.
           MOVE ZEROS                          TO WS-COMPET-AUX-N
           IF PAR-VENCIMENTO NOT EQUAL ZEROS THEN
              MOVE PAR-VENCIMENTO              TO WS-DATA-VENC
              MOVE WS-VEN-AAAA                 TO WS-CAU-AAAA
              MOVE WS-VEN-MM                   TO WS-CAU-MM
           END-IF.
      *
       CARREGA-FOLHA.
           MOVE 'N'                            TO WS-EOF
                 END-IF
              END-PERFORM
           END-IF.
      *
      *   Titulos em aberto do contas a pagar saem no mes do
      *   vencimento; o vencido e nao pago cai na primeira
      *   competencia, como a parcela vencida nas entradas.
       PROJETA-CONTAS-PAGAR.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT CONTASPG
           IF WS-FS-CPG EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ CONTASPG NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CPG-ABERTO THEN
                          PERFORM PROJETA-TITULO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTASPG
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       PROJETA-TITULO.
           MOVE CPG-VENCIMENTO(1:6)            TO WS-COMPET-AUX-N
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES > 12
              IF WS-MPJ-COMPET(WS-IND-MES) EQUAL WS-COMPET-AUX-N THEN
                 ADD CPG-VALOR                 TO
                     WS-MPJ-SAIDAS(WS-IND-MES)
              END-IF
           END-PERFORM.
           IF WS-COMPET-AUX-N LESS WS-MPJ-COMPET(1) THEN
              ADD CPG-VALOR                    TO WS-MPJ-SAIDAS(1)
           END-IF.
      *
       VALORIZA-FERIAS.
           MOVE ZEROS                          TO WS-VLR-EVENTO
