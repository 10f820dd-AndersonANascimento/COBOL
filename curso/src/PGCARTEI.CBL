      *****************************************************************
      * Program name:    PGCARTEI
      * Original author: Anderson Nascimento
      * Purpose: Gestao da carteira de emprestimos, mensal, para a
      *          diretoria. Pede a competencia (AAAAMM) e faz o
      *          movimento do principal no mes: saldo inicial, mais
      *          as originacoes (CONTRHDR.DAT) e os contratos novos
      *          de renegociacao (RENEGOC.TXT), menos a amortizacao
      *          das baixas do PAGTOS.TXT (parte de principal pela
      *          proporcao amortizacao/parcela do PARCELAS.DAT,
      *          estorno devolvendo), a liquidacao antecipada
      *          (QUITACAO do PGQUITAC e AMORTEXT do PGAMOREX), os
      *          contratos velhos renegociados e o baixado como
      *          incobravel (BAIXADOS.TXT), fechando no saldo final.
      *          O recebido depois da baixa e recuperacao e nao mexe
      *          no saldo. Traz as originacoes do mes (quantidade,
      *          volume, taxa media ponderada e prazo medio) e as
      *          safras pelo mes de criacao, com a taxa de 30+ e de
      *          90+ (contratos com parcela vencida ha mais de 30 ou
      *          90 dias e nao paga) aos 3, 6, 9 e 12 meses e na
      *          competencia. Relatorio em CARTEIRA.LST e companheiro
      *          delimitado CARTEIRA.CSV para a planilha do
      *          financeiro.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCARTEI.
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
           SELECT PARCELAS ASSIGN TO './PARCELAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT BAIXADOS ASSIGN TO './BAIXADOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-BXA.
           SELECT RENEGOC ASSIGN TO './RENEGOC.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REN.
           SELECT RELATORIO ASSIGN TO './CARTEIRA.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
           SELECT CSVSAIDA ASSIGN TO './CARTEIRA.CSV'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CSV.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PARCELAS.DAT - mestre de parcelas (PGPARMIG/PGARRAYS): a
      *   proporcao amortizacao/parcela separa o principal e o
      *   vencimento mede o atraso das safras.
         FD  PARCELAS.
         01  REG-PARCELA.
             05  PAR-CHAVE.
                 10  PAR-NUM-CONTRATO PIC 9(05).
                 10  PAR-NUM-PARCELA PIC 9(03).
             05  PAR-CD-CLIENTE      PIC 9(06).
             05  PAR-VLR-PARCELA     PIC 9(07)V99.
             05  PAR-VLR-JUROS       PIC 9(07)V99.
             05  PAR-VLR-AMORT       PIC 9(07)V99.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-EXTINTA     VALUE 'E'.
                 88  PAR-ADIADA      VALUE 'D'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS):
      *   principal, taxa, prazo e data de criacao (safra).
         FD  CONTRHDR.
         01  REG-CONTRHDR.
             05  HDR-NUM-CONTRATO    PIC 9(05).
             05  HDR-CD-CLIENTE      PIC 9(06).
             05  HDR-VLR-PRINCIPAL   PIC 9(07)V99.
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
      *   PAGTOS.TXT - baixas acumuladas (estorno subtrai).
         FD  PAGTOS.
         01  REG-PAGTO.
             05  PAG-NUM-CONTRATO    PIC 9(05).
             05  PAG-NUM-PARCELA     PIC 9(03).
             05  PAG-DATA-PGTO       PIC 9(08).
             05  PAG-VLR-PAGO        PIC 9(07)V99.
             05  PAG-SITUACAO        PIC X(08).
             05  PAG-VLR-MORA        PIC 9(07)V99.
      *
      *   BAIXADOS.TXT - parcelas baixadas como incobraveis
      *   (PGBAIXAP).
         FD  BAIXADOS.
         01  REG-BAIXADO.
             05  BXA-CD-CLIENTE      PIC 9(06).
             05  BXA-NUM-CONTRATO    PIC 9(05).
             05  BXA-NUM-PARCELA     PIC 9(03).
             05  BXA-VLR-ABERTO      PIC 9(07)V99.
             05  BXA-DIAS-ATRASO     PIC 9(05).
             05  BXA-DATA-BAIXA      PIC 9(08).
             05  BXA-OPERADOR        PIC X(08).
      *
      *   RENEGOC.TXT - vinculos de renegociacao (PGRENEGO).
         FD  RENEGOC.
         01  REG-RENEGOC.
             05  REN-CONTRATO-VELHO  PIC 9(05).
             05  REN-CONTRATO-NOVO   PIC 9(05).
             05  REN-DATA            PIC 9(08).
             05  REN-VLR-CONSOLIDADO PIC 9(09)V99.
      *
      *   CARTEIRA.LST - movimento, originacoes e safras.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
      *   CARTEIRA.CSV - companheiro delimitado para o financeiro.
         FD  CSVSAIDA.
         01  REG-CSV                 PIC X(120).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-BXA               PIC 99.
         77  WS-FS-REN               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-CSV               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-PAR-ABERTO           PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
      *   Competencia e seus limites.
         01  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         01  FILLER REDEFINES WS-COMPETENCIA.
             05  WS-COMP-ANO         PIC 9(04).
             05  WS-COMP-MES         PIC 9(02).
         77  WS-DATA-INI-MES         PIC 9(08) VALUE ZEROS.
         77  WS-DATA-FIM-MES         PIC 9(08) VALUE ZEROS.
         77  WS-DATA-FIM-ANT         PIC 9(08) VALUE ZEROS.
      *
      *   Ultimo dia do mes WS-CALC-ANOMES + WS-CALC-MESES.
         01  WS-CALC-ANOMES          PIC 9(06) VALUE ZEROS.
         01  FILLER REDEFINES WS-CALC-ANOMES.
             05  WS-CALC-ANO         PIC 9(04).
             05  WS-CALC-MES         PIC 9(02).
         77  WS-CALC-MESES           PIC 9(03) VALUE ZEROS.
         77  WS-CALC-TOTAL           PIC 9(07) VALUE ZEROS.
         77  WS-CALC-ANO-ALVO        PIC 9(04) VALUE ZEROS.
         77  WS-CALC-MES-ALVO        PIC 9(02) VALUE ZEROS.
         77  WS-CALC-ANOMES-ALVO     PIC 9(06) VALUE ZEROS.
         77  WS-CALC-PRIMEIRO        PIC 9(08) VALUE ZEROS.
         77  WS-CALC-DATA            PIC 9(08) VALUE ZEROS.
      *
      *   Contratos do CONTRHDR.DAT, com o saldo de principal no fim
      *   da competencia.
         77  WS-QTD-CTR              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-CTR OCCURS 2000 TIMES.
             05  WS-CTR-CONTRATO     PIC 9(05).
             05  WS-CTR-SAFRA        PIC 9(06).
             05  WS-CTR-PRINCIPAL    PIC 9(07)V99.
             05  WS-CTR-TAXA         PIC 9V9(6).
             05  WS-CTR-SALDO        PIC S9(09)V99.
             05  WS-CTR-MARCA-ANT    PIC X(01).
             05  WS-CTR-MARCA-REN    PIC X(01).
         77  WS-IND-CTR              PIC 9(04).
         77  WS-CTR-ACHADO           PIC 9(04) VALUE ZEROS.
         77  WS-CONTRATO-BUSCA       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FORA-TABELA      PIC 9(07) VALUE ZEROS.
      *
      *   Contratos novos de renegociacao (RENEGOC.TXT).
         77  WS-QTD-REN              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-REN OCCURS 500 TIMES.
             05  WS-REN-NOVO         PIC 9(05).
         77  WS-IND-REN              PIC 9(04).
         77  WS-REN-ACHADO           PIC X     VALUE 'N'.
      *
      *   Parcelas baixadas (write-off), para separar o recuperado.
         77  WS-QTD-BXA              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-BXA OCCURS 1000 TIMES.
             05  WS-BXA-CONTRATO     PIC 9(05).
             05  WS-BXA-PARCELA      PIC 9(03).
             05  WS-BXA-DATA         PIC 9(08).
         77  WS-IND-BXA              PIC 9(04).
         77  WS-BXA-ACHADA           PIC 9(04) VALUE ZEROS.
      *
      *   Pago acumulado por parcela e data em que ficou quitada
      *   (zero enquanto aberta; estorno reabre).
         77  WS-QTD-PGO              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-PGO OCCURS 5000 TIMES.
             05  WS-PGO-CONTRATO     PIC 9(05).
             05  WS-PGO-PARCELA      PIC 9(03).
             05  WS-PGO-VALOR        PIC S9(09)V99.
             05  WS-PGO-DATA-QUIT    PIC 9(08).
         77  WS-IND-PGO              PIC 9(04).
         77  WS-PGO-ACHADO           PIC 9(04) VALUE ZEROS.
         77  WS-QTD-PGO-FORA         PIC 9(07) VALUE ZEROS.
      *
      *   Um evento de principal: tipo (1 originacao, 2 entrada por
      *   renegociacao, 3 amortizacao, 4 liquidacao antecipada, 5
      *   saida por renegociacao, 6 baixa), data e valor.
         77  WS-EVT-TIPO             PIC 9(01) VALUE ZEROS.
         77  WS-EVT-DATA             PIC 9(08) VALUE ZEROS.
         77  WS-EVT-VALOR            PIC S9(09)V99 VALUE ZEROS.
         77  WS-EVT-QTD              PIC S9(01) VALUE ZEROS.
      *
      *   Movimento do mes por tipo de evento.
         01  WS-TAB-MOV OCCURS 6 TIMES.
             05  WS-MOV-QTD          PIC S9(05).
             05  WS-MOV-VALOR        PIC S9(11)V99.
         77  WS-IND-MOV              PIC 9(01).
         77  WS-SALDO-INICIAL        PIC S9(11)V99 VALUE ZEROS.
         77  WS-SALDO-FINAL          PIC S9(11)V99 VALUE ZEROS.
         77  WS-QTD-ATIVOS           PIC 9(05) VALUE ZEROS.
      *
      *   Reparticao de uma baixa do PAGTOS.TXT.
         77  WS-SINAL                PIC S9(01) VALUE +1.
         77  WS-PAR-OK               PIC X     VALUE 'N'.
         77  WS-BASE                 PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-PRINCIPAL        PIC 9(07)V99 VALUE ZEROS.
      *
      *   Originacoes do mes.
         77  WS-ORI-QTD              PIC 9(05) VALUE ZEROS.
         77  WS-ORI-VOLUME           PIC 9(11)V99 VALUE ZEROS.
         77  WS-ORI-TAXA-POND        PIC 9(11)V9(8) VALUE ZEROS.
         77  WS-ORI-PRAZO-SOMA       PIC 9(07) VALUE ZEROS.
         77  WS-ORI-TAXA-MEDIA       PIC 9(03)V9(4) VALUE ZEROS.
         77  WS-ORI-PRAZO-MEDIO      PIC 9(03)V9 VALUE ZEROS.
         77  WS-ORI-TICKET           PIC 9(09)V99 VALUE ZEROS.
         77  WS-CAR-TAXA-POND        PIC S9(11)V9(8) VALUE ZEROS.
         77  WS-CAR-TAXA-MEDIA       PIC 9(03)V9(4) VALUE ZEROS.
      *
      *   Safras pelo mes de criacao; pontos 1 a 4 aos 3, 6, 9 e 12
      *   meses, ponto 5 na competencia.
         77  WS-QTD-SAF              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-SAF OCCURS 120 TIMES.
             05  WS-SAF-SAFRA        PIC 9(06).
             05  WS-SAF-QTD          PIC 9(05).
             05  WS-SAF-VOLUME       PIC S9(11)V99.
             05  WS-SAF-SALDO        PIC S9(11)V99.
             05  WS-SAF-Q30          PIC 9(05) OCCURS 5 TIMES.
             05  WS-SAF-Q90          PIC 9(05) OCCURS 5 TIMES.
         01  WS-SAF-AUX              PIC X(87).
         77  WS-IND-SAF              PIC 9(03).
         77  WS-IND-SAF-2            PIC 9(03).
         77  WS-SAF-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-QTD-SAF-FORA         PIC 9(05) VALUE ZEROS.
         77  WS-TROCA                PIC X     VALUE 'N'.
         01  WS-TAB-MOB.
             05  FILLER              PIC 9(03) VALUE 3.
             05  FILLER              PIC 9(03) VALUE 6.
             05  FILLER              PIC 9(03) VALUE 9.
             05  FILLER              PIC 9(03) VALUE 12.
             05  FILLER              PIC 9(03) VALUE ZEROS.
         01  FILLER REDEFINES WS-TAB-MOB.
             05  WS-MOB              PIC 9(03) OCCURS 5 TIMES.
         77  WS-IND-PTO              PIC 9(01).
      *
      *   Contrato corrente na leitura das parcelas: data de cada
      *   ponto da safra (zero se a safra nao chegou la) e o maior
      *   atraso encontrado em cada ponto.
         77  WS-CTR-ATUAL            PIC 9(05) VALUE ZEROS.
         77  WS-SAF-ATUAL            PIC 9(03) VALUE ZEROS.
         77  WS-TEM-CONTRATO         PIC X     VALUE 'N'.
         01  WS-TAB-PTO.
             05  WS-PTO OCCURS 5 TIMES.
                 10  WS-PTO-DATA     PIC 9(08).
                 10  WS-PTO-ATRASO   PIC 9(05).
         77  WS-DIAS-ATRASO          PIC S9(07) VALUE ZEROS.
         77  WS-DATA-QUIT            PIC 9(08) VALUE ZEROS.
      *
      *   Percentuais das safras.
         77  WS-PCT                  PIC 9(03)V9 VALUE ZEROS.
         77  WS-PCT-ED               PIC ZZ9,9.
         77  WS-PCT-CSV              PIC 9(03),9.
         77  WS-FAIXA                PIC 9(02) VALUE ZEROS.
      *
      *   Linha do CSV.
         77  WS-CSV-LINHA            PIC X(120) VALUE SPACES.
         77  WS-CSV-SECAO            PIC X(12) VALUE SPACES.
         77  WS-CSV-ITEM             PIC X(40) VALUE SPACES.
         77  WS-CSV-QTD              PIC 9(05).
         77  WS-CSV-VLR              PIC S9(11)V99 VALUE ZEROS.
         77  WS-CSV-VALOR            PIC 9(11),99.
         77  WS-CSV-TAXA             PIC 9(03),9999.
         77  WS-CSV-NUMERO           PIC X(16) VALUE SPACES.
         01  WS-CSV-CELULAS.
             05  WS-CSV-CEL          PIC X(05) OCCURS 5 TIMES.
      *
        01  LINHA-CAB-MOVIMENTO.
            03  FILLER               PIC X(40) VALUE
                'MOVIMENTO DO PRINCIPAL                  '.
            03  FILLER               PIC X(40) VALUE
                '          QTD             VALOR         '.
        01  LINHA-MOVIMENTO.
            03  RMV-ROTULO           PIC X(46).
            03  RMV-QTD              PIC -ZZ.ZZ9.
            03  RMV-QTD-X REDEFINES RMV-QTD PIC X(07).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RMV-VALOR            PIC -Z.ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(09) VALUE SPACES.
        01  LINHA-INDICADOR.
            03  RIN-ROTULO           PIC X(46).
            03  RIN-VALOR            PIC X(24).
            03  FILLER               PIC X(10) VALUE SPACES.
        01  LINHA-CAB-SAFRA.
            03  FILLER               PIC X(40) VALUE
                'SAFRA  CTRS        VOLUME         SALDO '.
            03  FILLER               PIC X(40) VALUE
                ' MOB 3  MOB 6  MOB 9 MOB 12  ATUAL      '.
        01  LINHA-SAFRA.
            03  RSF-SAFRA            PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RSF-QTD              PIC ZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RSF-VOLUME           PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RSF-SALDO            PIC -Z.ZZZ.ZZ9,99.
            03  RSF-CELULA           PIC X(07) OCCURS 5 TIMES.
            03  FILLER               PIC X(06) VALUE SPACES.
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
         77  WS-VALOR-ED             PIC Z.ZZZ.ZZZ.ZZ9,99.
         77  WS-QTD-ED               PIC ZZ.ZZ9.
         77  WS-TAXA-ED              PIC ZZ9,9999.
         77  WS-PRAZO-ED             PIC ZZ9,9.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ GESTAO DA CARTEIRA DE EMPRESTIMOS ------'
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES LESS 1 OR WS-COMP-MES GREATER 12
                    OR WS-COMP-ANO LESS 1601 THEN
              DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPETENCIA
              GOBACK
           END-IF.
           COMPUTE WS-DATA-INI-MES = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-DATA-FIM-ANT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-INI-MES) - 1)
           MOVE WS-COMPETENCIA                 TO WS-CALC-ANOMES
           MOVE ZEROS                          TO WS-CALC-MESES
           PERFORM CALCULA-FIM-MES
           MOVE WS-CALC-DATA                   TO WS-DATA-FIM-MES
           PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                           UNTIL WS-IND-MOV > 6
              MOVE ZEROS                       TO
                   WS-MOV-QTD(WS-IND-MOV)
                   WS-MOV-VALOR(WS-IND-MOV)
           END-PERFORM

           OPEN INPUT CONTRHDR
           IF WS-FS-HDR NOT EQUAL '00' THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDR
              GOBACK
           END-IF.
           PERFORM CARREGA-RENEGOCIACOES
           PERFORM CARREGA-CONTRATOS
           CLOSE CONTRHDR.
           IF WS-QTD-CTR EQUAL ZEROS THEN
              DISPLAY 'NENHUM CONTRATO NO CONTRHDR.DAT.'
              GOBACK
           END-IF.

           OPEN INPUT PARCELAS
           IF WS-FS-PAR EQUAL '00' THEN
              MOVE 'S'                         TO WS-PAR-ABERTO
           ELSE
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (SEM RATEIO E SEM SAFRAS).'
           END-IF
           PERFORM CARREGA-BAIXADOS
           PERFORM APURA-PAGTOS
           PERFORM APURA-SALDOS
           PERFORM MONTA-SAFRAS
           IF WS-PAR-ABERTO EQUAL 'S' THEN
              PERFORM APURA-ATRASOS
              CLOSE PARCELAS
           END-IF.
           PERFORM ORDENA-SAFRAS

           OPEN OUTPUT RELATORIO CSVSAIDA
           PERFORM IMPRIME-CABECALHO
           PERFORM IMPRIME-MOVIMENTO
           PERFORM IMPRIME-ORIGINACOES
           MOVE 30                             TO WS-FAIXA
           PERFORM IMPRIME-SAFRAS
           MOVE 90                             TO WS-FAIXA
           PERFORM IMPRIME-SAFRAS
           CLOSE RELATORIO CSVSAIDA.
           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' - SALDO FINAL: '
                   WS-SALDO-FINAL '  SAFRAS: ' WS-QTD-SAF
           DISPLAY 'RELATORIO EM CARTEIRA.LST E CARTEIRA.CSV.'
           IF WS-QTD-FORA-TABELA GREATER ZEROS
                    OR WS-QTD-PGO-FORA GREATER ZEROS
                    OR WS-QTD-SAF-FORA GREATER ZEROS THEN
              DISPLAY '>> TABELAS ESTOURADAS - CONTRATOS: '
                      WS-QTD-FORA-TABELA '  PARCELAS PAGAS: '
                      WS-QTD-PGO-FORA '  SAFRAS: ' WS-QTD-SAF-FORA
           END-IF.
           GOBACK.
      *
      *   Ultimo dia do mes que fica WS-CALC-MESES depois de
      *   WS-CALC-ANOMES: vespera do primeiro dia do mes seguinte.
       CALCULA-FIM-MES.
           COMPUTE WS-CALC-TOTAL =
              WS-CALC-ANO * 12 + WS-CALC-MES - 1 + WS-CALC-MESES
           DIVIDE WS-CALC-TOTAL BY 12 GIVING WS-CALC-ANO-ALVO
                                      REMAINDER WS-CALC-MES-ALVO
           ADD 1                               TO WS-CALC-MES-ALVO
           COMPUTE WS-CALC-ANOMES-ALVO =
              WS-CALC-ANO-ALVO * 100 + WS-CALC-MES-ALVO
           IF WS-CALC-MES-ALVO EQUAL 12 THEN
              COMPUTE WS-CALC-PRIMEIRO =
                 (WS-CALC-ANO-ALVO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-CALC-PRIMEIRO =
                 WS-CALC-ANOMES-ALVO * 100 + 101
           END-IF
           COMPUTE WS-CALC-DATA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CALC-PRIMEIRO) - 1).
      *
      *   Contratos novos de renegociacao: o principal entra como
      *   renegociacao, nao como originacao.
       CARREGA-RENEGOCIACOES.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT RENEGOC
           IF WS-FS-REN EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RENEGOC
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-REN LESS 500 THEN
                          ADD 1                TO WS-QTD-REN
                          MOVE REN-CONTRATO-NOVO TO
                               WS-REN-NOVO(WS-QTD-REN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RENEGOC
           END-IF.
      *
       CARREGA-CONTRATOS.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTRHDR NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM TRATA-CONTRATO
              END-READ
           END-PERFORM.
      *
       TRATA-CONTRATO.
           IF WS-QTD-CTR NOT LESS 2000 THEN
              ADD 1                            TO WS-QTD-FORA-TABELA
           ELSE
              ADD 1                            TO WS-QTD-CTR
              MOVE WS-QTD-CTR                  TO WS-CTR-ACHADO
              MOVE HDR-NUM-CONTRATO            TO
                   WS-CTR-CONTRATO(WS-CTR-ACHADO)
              MOVE HDR-DATA-CRIACAO(1:6)       TO
                   WS-CTR-SAFRA(WS-CTR-ACHADO)
              MOVE HDR-VLR-PRINCIPAL           TO
                   WS-CTR-PRINCIPAL(WS-CTR-ACHADO)
              MOVE HDR-TAXA-JUROS              TO
                   WS-CTR-TAXA(WS-CTR-ACHADO)
              MOVE ZEROS                       TO
                   WS-CTR-SALDO(WS-CTR-ACHADO)
              MOVE 'N'                         TO
                   WS-CTR-MARCA-ANT(WS-CTR-ACHADO)
                   WS-CTR-MARCA-REN(WS-CTR-ACHADO)
           END-IF
           MOVE 'N'                            TO WS-REN-ACHADO
           PERFORM VARYING WS-IND-REN FROM 1 BY 1
                           UNTIL WS-IND-REN > WS-QTD-REN
                              OR WS-REN-ACHADO EQUAL 'S'
              IF WS-REN-NOVO(WS-IND-REN) EQUAL HDR-NUM-CONTRATO THEN
                 MOVE 'S'                      TO WS-REN-ACHADO
              END-IF
           END-PERFORM
           IF WS-REN-ACHADO EQUAL 'S' THEN
              MOVE 2                           TO WS-EVT-TIPO
           ELSE
              MOVE 1                           TO WS-EVT-TIPO
           END-IF
           MOVE HDR-DATA-CRIACAO               TO WS-EVT-DATA
           MOVE HDR-VLR-PRINCIPAL              TO WS-EVT-VALOR
           MOVE 1                              TO WS-EVT-QTD
           MOVE HDR-NUM-CONTRATO               TO WS-CONTRATO-BUSCA
           PERFORM REGISTRA-EVENTO
           IF WS-EVT-TIPO EQUAL 1
                    AND HDR-DATA-CRIACAO GREATER WS-DATA-FIM-ANT
                    AND HDR-DATA-CRIACAO NOT GREATER
                        WS-DATA-FIM-MES THEN
              ADD 1                            TO WS-ORI-QTD
              ADD HDR-VLR-PRINCIPAL            TO WS-ORI-VOLUME
              COMPUTE WS-ORI-TAXA-POND = WS-ORI-TAXA-POND
                 + HDR-VLR-PRINCIPAL * HDR-TAXA-JUROS
              ADD HDR-NUM-PRESTACOES           TO WS-ORI-PRAZO-SOMA
           END-IF.
      *
      *   Posicao do contrato WS-CONTRATO-BUSCA na tabela (zero se
      *   nao tem cabecalho).
       ACHA-CONTRATO.
           MOVE ZEROS                          TO WS-CTR-ACHADO
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                           UNTIL WS-IND-CTR > WS-QTD-CTR
                              OR WS-CTR-ACHADO GREATER ZEROS
              IF WS-CTR-CONTRATO(WS-IND-CTR) EQUAL
                       WS-CONTRATO-BUSCA THEN
                 MOVE WS-IND-CTR               TO WS-CTR-ACHADO
              END-IF
           END-PERFORM.
      *
      *   Evento de principal do contrato WS-CONTRATO-BUSCA: ate o
      *   fim do mes anterior compoe o saldo inicial, dentro da
      *   competencia entra no movimento; depois dela nao conta.
      *   Tipos 1 e 2 aumentam o saldo, os demais reduzem; o
      *   movimento guarda o valor sem o sinal.
       REGISTRA-EVENTO.
           IF WS-EVT-DATA GREATER WS-DATA-FIM-MES THEN
              CONTINUE
           ELSE
              IF WS-EVT-DATA NOT GREATER WS-DATA-FIM-ANT THEN
                 IF WS-EVT-TIPO GREATER 2 THEN
                    SUBTRACT WS-EVT-VALOR      FROM WS-SALDO-INICIAL
                 ELSE
                    ADD WS-EVT-VALOR           TO WS-SALDO-INICIAL
                 END-IF
              ELSE
                 ADD WS-EVT-QTD                TO
                     WS-MOV-QTD(WS-EVT-TIPO)
                 ADD WS-EVT-VALOR              TO
                     WS-MOV-VALOR(WS-EVT-TIPO)
              END-IF
              IF WS-CTR-ACHADO GREATER ZEROS THEN
                 IF WS-EVT-TIPO GREATER 2 THEN
                    SUBTRACT WS-EVT-VALOR      FROM
                             WS-CTR-SALDO(WS-CTR-ACHADO)
                 ELSE
                    ADD WS-EVT-VALOR           TO
                        WS-CTR-SALDO(WS-CTR-ACHADO)
                 END-IF
              END-IF
           END-IF.
      *
      *   Baixa como incobravel: sai a parte de principal do valor
      *   em aberto; a parcela fica guardada para o recebido depois
      *   virar recuperacao.
       CARREGA-BAIXADOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT BAIXADOS
           IF WS-FS-BXA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ BAIXADOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM TRATA-BAIXADO
                 END-READ
              END-PERFORM
              CLOSE BAIXADOS
           END-IF.
      *
       TRATA-BAIXADO.
           IF WS-QTD-BXA LESS 1000 THEN
              ADD 1                            TO WS-QTD-BXA
              MOVE BXA-NUM-CONTRATO            TO
                   WS-BXA-CONTRATO(WS-QTD-BXA)
              MOVE BXA-NUM-PARCELA             TO
                   WS-BXA-PARCELA(WS-QTD-BXA)
              MOVE BXA-DATA-BAIXA              TO
                   WS-BXA-DATA(WS-QTD-BXA)
           END-IF
           MOVE BXA-NUM-CONTRATO               TO PAR-NUM-CONTRATO
           MOVE BXA-NUM-PARCELA                TO PAR-NUM-PARCELA
           MOVE BXA-VLR-ABERTO                 TO WS-BASE
           PERFORM SEPARA-PRINCIPAL
           MOVE 6                              TO WS-EVT-TIPO
           MOVE BXA-DATA-BAIXA                 TO WS-EVT-DATA
           MOVE WS-VLR-PRINCIPAL               TO WS-EVT-VALOR
           MOVE 1                              TO WS-EVT-QTD
           MOVE BXA-NUM-CONTRATO               TO WS-CONTRATO-BUSCA
           PERFORM ACHA-CONTRATO
           PERFORM REGISTRA-EVENTO.
      *
      *   Parte de principal de WS-BASE na parcela da chave
      *   PAR-CHAVE, pela proporcao amortizacao/parcela; sem a
      *   parcela, o valor todo.
       SEPARA-PRINCIPAL.
           MOVE WS-BASE                        TO WS-VLR-PRINCIPAL
           MOVE 'N'                            TO WS-PAR-OK
           IF WS-PAR-ABERTO EQUAL 'S'
                    AND PAR-NUM-PARCELA GREATER ZEROS THEN
              READ PARCELAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-PAR-OK
              END-READ
           END-IF
           IF WS-PAR-OK EQUAL 'S'
                    AND PAR-VLR-PARCELA GREATER ZEROS THEN
              COMPUTE WS-VLR-PRINCIPAL ROUNDED =
                 WS-BASE * PAR-VLR-AMORT / PAR-VLR-PARCELA
              IF WS-VLR-PRINCIPAL GREATER WS-BASE THEN
                 MOVE WS-BASE                  TO WS-VLR-PRINCIPAL
              END-IF
           END-IF.
      *
      *   Baixas do PAGTOS.TXT na ordem em que foram gravadas: o
      *   principal de cada uma e o pago acumulado da parcela.
       APURA-PAGTOS.
           OPEN INPUT PAGTOS
           IF WS-FS-PAG NOT EQUAL ZEROS THEN
              DISPLAY 'PAGTOS.TXT AUSENTE - NENHUMA BAIXA.'
           ELSE
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PAGTOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM TRATA-PAGTO THRU TRATA-PAGTO-FIM
                 END-READ
              END-PERFORM
              CLOSE PAGTOS
           END-IF.
      *
       TRATA-PAGTO.
           MOVE +1                             TO WS-SINAL
           IF PAG-SITUACAO EQUAL 'ESTORNO' THEN
              MOVE -1                          TO WS-SINAL
           END-IF
           IF PAG-NUM-PARCELA GREATER ZEROS THEN
              PERFORM ACUMULA-PAGO
           END-IF
           PERFORM ACHA-BAIXADA
           IF WS-BXA-ACHADA GREATER ZEROS THEN
              GO TO TRATA-PAGTO-FIM
           END-IF
           IF PAG-VLR-MORA GREATER PAG-VLR-PAGO THEN
              MOVE PAG-VLR-PAGO                TO PAG-VLR-MORA
           END-IF
           COMPUTE WS-BASE = PAG-VLR-PAGO - PAG-VLR-MORA
           MOVE PAG-NUM-CONTRATO               TO PAR-NUM-CONTRATO
           MOVE PAG-NUM-PARCELA                TO PAR-NUM-PARCELA
           IF PAG-SITUACAO EQUAL 'AMORTEXT' THEN
              MOVE WS-BASE                     TO WS-VLR-PRINCIPAL
           ELSE
              PERFORM SEPARA-PRINCIPAL
           END-IF
           MOVE PAG-NUM-CONTRATO               TO WS-CONTRATO-BUSCA
           PERFORM ACHA-CONTRATO
           EVALUATE PAG-SITUACAO
              WHEN 'QUITACAO'
              WHEN 'AMORTEXT'
                 MOVE 4                        TO WS-EVT-TIPO
              WHEN 'RENEGOC'
                 MOVE 5                        TO WS-EVT-TIPO
              WHEN OTHER
                 MOVE 3                        TO WS-EVT-TIPO
           END-EVALUATE
           MOVE PAG-DATA-PGTO                  TO WS-EVT-DATA
           COMPUTE WS-EVT-VALOR = WS-SINAL * WS-VLR-PRINCIPAL
           MOVE WS-SINAL                       TO WS-EVT-QTD
      *    Liquidacao e renegociacao contam contratos, uma vez so.
           IF WS-EVT-TIPO EQUAL 4 OR WS-EVT-TIPO EQUAL 5 THEN
              MOVE ZEROS                       TO WS-EVT-QTD
              IF WS-CTR-ACHADO GREATER ZEROS
                       AND PAG-DATA-PGTO GREATER WS-DATA-FIM-ANT
                       AND PAG-DATA-PGTO NOT GREATER
                           WS-DATA-FIM-MES THEN
                 IF WS-EVT-TIPO EQUAL 4 AND
                       WS-CTR-MARCA-ANT(WS-CTR-ACHADO) EQUAL 'N' THEN
                    MOVE 1                     TO WS-EVT-QTD
                    MOVE 'S'                   TO
                         WS-CTR-MARCA-ANT(WS-CTR-ACHADO)
                 END-IF
                 IF WS-EVT-TIPO EQUAL 5 AND
                       WS-CTR-MARCA-REN(WS-CTR-ACHADO) EQUAL 'N' THEN
                    MOVE 1                     TO WS-EVT-QTD
                    MOVE 'S'                   TO
                         WS-CTR-MARCA-REN(WS-CTR-ACHADO)
                 END-IF
              END-IF
           END-IF
           PERFORM REGISTRA-EVENTO.
       TRATA-PAGTO-FIM.
           EXIT.
      *
      *   Pago acumulado da parcela; ao cobrir o valor da parcela
      *   grava a data da quitacao, estorno que a descobre reabre.
       ACUMULA-PAGO.
           MOVE ZEROS                          TO WS-PGO-ACHADO
           PERFORM VARYING WS-IND-PGO FROM 1 BY 1
                           UNTIL WS-IND-PGO > WS-QTD-PGO
                              OR WS-PGO-ACHADO GREATER ZEROS
              IF WS-PGO-CONTRATO(WS-IND-PGO) EQUAL PAG-NUM-CONTRATO
                       AND WS-PGO-PARCELA(WS-IND-PGO) EQUAL
                           PAG-NUM-PARCELA THEN
                 MOVE WS-IND-PGO               TO WS-PGO-ACHADO
              END-IF
           END-PERFORM
           IF WS-PGO-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-PGO LESS 5000 THEN
                 ADD 1                         TO WS-QTD-PGO
                 MOVE WS-QTD-PGO               TO WS-PGO-ACHADO
                 MOVE PAG-NUM-CONTRATO         TO
                      WS-PGO-CONTRATO(WS-PGO-ACHADO)
                 MOVE PAG-NUM-PARCELA          TO
                      WS-PGO-PARCELA(WS-PGO-ACHADO)
                 MOVE ZEROS                    TO
                      WS-PGO-VALOR(WS-PGO-ACHADO)
                      WS-PGO-DATA-QUIT(WS-PGO-ACHADO)
              ELSE
                 ADD 1                         TO WS-QTD-PGO-FORA
              END-IF
           END-IF
           IF WS-PGO-ACHADO GREATER ZEROS THEN
              COMPUTE WS-PGO-VALOR(WS-PGO-ACHADO) =
                 WS-PGO-VALOR(WS-PGO-ACHADO) + WS-SINAL * PAG-VLR-PAGO
              MOVE 'N'                         TO WS-PAR-OK
              IF WS-PAR-ABERTO EQUAL 'S' THEN
                 MOVE PAG-NUM-CONTRATO         TO PAR-NUM-CONTRATO
                 MOVE PAG-NUM-PARCELA          TO PAR-NUM-PARCELA
                 READ PARCELAS
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S'                TO WS-PAR-OK
                 END-READ
              END-IF
              IF WS-PAR-OK EQUAL 'S'
                       AND WS-PGO-VALOR(WS-PGO-ACHADO) NOT LESS
                           PAR-VLR-PARCELA THEN
                 IF WS-PGO-DATA-QUIT(WS-PGO-ACHADO) EQUAL ZEROS THEN
                    MOVE PAG-DATA-PGTO         TO
                         WS-PGO-DATA-QUIT(WS-PGO-ACHADO)
                 END-IF
              ELSE
                 MOVE ZEROS                    TO
                      WS-PGO-DATA-QUIT(WS-PGO-ACHADO)
              END-IF
           END-IF.
      *
      *   Baixa de parcela ja baixada como incobravel, com data a
      *   partir da baixa.
       ACHA-BAIXADA.
           MOVE ZEROS                          TO WS-BXA-ACHADA
           PERFORM VARYING WS-IND-BXA FROM 1 BY 1
                           UNTIL WS-IND-BXA > WS-QTD-BXA
                              OR WS-BXA-ACHADA GREATER ZEROS
              IF WS-BXA-CONTRATO(WS-IND-BXA) EQUAL PAG-NUM-CONTRATO
                       AND WS-BXA-PARCELA(WS-IND-BXA) EQUAL
                           PAG-NUM-PARCELA
                       AND PAG-DATA-PGTO NOT LESS
                           WS-BXA-DATA(WS-IND-BXA) THEN
                 MOVE WS-IND-BXA               TO WS-BXA-ACHADA
              END-IF
           END-PERFORM.
      *
      *   Saldo final pelo movimento e taxa media da carteira
      *   ponderada pelo saldo de cada contrato.
       APURA-SALDOS.
           MOVE WS-SALDO-INICIAL               TO WS-SALDO-FINAL
           PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                           UNTIL WS-IND-MOV > 6
              IF WS-IND-MOV GREATER 2 THEN
                 SUBTRACT WS-MOV-VALOR(WS-IND-MOV) FROM WS-SALDO-FINAL
              ELSE
                 ADD WS-MOV-VALOR(WS-IND-MOV)  TO WS-SALDO-FINAL
              END-IF
           END-PERFORM
           MOVE ZEROS                          TO WS-CAR-TAXA-POND
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                           UNTIL WS-IND-CTR > WS-QTD-CTR
              IF WS-CTR-SALDO(WS-IND-CTR) GREATER ZEROS THEN
                 ADD 1                         TO WS-QTD-ATIVOS
                 COMPUTE WS-CAR-TAXA-POND = WS-CAR-TAXA-POND
                    + WS-CTR-SALDO(WS-IND-CTR) * WS-CTR-TAXA(WS-IND-CTR)
              END-IF
           END-PERFORM
           IF WS-SALDO-FINAL GREATER ZEROS THEN
              COMPUTE WS-CAR-TAXA-MEDIA ROUNDED =
                 WS-CAR-TAXA-POND * 100 / WS-SALDO-FINAL
           END-IF
           IF WS-ORI-QTD GREATER ZEROS THEN
              COMPUTE WS-ORI-PRAZO-MEDIO ROUNDED =
                 WS-ORI-PRAZO-SOMA / WS-ORI-QTD
              COMPUTE WS-ORI-TICKET ROUNDED =
                 WS-ORI-VOLUME / WS-ORI-QTD
           END-IF
           IF WS-ORI-VOLUME GREATER ZEROS THEN
              COMPUTE WS-ORI-TAXA-MEDIA ROUNDED =
                 WS-ORI-TAXA-POND * 100 / WS-ORI-VOLUME
           END-IF.
      *
      *   Uma safra por mes de criacao, ate a competencia.
       MONTA-SAFRAS.
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                           UNTIL WS-IND-CTR > WS-QTD-CTR
              IF WS-CTR-SAFRA(WS-IND-CTR) NOT GREATER
                       WS-COMPETENCIA THEN
                 PERFORM ACHA-SAFRA
                 IF WS-SAF-ACHADA GREATER ZEROS THEN
                    ADD 1                      TO
                        WS-SAF-QTD(WS-SAF-ACHADA)
                    ADD WS-CTR-PRINCIPAL(WS-IND-CTR) TO
                        WS-SAF-VOLUME(WS-SAF-ACHADA)
                    ADD WS-CTR-SALDO(WS-IND-CTR) TO
                        WS-SAF-SALDO(WS-SAF-ACHADA)
                 END-IF
              END-IF
           END-PERFORM.
      *
      *   Posicao da safra do contrato WS-IND-CTR (cria zerada).
       ACHA-SAFRA.
           MOVE ZEROS                          TO WS-SAF-ACHADA
           PERFORM VARYING WS-IND-SAF FROM 1 BY 1
                           UNTIL WS-IND-SAF > WS-QTD-SAF
                              OR WS-SAF-ACHADA GREATER ZEROS
              IF WS-SAF-SAFRA(WS-IND-SAF) EQUAL
                       WS-CTR-SAFRA(WS-IND-CTR) THEN
                 MOVE WS-IND-SAF               TO WS-SAF-ACHADA
              END-IF
           END-PERFORM
           IF WS-SAF-ACHADA EQUAL ZEROS THEN
              IF WS-QTD-SAF LESS 120 THEN
                 ADD 1                         TO WS-QTD-SAF
                 MOVE WS-QTD-SAF               TO WS-SAF-ACHADA
                 MOVE WS-CTR-SAFRA(WS-IND-CTR) TO
                      WS-SAF-SAFRA(WS-SAF-ACHADA)
                 MOVE ZEROS                    TO
                      WS-SAF-QTD(WS-SAF-ACHADA)
                      WS-SAF-VOLUME(WS-SAF-ACHADA)
                      WS-SAF-SALDO(WS-SAF-ACHADA)
                 PERFORM VARYING WS-IND-PTO FROM 1 BY 1
                                 UNTIL WS-IND-PTO > 5
                    MOVE ZEROS                 TO
                         WS-SAF-Q30(WS-SAF-ACHADA, WS-IND-PTO)
                         WS-SAF-Q90(WS-SAF-ACHADA, WS-IND-PTO)
                 END-PERFORM
              ELSE
                 ADD 1                         TO WS-QTD-SAF-FORA
              END-IF
           END-IF.
      *
      *   Atraso das safras: le as parcelas em ordem de contrato e,
      *   em cada ponto, mede o maior atraso das parcelas vencidas e
      *   ainda nao quitadas naquela data. Adiada e extinta saem.
       APURA-ATRASOS.
           MOVE ZEROS                          TO PAR-NUM-CONTRATO
                                                  PAR-NUM-PARCELA
           MOVE 'N'                            TO WS-EOF
           MOVE 'N'                            TO WS-TEM-CONTRATO
           START PARCELAS KEY NOT LESS PAR-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PARCELAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM MEDE-PARCELA THRU MEDE-PARCELA-FIM
              END-READ
           END-PERFORM.
           IF WS-TEM-CONTRATO EQUAL 'S' THEN
              PERFORM FECHA-CONTRATO-SAFRA
           END-IF.
      *
       MEDE-PARCELA.
           IF PAR-NUM-CONTRATO NOT EQUAL WS-CTR-ATUAL
                    OR WS-TEM-CONTRATO NOT EQUAL 'S' THEN
              IF WS-TEM-CONTRATO EQUAL 'S' THEN
                 PERFORM FECHA-CONTRATO-SAFRA
              END-IF
              PERFORM ABRE-CONTRATO-SAFRA
           END-IF
           IF WS-SAF-ATUAL EQUAL ZEROS
                    OR PAR-ADIADA OR PAR-EXTINTA
                    OR PAR-VENCIMENTO EQUAL ZEROS THEN
              GO TO MEDE-PARCELA-FIM
           END-IF
           MOVE ZEROS                          TO WS-DATA-QUIT
           PERFORM VARYING WS-IND-PGO FROM 1 BY 1
                           UNTIL WS-IND-PGO > WS-QTD-PGO
              IF WS-PGO-CONTRATO(WS-IND-PGO) EQUAL PAR-NUM-CONTRATO
                       AND WS-PGO-PARCELA(WS-IND-PGO) EQUAL
                           PAR-NUM-PARCELA THEN
                 MOVE WS-PGO-DATA-QUIT(WS-IND-PGO) TO WS-DATA-QUIT
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-PTO FROM 1 BY 1
                           UNTIL WS-IND-PTO > 5
              IF WS-PTO-DATA(WS-IND-PTO) GREATER ZEROS
                       AND PAR-VENCIMENTO LESS WS-PTO-DATA(WS-IND-PTO)
                       AND (WS-DATA-QUIT EQUAL ZEROS OR
                            WS-DATA-QUIT GREATER
                            WS-PTO-DATA(WS-IND-PTO)) THEN
                 COMPUTE WS-DIAS-ATRASO =
                    FUNCTION INTEGER-OF-DATE(WS-PTO-DATA(WS-IND-PTO))
                    - FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
                 IF WS-DIAS-ATRASO GREATER
                          WS-PTO-ATRASO(WS-IND-PTO) THEN
                    MOVE WS-DIAS-ATRASO        TO
                         WS-PTO-ATRASO(WS-IND-PTO)
                 END-IF
              END-IF
           END-PERFORM.
       MEDE-PARCELA-FIM.
           EXIT.
      *
      *   Contrato novo na leitura: safra e datas dos pontos. Contrato
      *   sem cabecalho ou criado depois da competencia fica fora.
       ABRE-CONTRATO-SAFRA.
           MOVE PAR-NUM-CONTRATO               TO WS-CTR-ATUAL
           MOVE 'S'                            TO WS-TEM-CONTRATO
           MOVE ZEROS                          TO WS-SAF-ATUAL
           INITIALIZE WS-TAB-PTO
           MOVE PAR-NUM-CONTRATO               TO WS-CONTRATO-BUSCA
           PERFORM ACHA-CONTRATO
           IF WS-CTR-ACHADO GREATER ZEROS THEN
              PERFORM VARYING WS-IND-SAF FROM 1 BY 1
                              UNTIL WS-IND-SAF > WS-QTD-SAF
                 IF WS-SAF-SAFRA(WS-IND-SAF) EQUAL
                          WS-CTR-SAFRA(WS-CTR-ACHADO) THEN
                    MOVE WS-IND-SAF            TO WS-SAF-ATUAL
                 END-IF
              END-PERFORM
           END-IF
           IF WS-SAF-ATUAL GREATER ZEROS THEN
              PERFORM VARYING WS-IND-PTO FROM 1 BY 1
                              UNTIL WS-IND-PTO > 4
                 MOVE WS-SAF-SAFRA(WS-SAF-ATUAL) TO WS-CALC-ANOMES
                 MOVE WS-MOB(WS-IND-PTO)       TO WS-CALC-MESES
                 PERFORM CALCULA-FIM-MES
                 IF WS-CALC-ANOMES-ALVO NOT GREATER
                          WS-COMPETENCIA THEN
                    MOVE WS-CALC-DATA          TO
                         WS-PTO-DATA(WS-IND-PTO)
                 END-IF
              END-PERFORM
              MOVE WS-DATA-FIM-MES             TO WS-PTO-DATA(5)
           END-IF.
      *
      *   Contrato com atraso acima da faixa no ponto conta na
      *   safra.
       FECHA-CONTRATO-SAFRA.
           IF WS-SAF-ATUAL GREATER ZEROS THEN
              PERFORM VARYING WS-IND-PTO FROM 1 BY 1
                              UNTIL WS-IND-PTO > 5
                 IF WS-PTO-ATRASO(WS-IND-PTO) GREATER 30 THEN
                    ADD 1                      TO
                        WS-SAF-Q30(WS-SAF-ATUAL, WS-IND-PTO)
                 END-IF
                 IF WS-PTO-ATRASO(WS-IND-PTO) GREATER 90 THEN
                    ADD 1                      TO
                        WS-SAF-Q90(WS-SAF-ATUAL, WS-IND-PTO)
                 END-IF
              END-PERFORM
           END-IF.
      *
       ORDENA-SAFRAS.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-SAF FROM 1 BY 1
                              UNTIL WS-IND-SAF NOT LESS WS-QTD-SAF
                 COMPUTE WS-IND-SAF-2 = WS-IND-SAF + 1
                 IF WS-SAF-SAFRA(WS-IND-SAF) GREATER
                          WS-SAF-SAFRA(WS-IND-SAF-2) THEN
                    MOVE WS-TAB-SAF(WS-IND-SAF)   TO WS-SAF-AUX
                    MOVE WS-TAB-SAF(WS-IND-SAF-2) TO
                         WS-TAB-SAF(WS-IND-SAF)
                    MOVE WS-SAF-AUX            TO
                         WS-TAB-SAF(WS-IND-SAF-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGCARTEI'                     TO CR-PROGRAMA
           MOVE 'GESTAO DA CARTEIRA DE EMPRESTIMOS'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTPAG
           MOVE SPACES                         TO TIT-TEXTO
           STRING 'COMPETENCIA '               DELIMITED SIZE
                  WS-COMPETENCIA               DELIMITED SIZE
                  ' - DE '                     DELIMITED SIZE
                  WS-DATA-INI-MES              DELIMITED SIZE
                  ' A '                        DELIMITED SIZE
                  WS-DATA-FIM-MES              DELIMITED SIZE
                  INTO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 2 LINES
           MOVE SPACES                         TO WS-CSV-LINHA
           STRING 'COMPETENCIA;SECAO;ITEM;QTD;VALOR;' DELIMITED SIZE
                  'MOB3;MOB6;MOB9;MOB12;ATUAL'  DELIMITED SIZE
                  INTO WS-CSV-LINHA
           WRITE REG-CSV FROM WS-CSV-LINHA.
      *
       IMPRIME-MOVIMENTO.
           WRITE REG-REL FROM LINHA-CAB-MOVIMENTO
                                               BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'MOVIMENTO'                    TO WS-CSV-SECAO
           MOVE 'SALDO INICIAL'                TO RMV-ROTULO
           MOVE ZEROS                          TO WS-CSV-QTD
           MOVE WS-SALDO-INICIAL               TO WS-CSV-VLR
           PERFORM IMPRIME-LINHA-MOVIMENTO
           PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                           UNTIL WS-IND-MOV > 6
              EVALUATE WS-IND-MOV
                 WHEN 1
                    MOVE '(+) ORIGINACOES'     TO RMV-ROTULO
                 WHEN 2
                    MOVE '(+) CONTRATOS NOVOS DE RENEGOCIACAO'
                                               TO RMV-ROTULO
                 WHEN 3
                    MOVE '(-) AMORTIZACAO DAS PARCELAS'
                                               TO RMV-ROTULO
                 WHEN 4
                    MOVE '(-) LIQUIDACAO ANTECIPADA'
                                               TO RMV-ROTULO
                 WHEN 5
                    MOVE '(-) CONTRATOS RENEGOCIADOS'
                                               TO RMV-ROTULO
                 WHEN OTHER
                    MOVE '(-) BAIXADO COMO INCOBRAVEL'
                                               TO RMV-ROTULO
              END-EVALUATE
              MOVE WS-MOV-QTD(WS-IND-MOV)      TO WS-CSV-QTD
              MOVE WS-MOV-VALOR(WS-IND-MOV)    TO WS-CSV-VLR
              PERFORM IMPRIME-LINHA-MOVIMENTO
           END-PERFORM
           MOVE '(=) SALDO FINAL'              TO RMV-ROTULO
           MOVE WS-QTD-ATIVOS                  TO WS-CSV-QTD
           MOVE WS-SALDO-FINAL                 TO WS-CSV-VLR
           PERFORM IMPRIME-LINHA-MOVIMENTO
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
      *   Linha do movimento no relatorio e no CSV (quantidade de
      *   contratos; na amortizacao, de baixas; na baixa como
      *   incobravel, de parcelas).
       IMPRIME-LINHA-MOVIMENTO.
           MOVE WS-CSV-QTD                     TO RMV-QTD
           MOVE WS-CSV-VLR                     TO RMV-VALOR
           IF RMV-ROTULO EQUAL 'SALDO INICIAL' THEN
              MOVE SPACES                      TO RMV-QTD-X
           END-IF
           WRITE REG-REL FROM LINHA-MOVIMENTO BEFORE ADVANCING 1 LINES
           MOVE RMV-ROTULO                     TO WS-CSV-ITEM
           PERFORM FORMATA-VALOR-CSV
           MOVE SPACES                         TO WS-CSV-CELULAS
           PERFORM GRAVA-LINHA-CSV.
      *
       IMPRIME-ORIGINACOES.
           MOVE 'ORIGINACOES DO MES E TAXA DA CARTEIRA'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'ORIGINACAO'                   TO WS-CSV-SECAO
           MOVE SPACES                         TO WS-CSV-CELULAS
           MOVE 'CONTRATOS ORIGINADOS'         TO RIN-ROTULO
           MOVE WS-ORI-QTD                     TO WS-QTD-ED
           MOVE WS-QTD-ED                      TO RIN-VALOR
           MOVE WS-ORI-QTD                     TO WS-CSV-QTD
           MOVE WS-ORI-VOLUME                  TO WS-CSV-VLR
           PERFORM FORMATA-VALOR-CSV
           PERFORM IMPRIME-LINHA-INDICADOR
           MOVE 'VOLUME ORIGINADO'             TO RIN-ROTULO
           MOVE WS-ORI-VOLUME                  TO WS-VALOR-ED
           MOVE WS-VALOR-ED                    TO RIN-VALOR
           PERFORM IMPRIME-LINHA-INDICADOR
           MOVE 'TICKET MEDIO'                 TO RIN-ROTULO
           MOVE WS-ORI-TICKET                  TO WS-VALOR-ED
           MOVE WS-VALOR-ED                    TO RIN-VALOR
           MOVE WS-ORI-TICKET                  TO WS-CSV-VLR
           PERFORM FORMATA-VALOR-CSV
           PERFORM IMPRIME-LINHA-INDICADOR
           MOVE 'TAXA MEDIA PONDERADA (% A.M.)' TO RIN-ROTULO
           MOVE WS-ORI-TAXA-MEDIA              TO WS-TAXA-ED
           MOVE WS-TAXA-ED                     TO RIN-VALOR
           MOVE WS-ORI-TAXA-MEDIA              TO WS-CSV-TAXA
           MOVE WS-CSV-TAXA                    TO WS-CSV-NUMERO
           PERFORM IMPRIME-LINHA-INDICADOR
           MOVE 'PRAZO MEDIO (MESES)'          TO RIN-ROTULO
           MOVE WS-ORI-PRAZO-MEDIO             TO WS-PRAZO-ED
           MOVE WS-PRAZO-ED                    TO RIN-VALOR
           MOVE WS-ORI-PRAZO-MEDIO             TO WS-CSV-TAXA
           MOVE WS-CSV-TAXA                    TO WS-CSV-NUMERO
           PERFORM IMPRIME-LINHA-INDICADOR
           MOVE 'CARTEIRA'                     TO WS-CSV-SECAO
           MOVE 'CONTRATOS COM SALDO'          TO RIN-ROTULO
           MOVE WS-QTD-ATIVOS                  TO WS-QTD-ED
           MOVE WS-QTD-ED                      TO RIN-VALOR
           MOVE WS-QTD-ATIVOS                  TO WS-CSV-QTD
           MOVE WS-SALDO-FINAL                 TO WS-CSV-VLR
           PERFORM FORMATA-VALOR-CSV
           PERFORM IMPRIME-LINHA-INDICADOR
           MOVE 'TAXA MEDIA DA CARTEIRA PELO SALDO (% A.M.)'
                                               TO RIN-ROTULO
           MOVE WS-CAR-TAXA-MEDIA              TO WS-TAXA-ED
           MOVE WS-TAXA-ED                     TO RIN-VALOR
           MOVE WS-CAR-TAXA-MEDIA              TO WS-CSV-TAXA
           MOVE WS-CSV-TAXA                    TO WS-CSV-NUMERO
           PERFORM IMPRIME-LINHA-INDICADOR
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
       IMPRIME-LINHA-INDICADOR.
           WRITE REG-REL FROM LINHA-INDICADOR BEFORE ADVANCING 1 LINES
           MOVE RIN-ROTULO                     TO WS-CSV-ITEM
           PERFORM GRAVA-LINHA-CSV.
      *
      *   Safras na faixa WS-FAIXA (30 ou 90 dias): percentual dos
      *   contratos da safra em atraso acima da faixa em cada ponto;
      *   traco onde a safra ainda nao chegou.
       IMPRIME-SAFRAS.
           MOVE SPACES                         TO TIT-TEXTO
           STRING 'SAFRAS - % DOS CONTRATOS COM ATRASO ACIMA DE '
                                               DELIMITED SIZE
                  WS-FAIXA                     DELIMITED SIZE
                  ' DIAS'                      DELIMITED SIZE
                  INTO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-SAFRA BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE SPACES                         TO WS-CSV-SECAO
           STRING 'SAFRA ' WS-FAIXA '+'        DELIMITED SIZE
                  INTO WS-CSV-SECAO
           PERFORM VARYING WS-IND-SAF FROM 1 BY 1
                           UNTIL WS-IND-SAF > WS-QTD-SAF
              PERFORM IMPRIME-LINHA-SAFRA
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
       IMPRIME-LINHA-SAFRA.
           MOVE WS-SAF-SAFRA(WS-IND-SAF)       TO RSF-SAFRA
           MOVE WS-SAF-QTD(WS-IND-SAF)         TO RSF-QTD
           MOVE WS-SAF-VOLUME(WS-IND-SAF)      TO RSF-VOLUME
           MOVE WS-SAF-SALDO(WS-IND-SAF)       TO RSF-SALDO
           MOVE SPACES                         TO WS-CSV-CELULAS
           PERFORM VARYING WS-IND-PTO FROM 1 BY 1
                           UNTIL WS-IND-PTO > 5
              MOVE WS-SAF-SAFRA(WS-IND-SAF)    TO WS-CALC-ANOMES
              MOVE WS-MOB(WS-IND-PTO)          TO WS-CALC-MESES
              PERFORM CALCULA-FIM-MES
              IF WS-CALC-ANOMES-ALVO GREATER WS-COMPETENCIA
                       OR WS-SAF-QTD(WS-IND-SAF) EQUAL ZEROS THEN
                 MOVE '      -'                TO
                      RSF-CELULA(WS-IND-PTO)
              ELSE
                 IF WS-FAIXA EQUAL 30 THEN
                    COMPUTE WS-PCT ROUNDED =
                       WS-SAF-Q30(WS-IND-SAF, WS-IND-PTO) * 100
                       / WS-SAF-QTD(WS-IND-SAF)
                 ELSE
                    COMPUTE WS-PCT ROUNDED =
                       WS-SAF-Q90(WS-IND-SAF, WS-IND-PTO) * 100
                       / WS-SAF-QTD(WS-IND-SAF)
                 END-IF
                 MOVE WS-PCT                   TO WS-PCT-ED
                 MOVE WS-PCT                   TO WS-PCT-CSV
                 MOVE SPACES                   TO
                      RSF-CELULA(WS-IND-PTO)
                 STRING ' ' WS-PCT-ED '%'      DELIMITED SIZE
                        INTO RSF-CELULA(WS-IND-PTO)
                 MOVE WS-PCT-CSV               TO
                      WS-CSV-CEL(WS-IND-PTO)
              END-IF
           END-PERFORM
           WRITE REG-REL FROM LINHA-SAFRA BEFORE ADVANCING 1 LINES
           MOVE WS-SAF-SAFRA(WS-IND-SAF)       TO WS-CSV-ITEM
           MOVE WS-SAF-QTD(WS-IND-SAF)         TO WS-CSV-QTD
           MOVE WS-SAF-SALDO(WS-IND-SAF)       TO WS-CSV-VLR
           PERFORM FORMATA-VALOR-CSV
           PERFORM GRAVA-LINHA-CSV.
      *
      *   Valor do CSV sem sinal, com o menos na frente so quando
      *   negativo.
       FORMATA-VALOR-CSV.
           MOVE WS-CSV-VLR                     TO WS-CSV-VALOR
           MOVE SPACES                         TO WS-CSV-NUMERO
           IF WS-CSV-VLR LESS ZEROS THEN
              STRING '-' WS-CSV-VALOR          DELIMITED SIZE
                     INTO WS-CSV-NUMERO
           ELSE
              MOVE WS-CSV-VALOR                TO WS-CSV-NUMERO
           END-IF.
      *
      *   Linha do CARTEIRA.CSV: competencia, secao, item,
      *   quantidade, valor e as cinco colunas das safras.
       GRAVA-LINHA-CSV.
           MOVE SPACES                         TO WS-CSV-LINHA
           STRING WS-COMPETENCIA               DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-CSV-SECAO                 DELIMITED '  '
                  ';'                          DELIMITED SIZE
                  WS-CSV-ITEM                  DELIMITED '  '
                  ';'                          DELIMITED SIZE
                  WS-CSV-QTD                   DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-CSV-NUMERO                DELIMITED '  '
                  ';'                          DELIMITED SIZE
                  WS-CSV-CEL(1)                DELIMITED SPACE
                  ';'                          DELIMITED SIZE
                  WS-CSV-CEL(2)                DELIMITED SPACE
                  ';'                          DELIMITED SIZE
                  WS-CSV-CEL(3)                DELIMITED SPACE
                  ';'                          DELIMITED SIZE
                  WS-CSV-CEL(4)                DELIMITED SPACE
                  ';'                          DELIMITED SIZE
                  WS-CSV-CEL(5)                DELIMITED SPACE
                  INTO WS-CSV-LINHA
           WRITE REG-CSV FROM WS-CSV-LINHA.
      *
       END PROGRAM PGCARTEI.
