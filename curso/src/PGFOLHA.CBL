      *          no cartao, nao no programa -, grava o extrato do
      *          periodo em FOLHA_MENSAL.TXT e imprime um
      *          contracheque por funcionario mais a pagina de
      *          totais por nivel. Os encargos da empresa (FGTS e
      *          INSS patronal, aliquotas nos cartoes F e P) vao para
      *          o extrato e o historico, e as guias do mes saem em
      *          GUIAS.LST com o vencimento em dia util (PGDIAUTI).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Centro de custo do funcionario
      *                                 (e o rateio com o segundo
      *                                 centro) no extrato e no
      *                                 historico, para o lote
      *                                 contabil e o custo por area.
      * 15/10/2026 Anderson Nascimento  Alteracoes salariais
      *                                 (PGSALALT): o mes da vigencia
      *                                 e pago proporcional pelo
      *                                 salario antigo e o novo
      *                                 (SALHIST.DAT); o RETROATIV
      *                                 fica fora da base do INSS e
      *                                 do IRRF do mes, que recebem
      *                                 os eventos RETRO-INSS e
      *                                 RETRO-IRRF ja apurados por
      *                                 competencia.
      * 15/10/2026 Anderson Nascimento  Adiantamento quinzenal
      *                                 (PGADIANT): o evento ADIANTAM
      *                                 da competencia nao entra no
      *                                 bruto e e descontado do
      *                                 liquido antes do consignado,
      *                                 com linha no contracheque e
      *                                 coluna nova no extrato e no
      *                                 FOLHAHIS.DAT.
      * 15/10/2026 Anderson Nascimento  Encargos da empresa: FGTS (8%)
      *                                 e INSS patronal (20%) sobre o
      *                                 bruto, aliquotas nos cartoes
      *                                 F e P do FOLHA.PARM; colunas
      *                                 novas no extrato e no
      *                                 FOLHAHIS.DAT, linha do FGTS no
      *                                 contracheque e guias do mes em
      *                                 GUIAS.LST, vencendo dia 20 do
      *                                 mes seguinte (antecipado para
      *                                 o dia util anterior).
      * 15/10/2026 Anderson Nascimento  Afastamentos (PGAFAMNT): o
      *                                 salario do mes e pago pelos
      *                                 dias fora do afastamento
      *                                 (30 menos os dias sem salario
      *                                 apurados pelo PGAFADIA), com
      *                                 linha no contracheque.
      * 15/10/2026 Anderson Nascimento  Consignado pelo vencimento
      *                                 gravado na parcela: entra a
      *                                 parcela cujo vencimento cai na
      *                                 competencia; o CONTRHDR.DAT
      *                                 deixa de ser lido.
      * 02/09/2026 Anderson Nascimento  Coluna de consignado no
      *                                 extrato e no historico, para
      *                                 a soma bruto = INSS + IRRF +
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FHI-CHAVE
           FILE STATUS  IS WS-FS-FHI.
           SELECT SALHIST ASSIGN TO './SALHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAH-CHAVE
           FILE STATUS  IS WS-FS-SAH.
           SELECT GUIAS ASSIGN TO './GUIAS.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-GUI.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
             05  FUN-SITUACAO                PIC X(01).
                 88  FUN-DESLIGADO           VALUE 'D'.
             05  FUN-DATA-DESLIG             PIC 9(08).
      *   Centro de custo (CCUSTO.TXT, PGCCUMNT): o principal e, para
      *   quem divide o tempo entre duas areas, o segundo com o
      *   percentual do custo que vai para ele.
             05  FUN-CCUSTO                  PIC X(03).
             05  FUN-CCUSTO-2                PIC X(03).
             05  FUN-PCT-CCUSTO-2            PIC 9(03).
      *
      *   FOLHA.PARM - faixas de desconto mantidas pelo operador: um
      *   cartao por faixa, tipo 'I' (INSS) ou 'R' (IRRF), com o
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
      *   CONTRACH.LST - um contracheque por funcionario e, ao
      *   final, os totais por nivel.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   PAGTOS.TXT - baixas acumuladas (estornos subtraidos).
         FD  PAGTOS.
             05  FHI-IRRF            PIC 9(06)V99.
             05  FHI-CONSIG          PIC 9(06)V99.
             05  FHI-LIQUIDO         PIC 9(06)V99.
             05  FHI-FGTS            PIC 9(06)V99.
             05  FHI-INSS-PATR       PIC 9(06)V99.
             05  FHI-ADIANT          PIC 9(06)V99.
             05  FHI-CCUSTO          PIC X(03).
             05  FHI-CCUSTO-2        PIC X(03).
             05  FHI-PCT-CCUSTO-2    PIC 9(03).
      *
      *   SALHIST.DAT - alteracoes salariais por matricula + vigencia
      *   (layout do PGSALALT).
         FD  SALHIST.
         01  REG-SALHIST.
             05  SAH-CHAVE.
                 10  SAH-MATRICULA   PIC 9(05).
                 10  SAH-VIGENCIA    PIC 9(08).
             05  SAH-MOTIVO          PIC X(02).
             05  SAH-NIVEL-ANT       PIC 9(01).
             05  SAH-SAL-ANT         PIC 9(04)V99.
             05  SAH-NIVEL-NOVO      PIC 9(01).
             05  SAH-SAL-NOVO        PIC 9(04)V99.
             05  SAH-APROVADOR       PIC X(20).
             05  SAH-DATA-REGISTRO   PIC 9(08).
             05  SAH-COMPET-RETRO    PIC 9(06).
             05  SAH-VLR-RETRO       PIC 9(06)V99.
      *
      *   GUIAS.LST - guias de recolhimento do FGTS e do INSS da
      *   competencia.
         FD  GUIAS.
         01  REG-GUI                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-MES               PIC 99.
         77  WS-FS-EVE               PIC 99.
         77  WS-FS-DEP               PIC X(02) VALUE '00'.
         77  WS-FS-FHI               PIC X(02) VALUE '00'.
         77  WS-FS-GUI               PIC 99.
         77  WS-FS-SAH               PIC X(02) VALUE '00'.
         77  WS-SALHIST-OK           PIC X VALUE 'N'.
         77  WS-SAH-ACHADA           PIC X VALUE 'N'.
         77  WS-FS-EVF               PIC 99.
         77  WS-VLR-EVENTO           PIC 9(06)V99 VALUE ZEROS.
         77  WS-IND-EVE-2            PIC 9(03).
      *   competencia e o teto percentual do liquido.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-REC               PIC 99.
         77  WS-FS-CSG               PIC 99.
         77  WS-IND-PGO              PIC 9(03).
         77  WS-PGO-ACHADO           PIC 9(03) VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
         01  WS-VENC-COMPET.
             05  WS-VCO-AAAA         PIC 9(04).
             05  WS-VCO-MM           PIC 9(02).
      *   Competencia em processamento (AAAAMM).
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
      *   Primeiro e ultimo dia da competencia, para os afastamentos.
         77  WS-PRIMEIRO-DIA         PIC 9(08) VALUE ZEROS.
         77  WS-ULTIMO-DIA           PIC 9(08) VALUE ZEROS.
         77  WS-INT-DATA             PIC 9(07) VALUE ZEROS.
         77  WS-DIAS-MES             PIC 9(02) VALUE ZEROS.
      *   Salario do mes pelos dias pagos (mes comercial de 30 dias).
         77  WS-DIAS-PAGOS           PIC 9(02) VALUE ZEROS.
         77  WS-SAL-MES              PIC 9(06)V99 VALUE ZEROS.
      *   Salario do mes antes dos afastamentos: FUN-SAL ou, no mes
      *   da vigencia de uma alteracao, o antigo ate a vespera e o
      *   novo dali em diante.
         77  WS-SAL-BASE             PIC 9(06)V99 VALUE ZEROS.
         77  WS-DIAS-SAL-ANT         PIC 9(02) VALUE ZEROS.
      *   Eventos de provento da competencia, por matricula.
         77  WS-QTD-EVENTOS          PIC 9(03) VALUE ZEROS.
         01  WS-TAB-EVENTO OCCURS 200 TIMES.
         77  WS-IRRF                 PIC 9(06)V99 VALUE ZEROS.
         77  WS-LIQUIDO              PIC 9(06)V99 VALUE ZEROS.
         77  WS-DESCONTO-CALC        PIC S9(07)V99 VALUE ZEROS.
      *   Adiantamento quinzenal ja pago na competencia (PGADIANT).
         77  WS-VLR-ADIANT           PIC 9(06)V99 VALUE ZEROS.
      *   Diferenca retroativa (PGSALALT): o provento fica fora da
      *   base do mes; INSS e IRRF dela vem apurados por competencia.
         77  WS-VLR-RETRO            PIC 9(06)V99 VALUE ZEROS.
         77  WS-RETRO-INSS           PIC 9(06)V99 VALUE ZEROS.
         77  WS-RETRO-IRRF           PIC 9(06)V99 VALUE ZEROS.
         77  WS-BASE-INSS            PIC 9(06)V99 VALUE ZEROS.
      *
      *   Encargos da empresa sobre o bruto (cartoes F e P do
      *   FOLHA.PARM; o padrao e a aliquota vigente na implantacao).
         77  WS-ALIQ-FGTS            PIC 9(02)V99 VALUE 8,00.
         77  WS-ALIQ-PATRONAL        PIC 9(02)V99 VALUE 20,00.
         77  WS-FGTS                 PIC 9(06)V99 VALUE ZEROS.
         77  WS-INSS-PATR            PIC 9(06)V99 VALUE ZEROS.
         77  WS-TOT-FGTS             PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-INSS-RET         PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-INSS-PATR        PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-GUIA             PIC 9(09)V99 VALUE ZEROS.
      *   Vencimento das guias: dia 20 do mes seguinte, antecipado
      *   para o dia util anterior.
         77  WS-VENC-GUIA            PIC 9(08) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
      *
      *   Totais por nivel (1 a 9) e geral.
         01  WS-NIVEL-TOTAIS.
                'DESC.CONSIGNADO:'.
            03  CCH-CONSIG           PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(53) VALUE SPACES.
      *
        01  LINHA-AFASTAMENTO.
            03  FILLER               PIC X(17) VALUE
                'AFASTAMENTO....:'.
            03  CCH-DIAS-AFAST       PIC Z9.
            03  FILLER               PIC X(24) VALUE
                ' DIAS SEM SALARIO (PAGOS'.
            03  CCH-DIAS-PAGOS       PIC Z9.
            03  FILLER               PIC X(06) VALUE ' DIAS)'.
            03  FILLER               PIC X(29) VALUE SPACES.
      *
        01  LINHA-RETROATIVO.
            03  FILLER               PIC X(17) VALUE
                'RETRO INSS/IRRF:'.
            03  CCH-RETRO-INSS       PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(03) VALUE ' / '.
            03  CCH-RETRO-IRRF       PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(16) VALUE
                ' (NOS DESCONTOS)'.
            03  FILLER               PIC X(24) VALUE SPACES.
      *
        01  LINHA-ADIANTAMENTO.
            03  FILLER               PIC X(17) VALUE
                'ADIANTAMENTO...:'.
            03  CCH-ADIANT           PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(53) VALUE SPACES.
      *
        01  LINHA-FGTS.
            03  FILLER               PIC X(17) VALUE
                'FGTS DO MES....:'.
            03  CCH-FGTS             PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(20) VALUE
                '  (DEPOSITO EMPRESA)'.
            03  FILLER               PIC X(33) VALUE SPACES.
      *
        01  LINHA-DEPENDENTES.
            03  FILLER               PIC X(17) VALUE
            03  FILLER               PIC X(11) VALUE '  LIQUIDO:'.
            03  LNV-LIQUIDO          PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(16) VALUE SPACES.
      *
        01  LINHA-GUIA-COMPET.
            03  FILLER               PIC X(28) VALUE
                'COMPETENCIA................:'.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  GUI-COMPETENCIA      PIC 9(06).
            03  FILLER               PIC X(45) VALUE SPACES.
        01  LINHA-GUIA-VENC.
            03  FILLER               PIC X(28) VALUE
                'VENCIMENTO.................:'.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  GUI-VENCIMENTO       PIC 9(08).
            03  FILLER               PIC X(43) VALUE SPACES.
        01  LINHA-GUIA-VALOR.
            03  GUI-ROTULO           PIC X(28).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  GUI-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(37) VALUE SPACES.
       COPY CABREL.
       COPY DIAUTIL.
       COPY AMBCFG.
       COPY AFASTA.
       77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                               './FUNCMEST.DAT'.
       77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
              MOVE WS-DATA-HOJE(1:6)           TO WS-COMPETENCIA
           END-IF
           DISPLAY 'COMPETENCIA: ' WS-COMPETENCIA
           PERFORM LIMITES-COMPETENCIA
           INITIALIZE WS-NIVEL-TOTAIS
           MOVE 'CLIENTE.TXT'                  TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
              CLOSE FOLHAHIS
              OPEN I-O FOLHAHIS
           END-IF
           OPEN INPUT SALHIST
           IF WS-FS-SAH EQUAL '00' THEN
              MOVE 'S'                         TO WS-SALHIST-OK
           END-IF
           OPEN OUTPUT EXTRATO
           OPEN OUTPUT CONTRACHEQUES.

           END-PERFORM.

           PERFORM IMPRIME-TOTAIS-NIVEL.
           PERFORM IMPRIME-GUIAS.
           IF WS-DEPENDEN-OK EQUAL 'S' THEN
              CLOSE DEPENDEN
           END-IF.
           IF WS-SALHIST-OK EQUAL 'S' THEN
              CLOSE SALHIST
           END-IF.
           IF WS-QTD-CONS GREATER ZEROS THEN
              CLOSE RECEBTOS
           END-IF.
           DISPLAY 'FOLHA CALCULADA PARA ' WS-QTD-FUNC
                   ' FUNCIONARIO(S); COM CONSIGNADO: '
                   WS-QTD-CONSIGNADOS '.'.
           DISPLAY 'GUIAS DO MES EM GUIAS.LST - FGTS: ' WS-TOT-FGTS
                   ' INSS: ' WS-TOT-GUIA.
           GOBACK.
      *
      *   Carrega os eventos de provento da competencia (EVENFOLH,
      *
      *   Prepara o consignado: teto do cartao, o mapa CPF->cliente
      *   do CLIENTE.TXT, as baixas ja feitas e as parcelas abertas
      *   cujo vencimento gravado cai na competencia. Qualquer
      *   arquivo ausente so desliga o consignado desta folha.
       PREPARA-CONSIGNADO.
           OPEN INPUT CONSIGPARM
           MOVE 'N'                            TO WS-EOF-FAI
           OPEN INPUT PARCELAS
           IF WS-FS-PAR EQUAL '00' THEN
              MOVE ZEROS                       TO PAR-NUM-CONTRATO
                                                  PAR-NUM-PARCELA
              START PARCELAS KEY NOT LESS PAR-CHAVE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARCELAS
           END-IF
           MOVE 'N'                            TO WS-EOF-FAI
           IF WS-QTD-CONS GREATER ZEROS THEN
              END-IF
           END-PERFORM.
           IF WS-VLR-PAGO-ACUM LESS PAR-VLR-PARCELA THEN
      *   Competencia AAAAMM do vencimento gravado (sem o dia).
              COMPUTE WS-VENC-COMPET-N = PAR-VENCIMENTO / 100
              IF WS-VENC-COMPET-N EQUAL WS-COMPETENCIA
                       AND WS-QTD-CONS LESS 300 THEN
                 ADD 1                         TO WS-QTD-CONS
      *   Cartao da deducao por dependente: so a parcela a deduzir
      *   interessa.
                 MOVE FAI-DEDUZIR              TO WS-DEDUCAO-DEP
      *   Encargos da empresa: so a aliquota interessa.
              WHEN 'F'
                 MOVE FAI-ALIQUOTA             TO WS-ALIQ-FGTS
              WHEN 'P'
                 MOVE FAI-ALIQUOTA             TO WS-ALIQ-PATRONAL
              WHEN OTHER
                 DISPLAY '>> CARTAO DE FAIXA INVALIDO IGNORADO.'
           END-EVALUATE.
           WRITE REG-FAIXA FROM 'R000466468022500066277'
           WRITE REG-FAIXA FROM 'R999999999027500089600'
           WRITE REG-FAIXA FROM 'D00000000000000018959'
           WRITE REG-FAIXA FROM 'F00000000008000000000'
           WRITE REG-FAIXA FROM 'P00000000020000000000'
           CLOSE FAIXAS.
      *
      *   Bruto-para-liquido do funcionario corrente: INSS pela
      *   cada um como aliquota sobre a base menos a parcela a
      *   deduzir da faixa.
       CALCULA-FUNCIONARIO.
           PERFORM APURA-AFASTAMENTOS
           MOVE WS-SAL-MES                     TO WS-BRUTO
           MOVE ZEROS                          TO WS-VLR-ADIANT
                                                  WS-VLR-RETRO
                                                  WS-RETRO-INSS
                                                  WS-RETRO-IRRF
      *   Eventos de provento da competencia entram no bruto antes
      *   dos descontos (ferias valorizadas na hora); o adiantamento
      *   quinzenal ja foi pago e so e descontado do liquido; o
      *   INSS e o IRRF do retroativo somam aos descontos do mes.
           PERFORM VARYING WS-IND-EVE FROM 1 BY 1
                           UNTIL WS-IND-EVE > WS-QTD-EVENTOS
              IF WS-EVE-MATRICULA(WS-IND-EVE) EQUAL FUN-MATRICULA
                 MOVE WS-IND-EVE               TO WS-IND-EVE-2
                 PERFORM VALOR-DO-EVENTO
                 EVALUATE WS-EVE-TIPO(WS-IND-EVE)
                    WHEN 'ADIANTAM'
                       ADD WS-VLR-EVENTO       TO WS-VLR-ADIANT
                    WHEN 'RETRO-INSS'
                       ADD WS-VLR-EVENTO       TO WS-RETRO-INSS
                    WHEN 'RETRO-IRRF'
                       ADD WS-VLR-EVENTO       TO WS-RETRO-IRRF
                    WHEN 'RETROATIV'
                       ADD WS-VLR-EVENTO       TO WS-VLR-RETRO
                                                  WS-BRUTO
                    WHEN OTHER
                       ADD WS-VLR-EVENTO       TO WS-BRUTO
                 END-EVALUATE
              END-IF
           END-PERFORM
           COMPUTE WS-BASE-INSS = WS-BRUTO - WS-VLR-RETRO
           PERFORM CALCULA-INSS
           PERFORM CONTA-DEPENDENTES
           COMPUTE WS-BASE-IRRF = WS-BASE-INSS - WS-INSS
              - (WS-QTD-DEP * WS-DEDUCAO-DEP)
           IF WS-BASE-IRRF LESS ZEROS THEN
              MOVE ZEROS                       TO WS-BASE-IRRF
           END-IF
           PERFORM CALCULA-IRRF
           ADD WS-RETRO-INSS                   TO WS-INSS
           ADD WS-RETRO-IRRF                   TO WS-IRRF
           COMPUTE WS-LIQUIDO = WS-BRUTO - WS-INSS - WS-IRRF
      *   O adiantamento sai do liquido ate o limite dele; o teto do
      *   consignado e apurado sobre o que sobra.
           IF WS-VLR-ADIANT GREATER WS-LIQUIDO THEN
              MOVE WS-LIQUIDO                  TO WS-VLR-ADIANT
           END-IF
           SUBTRACT WS-VLR-ADIANT              FROM WS-LIQUIDO
           PERFORM DESCONTA-CONSIGNADO
      *   Encargos da empresa, fora do liquido do funcionario.
           COMPUTE WS-FGTS ROUNDED = WS-BRUTO * WS-ALIQ-FGTS / 100
           COMPUTE WS-INSS-PATR ROUNDED =
              WS-BRUTO * WS-ALIQ-PATRONAL / 100
           ADD WS-FGTS                         TO WS-TOT-FGTS
           ADD WS-INSS                         TO WS-TOT-INSS-RET
           ADD WS-INSS-PATR                    TO WS-TOT-INSS-PATR
           ADD 1                               TO WS-QTD-FUNC
           PERFORM GRAVA-EXTRATO
           PERFORM IMPRIME-CONTRACHEQUE
           PERFORM ACUMULA-NIVEL.
      *
      *   Dias da competencia sem salario por afastamento (PGAFADIA):
      *   o mes e pago sobre 30 dias menos os dias sem salario; mes
      *   inteiro afastado nao tem salario.
       APURA-AFASTAMENTOS.
           MOVE FUN-MATRICULA                  TO AF-MATRICULA
           MOVE WS-PRIMEIRO-DIA                TO AF-INICIO
           MOVE WS-ULTIMO-DIA                  TO AF-FIM
           CALL './bin/PGAFADIA' USING AF-PARM
           PERFORM APURA-SALARIO-BASE
           IF AF-DIAS-SEM-SALARIO EQUAL ZEROS THEN
              MOVE 30                          TO WS-DIAS-PAGOS
              MOVE WS-SAL-BASE                 TO WS-SAL-MES
           ELSE
              IF AF-DIAS-SEM-SALARIO NOT LESS WS-DIAS-MES
                       OR AF-DIAS-SEM-SALARIO NOT LESS 30 THEN
                 MOVE ZEROS                    TO WS-DIAS-PAGOS
              ELSE
                 COMPUTE WS-DIAS-PAGOS = 30 - AF-DIAS-SEM-SALARIO
              END-IF
              COMPUTE WS-SAL-MES ROUNDED =
                 WS-SAL-BASE * WS-DIAS-PAGOS / 30
           END-IF.
      *
      *   Alteracao salarial com vigencia depois do dia 1 da
      *   competencia: dias antes dela pelo salario antigo, o resto
      *   pelo novo (mes comercial de 30 dias).
       APURA-SALARIO-BASE.
           MOVE FUN-SAL                        TO WS-SAL-BASE
           IF WS-SALHIST-OK EQUAL 'S' THEN
              MOVE FUN-MATRICULA               TO SAH-MATRICULA
              COMPUTE SAH-VIGENCIA = WS-PRIMEIRO-DIA + 1
              MOVE 'N'                         TO WS-SAH-ACHADA
              START SALHIST KEY NOT LESS SAH-CHAVE
                 NOT INVALID KEY
                    READ SALHIST NEXT RECORD
                       NOT AT END
                          MOVE 'S'             TO WS-SAH-ACHADA
                    END-READ
              END-START
              IF WS-SAH-ACHADA EQUAL 'S'
                       AND SAH-MATRICULA EQUAL FUN-MATRICULA
                       AND SAH-VIGENCIA NOT GREATER WS-ULTIMO-DIA THEN
                 COMPUTE WS-DIAS-SAL-ANT =
                    SAH-VIGENCIA - WS-PRIMEIRO-DIA
                 IF WS-DIAS-SAL-ANT GREATER 30 THEN
                    MOVE 30                    TO WS-DIAS-SAL-ANT
                 END-IF
                 COMPUTE WS-SAL-BASE ROUNDED =
                    (SAH-SAL-ANT * WS-DIAS-SAL-ANT
                     + SAH-SAL-NOVO * (30 - WS-DIAS-SAL-ANT)) / 30
              END-IF
           END-IF.
      *
      *   Primeiro e ultimo dia da competencia (AAAAMMDD).
       LIMITES-COMPETENCIA.
           COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1
           IF WS-COMPETENCIA(5:2) EQUAL '12' THEN
              COMPUTE WS-ULTIMO-DIA =
                 (WS-COMPETENCIA + 89) * 100 + 1
           ELSE
              COMPUTE WS-ULTIMO-DIA =
                 (WS-COMPETENCIA + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-DATA =
              FUNCTION INTEGER-OF-DATE(WS-ULTIMO-DIA) - 1
           COMPUTE WS-ULTIMO-DIA =
              FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
           MOVE WS-ULTIMO-DIA(7:2)             TO WS-DIAS-MES.
      *
      *   Conta os dependentes da matricula corrente por chave no
      *   DEPENDEN.DAT.
       CONTA-DEPENDENTES.
           PERFORM VARYING WS-IND-FX FROM 1 BY 1
                           UNTIL WS-IND-FX > WS-QTD-FX-INSS
                              OR WS-FAIXA-ACHADA EQUAL 'S'
              IF WS-BASE-INSS NOT GREATER
                       WS-FXI-LIMITE(WS-IND-FX) THEN
                 MOVE 'S'                      TO WS-FAIXA-ACHADA
                 COMPUTE WS-DESCONTO-CALC ROUNDED =
                    (WS-BASE-INSS * WS-FXI-ALIQUOTA(WS-IND-FX) / 100)
                    - WS-FXI-DEDUZIR(WS-IND-FX)
                 IF WS-DESCONTO-CALC LESS ZEROS THEN
                    MOVE ZEROS                 TO WS-INSS
           MOVE WS-IRRF                        TO EXT-IRRF
           MOVE WS-VLR-CONSIG                  TO EXT-CONSIG
           MOVE WS-LIQUIDO                     TO EXT-LIQUIDO
           MOVE WS-FGTS                        TO EXT-FGTS
           MOVE WS-INSS-PATR                   TO EXT-INSS-PATR
           MOVE WS-VLR-ADIANT                  TO EXT-ADIANT
           MOVE FUN-CCUSTO                     TO EXT-CCUSTO
           MOVE FUN-CCUSTO-2                   TO EXT-CCUSTO-2
           MOVE FUN-PCT-CCUSTO-2               TO EXT-PCT-CCUSTO-2
           WRITE REG-EXTRATO
      *   O mesmo retrato vai para o historico por competencia;
      *   reprocessamento da mesma competencia regrava a chave.
           MOVE WS-IRRF                        TO FHI-IRRF
           MOVE WS-VLR-CONSIG                  TO FHI-CONSIG
           MOVE WS-LIQUIDO                     TO FHI-LIQUIDO
           MOVE WS-FGTS                        TO FHI-FGTS
           MOVE WS-INSS-PATR                   TO FHI-INSS-PATR
           MOVE WS-VLR-ADIANT                  TO FHI-ADIANT
           MOVE FUN-CCUSTO                     TO FHI-CCUSTO
           MOVE FUN-CCUSTO-2                   TO FHI-CCUSTO-2
           MOVE FUN-PCT-CCUSTO-2               TO FHI-PCT-CCUSTO-2
           WRITE REG-FOLHAHIS
              INVALID KEY
                 REWRITE REG-FOLHAHIS
           PERFORM VARYING WS-IND-EVE FROM 1 BY 1
                           UNTIL WS-IND-EVE > WS-QTD-EVENTOS
              IF WS-EVE-MATRICULA(WS-IND-EVE) EQUAL FUN-MATRICULA
                       AND WS-EVE-TIPO(WS-IND-EVE) NOT EQUAL
                           'ADIANTAM'
                       AND WS-EVE-TIPO(WS-IND-EVE) NOT EQUAL
                           'RETRO-INSS'
                       AND WS-EVE-TIPO(WS-IND-EVE) NOT EQUAL
                           'RETRO-IRRF'
                 MOVE WS-IND-EVE               TO WS-IND-EVE-2
                 PERFORM VALOR-DO-EVENTO
                 MOVE WS-EVE-TIPO(WS-IND-EVE)  TO PRV-TIPO
           MOVE WS-IRRF                        TO CCH-IRRF
           WRITE REG-CTR FROM LINHA-CONTRACHEQUE-4 BEFORE ADVANCING 1
                                                      LINES
           IF AF-DIAS-SEM-SALARIO GREATER ZEROS THEN
              MOVE AF-DIAS-SEM-SALARIO         TO CCH-DIAS-AFAST
              MOVE WS-DIAS-PAGOS               TO CCH-DIAS-PAGOS
              WRITE REG-CTR FROM LINHA-AFASTAMENTO BEFORE ADVANCING
                    1 LINES
           END-IF
           IF WS-QTD-DEP GREATER ZEROS THEN
              MOVE WS-QTD-DEP                  TO CCH-QTD-DEP
              COMPUTE CCH-DEDUCAO-DEP =
              WRITE REG-CTR FROM LINHA-DEPENDENTES BEFORE ADVANCING
                    1 LINES
           END-IF
           IF WS-RETRO-INSS GREATER ZEROS
                    OR WS-RETRO-IRRF GREATER ZEROS THEN
              MOVE WS-RETRO-INSS               TO CCH-RETRO-INSS
              MOVE WS-RETRO-IRRF               TO CCH-RETRO-IRRF
              WRITE REG-CTR FROM LINHA-RETROATIVO BEFORE ADVANCING
                    1 LINES
           END-IF
           IF WS-VLR-ADIANT GREATER ZEROS THEN
              MOVE WS-VLR-ADIANT               TO CCH-ADIANT
              WRITE REG-CTR FROM LINHA-ADIANTAMENTO BEFORE ADVANCING
                    1 LINES
           END-IF
           IF WS-VLR-CONSIG GREATER ZEROS THEN
              MOVE WS-VLR-CONSIG               TO CCH-CONSIG
              WRITE REG-CTR FROM LINHA-CONSIGNADO BEFORE ADVANCING 1
                                                     LINES
           END-IF
           MOVE WS-LIQUIDO                     TO CCH-LIQUIDO
           WRITE REG-CTR FROM LINHA-CONTRACHEQUE-5 BEFORE ADVANCING 1
                                                      LINES
           MOVE WS-FGTS                        TO CCH-FGTS
           WRITE REG-CTR FROM LINHA-FGTS BEFORE ADVANCING 2 LINES.
      *
       ACUMULA-NIVEL.
           IF FUN-NIVEL GREATER ZEROS THEN
           MOVE WS-TOT-BRUTO                   TO LNV-BRUTO
           MOVE WS-TOT-LIQUIDO                 TO LNV-LIQUIDO
           WRITE REG-CTR FROM LINHA-NIVEL BEFORE ADVANCING 1 LINES.
      *
      *   Guias de recolhimento da competencia: FGTS (deposito da
      *   empresa sobre o bruto) e INSS (retido dos funcionarios mais
      *   a parte patronal), com o vencimento de cada uma.
       IMPRIME-GUIAS.
           PERFORM CALCULA-VENCIMENTO-GUIA
           OPEN OUTPUT GUIAS
           MOVE 'PGFOLHA'                      TO CR-PROGRAMA
           MOVE 'GUIA DE RECOLHIMENTO DO FGTS' TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           PERFORM IMPRIME-CABECALHO-GUIA
           MOVE 'BASE (FOLHA BRUTA)........:'  TO GUI-ROTULO
           MOVE WS-TOT-BRUTO                   TO GUI-VALOR
           WRITE REG-GUI FROM LINHA-GUIA-VALOR BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL A RECOLHER..........:'  TO GUI-ROTULO
           MOVE WS-TOT-FGTS                    TO GUI-VALOR
           WRITE REG-GUI FROM LINHA-GUIA-VALOR BEFORE ADVANCING 1 LINES
           WRITE REG-GUI FROM TRACEJADO BEFORE ADVANCING 1 LINES

           MOVE 'GUIA DA PREVIDENCIA SOCIAL - INSS' TO CR-TITULO
           MOVE 2                              TO CR-PAGINA
           PERFORM IMPRIME-CABECALHO-GUIA
           COMPUTE WS-TOT-GUIA = WS-TOT-INSS-RET + WS-TOT-INSS-PATR
           MOVE 'BASE (FOLHA BRUTA)........:'  TO GUI-ROTULO
           MOVE WS-TOT-BRUTO                   TO GUI-VALOR
           WRITE REG-GUI FROM LINHA-GUIA-VALOR BEFORE ADVANCING 1 LINES
           MOVE 'RETIDO DOS FUNCIONARIOS...:'  TO GUI-ROTULO
           MOVE WS-TOT-INSS-RET                TO GUI-VALOR
           WRITE REG-GUI FROM LINHA-GUIA-VALOR BEFORE ADVANCING 1 LINES
           MOVE 'PARTE PATRONAL............:'  TO GUI-ROTULO
           MOVE WS-TOT-INSS-PATR               TO GUI-VALOR
           WRITE REG-GUI FROM LINHA-GUIA-VALOR BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL A RECOLHER..........:'  TO GUI-ROTULO
           MOVE WS-TOT-GUIA                    TO GUI-VALOR
           WRITE REG-GUI FROM LINHA-GUIA-VALOR BEFORE ADVANCING 1 LINES
           WRITE REG-GUI FROM TRACEJADO BEFORE ADVANCING 1 LINES
           CLOSE GUIAS.
      *
       IMPRIME-CABECALHO-GUIA.
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-GUI FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-GUI FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-GUI FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE WS-COMPETENCIA                 TO GUI-COMPETENCIA
           WRITE REG-GUI FROM LINHA-GUIA-COMPET BEFORE ADVANCING 1
                                                   LINES
           MOVE WS-VENC-GUIA                   TO GUI-VENCIMENTO
           WRITE REG-GUI FROM LINHA-GUIA-VENC BEFORE ADVANCING 1 LINES.
      *
      *   Dia 20 do mes seguinte a competencia; fim de semana ou
      *   feriado (PGDIAUTI) antecipa para o dia util anterior.
       CALCULA-VENCIMENTO-GUIA.
           COMPUTE WS-INT-VENC =
              FUNCTION INTEGER-OF-DATE(WS-ULTIMO-DIA) + 20
           COMPUTE WS-VENC-GUIA = FUNCTION DATE-OF-INTEGER(WS-INT-VENC)
           MOVE 'E'                            TO DU-FUNCAO
           MOVE WS-VENC-GUIA                   TO DU-DATA-1
           CALL './bin/PGDIAUTI' USING DU-PARM
           PERFORM UNTIL DU-RESULTADO-SN EQUAL 'S'
              SUBTRACT 1                       FROM WS-INT-VENC
              COMPUTE WS-VENC-GUIA =
                 FUNCTION DATE-OF-INTEGER(WS-INT-VENC)
              MOVE WS-VENC-GUIA                TO DU-DATA-1
              CALL './bin/PGDIAUTI' USING DU-PARM
           END-PERFORM.
      *
       END PROGRAM PGFOLHA.
