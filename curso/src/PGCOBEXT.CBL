      *****************************************************************
      * Program name:    PGCOBEXT
      * Original author: Anderson Nascimento
      * Purpose: Cobranca terceirizada, em dois modos:
      *          C - cessao: contrato com parcela vencida ha mais de
      *              120 dias (cartao COBEXT.PARM: atraso minimo e
      *              saldo minimo) e saldo em aberto e cedido a uma
      *              das agencias ativas do AGENCIAS.DAT (PGAGEMNT),
      *              sempre a de menor carteira frente ao seu peso.
      *              A cessao fica no registro COBEXT.DAT (um por
      *              contrato) e cada agencia recebe a planilha do
      *              lote CEDaaa-nnnnn.CSV para mandar por e-mail.
      *              Contrato cedido sem mais nada em aberto e
      *              encerrado no registro. O PGCOBRAN nao manda
      *              carta de contrato cedido. Controle em COBEXT.LST;
      *          M - extrato mensal: soma por agencia o que ela
      *              recuperou na competencia (AGRECUP.TXT, gravado
      *              pelo retorno do modo E do PGPAGTOS), desconta os
      *              estornos do mes (PGESTORN) e calcula a comissao
      *              pelo percentual do cadastro, em COMISSAO.LST.
      *          Parcela baixada (write-off) continua devida e vai
      *          junto na cessao.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCOBEXT.
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
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-CLI.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT AGENCIAS ASSIGN TO './AGENCIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AGE-CODIGO
           FILE STATUS  IS WS-FS-AGE.
           SELECT COBEXT ASSIGN TO './COBEXT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CEX-NUM-CONTRATO
           FILE STATUS  IS WS-FS-CEX.
           SELECT AGRECUP ASSIGN TO './AGRECUP.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RCP.
           SELECT PARAMETROS ASSIGN TO './COBEXT.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PRM.
           SELECT COBSEQ ASSIGN TO './COBSEQ.CTL'
           FILE STATUS  IS WS-FS-SEQ.
           SELECT PLANILHA ASSIGN TO WS-NOME-PLANILHA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS  IS WS-FS-PLA.
           SELECT RELATORIO ASSIGN TO WS-REL-NOME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PARCELAS.DAT - mestre de parcelas (PGPARMIG/PGARRAYS).
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
                 88  PAR-ABERTA      VALUE 'A'.
                 88  PAR-BAIXADA     VALUE 'B'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ): dados do
      *   devedor na planilha da agencia.
         FD  CLIENTE.
         01  REG-CLIENTE.
             03 CD-CLIENTE           PIC 9(06).
             03 NM-CLIENTE           PIC X(20).
             03 TL-CLIENTE           PIC X(13).
             03 EN-RUA               PIC X(20).
             03 EN-NUMERO            PIC 9(05).
             03 EN-CIDADE            PIC X(15).
             03 EN-CEP               PIC 9(05).
             03 EN-UF                PIC X(02).
             03 NR-CPF               PIC 9(11).
      *
      *   PAGTOS.TXT - baixas acumuladas (estornos subtraidos).
         FD  PAGTOS.
         01  REG-PAGTO.
             05  PAG-NUM-CONTRATO    PIC 9(05).
             05  PAG-NUM-PARCELA     PIC 9(03).
             05  PAG-DATA-PGTO       PIC 9(08).
             05  PAG-VLR-PAGO        PIC 9(07)V99.
             05  PAG-SITUACAO        PIC X(08).
             05  PAG-VLR-MORA        PIC 9(07)V99.
      *
      *   AGENCIAS.DAT - cadastro de agencias (PGAGEMNT).
         FD  AGENCIAS.
         01  REG-AGENCIA.
             05  AGE-CODIGO          PIC X(03).
             05  AGE-NOME            PIC X(30).
             05  AGE-CONTATO         PIC X(30).
             05  AGE-EMAIL           PIC X(40).
             05  AGE-PCT-COMISSAO    PIC 9(02)V99.
             05  AGE-PESO            PIC 9(02).
             05  AGE-STATUS          PIC X(01).
                 88  AGE-ATIVA       VALUE 'A'.
                 88  AGE-INATIVA     VALUE 'I'.
      *
      *   COBEXT.DAT - um registro por contrato cedido: agencia,
      *   lote e data da cessao, saldo e atraso na cessao. Contrato
      *   encerrado que volte a atrasar pode ser cedido de novo.
         FD  COBEXT.
         01  REG-COBEXT.
             05  CEX-NUM-CONTRATO    PIC 9(05).
             05  CEX-AGENCIA         PIC X(03).
             05  CEX-CD-CLIENTE      PIC 9(06).
             05  CEX-DATA-CESSAO     PIC 9(08).
             05  CEX-LOTE            PIC 9(05).
             05  CEX-SALDO-CESSAO    PIC 9(09)V99.
             05  CEX-ATRASO-CESSAO   PIC 9(05).
             05  CEX-SITUACAO        PIC X(01).
                 88  CEX-ATIVA       VALUE 'A'.
                 88  CEX-ENCERRADA   VALUE 'E'.
             05  CEX-DATA-FIM        PIC 9(08).
      *
      *   AGRECUP.TXT - recuperado pelas agencias, um registro por
      *   baixa do retorno (modo E do PGPAGTOS).
         FD  AGRECUP.
         01  REG-AGRECUP.
             05  RCP-AGENCIA         PIC X(03).
             05  RCP-NUM-CONTRATO    PIC 9(05).
             05  RCP-NUM-PARCELA     PIC 9(03).
             05  RCP-DATA-PGTO       PIC 9(08).
             05  RCP-VLR-PAGO        PIC 9(07)V99.
             05  RCP-VLR-MORA        PIC 9(07)V99.
             05  RCP-DATA-LANC       PIC 9(08).
             05  RCP-RECIBO          PIC 9(07).
      *
      *   COBEXT.PARM - atraso minimo (dias) e saldo minimo da
      *   cessao.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PRM-DIAS-MINIMO     PIC 9(03).
             05  PRM-SALDO-MINIMO    PIC 9(07)V99.
      *
      *   COBSEQ.CTL - ultimo lote de cessao gerado.
         FD  COBSEQ.
         01  REG-COBSEQ.
             05  SEQ-ULTIMO-LOTE     PIC 9(05).
      *
      *   CEDaaa-nnnnn.CSV - planilha do lote para a agencia aaa.
         FD  PLANILHA.
         01  REG-PLANILHA            PIC X(160).
      *
      *   COBEXT.LST / COMISSAO.LST - relatorios dos dois modos.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-AGE               PIC X(02) VALUE '00'.
         77  WS-FS-CEX               PIC X(02) VALUE '00'.
         77  WS-FS-RCP               PIC 99.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-SEQ               PIC 99.
         77  WS-FS-PLA               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE 'C'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-DIAS-MINIMO          PIC 9(03) VALUE 120.
         77  WS-SALDO-MINIMO         PIC 9(07)V99 VALUE ZEROS.
         77  WS-SEQ-LOTE             PIC 9(05) VALUE ZEROS.
         77  WS-NOME-PLANILHA        PIC X(40) VALUE SPACES.
         77  WS-REL-NOME             PIC X(30) VALUE SPACES.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
      *   Pago acumulado por parcela (PAGTOS.TXT, estornos
      *   subtraidos).
         77  WS-QTD-PAGAS            PIC 9(03) VALUE ZEROS.
         01  WS-TAB-PAGO OCCURS 600 TIMES.
             05  WS-PGO-CONTRATO     PIC 9(05).
             05  WS-PGO-PARCELA      PIC 9(03).
             05  WS-PGO-VALOR        PIC 9(07)V99.
         77  WS-IND-PAR              PIC 9(03).
         77  WS-PAR-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-ABERTO           PIC 9(07)V99 VALUE ZEROS.
      *
      *   Atraso pelo vencimento gravado, como no PGPAGTOS.
         77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
         77  WS-INT-REF              PIC 9(07) VALUE ZEROS.
      *
      *   Apuracao do contrato corrente (as parcelas chegam
      *   agrupadas pela chave).
         77  WS-TEM-CONTRATO         PIC X     VALUE 'N'.
         77  WS-CTR-NUMERO           PIC 9(05) VALUE ZEROS.
         77  WS-CTR-CLIENTE          PIC 9(06) VALUE ZEROS.
         77  WS-CTR-MAX-ATRASO       PIC S9(05) VALUE ZEROS.
         77  WS-CTR-SALDO            PIC 9(09)V99 VALUE ZEROS.
         77  WS-CTR-VENCIDO          PIC 9(09)V99 VALUE ZEROS.
         77  WS-CTR-VENC-ANTIGA      PIC 9(08) VALUE ZEROS.
         77  WS-CEX-EXISTE           PIC X     VALUE 'N'.
      *
      *   Agencias ativas e a carteira ativa de cada uma (saldo na
      *   cessao dos contratos ainda com ela).
         77  WS-QTD-AGE              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-AGE OCCURS 20 TIMES.
             05  WS-AGE-CODIGO       PIC X(03).
             05  WS-AGE-NOME         PIC X(30).
             05  WS-AGE-EMAIL        PIC X(40).
             05  WS-AGE-PESO         PIC 9(02).
             05  WS-AGE-CARTEIRA     PIC 9(11)V99.
             05  WS-AGE-QTD-LOTE     PIC 9(05).
             05  WS-AGE-VLR-LOTE     PIC 9(11)V99.
         77  WS-IND-AGE              PIC 9(02).
         77  WS-AGE-ACHADA           PIC 9(02) VALUE ZEROS.
         77  WS-CARGA                PIC 9(11)V9(04) VALUE ZEROS.
         77  WS-MENOR-CARGA          PIC 9(11)V9(04) VALUE ZEROS.
      *
      *   Cessoes do lote, guardadas para a planilha de cada
      *   agencia.
         77  WS-QTD-CES              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-CES OCCURS 500 TIMES.
             05  WS-CES-AGENCIA      PIC 9(02).
             05  WS-CES-CONTRATO     PIC 9(05).
             05  WS-CES-CLIENTE      PIC 9(06).
             05  WS-CES-SALDO        PIC 9(09)V99.
             05  WS-CES-VENCIDO      PIC 9(09)V99.
             05  WS-CES-VENC-ANTIGA  PIC 9(08).
             05  WS-CES-ATRASO       PIC 9(05).
         77  WS-IND-CES              PIC 9(03).
      *
         77  WS-QTD-CEDIDOS          PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ENCERRADOS       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ATIVOS           PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FORA-LOTE        PIC 9(05) VALUE ZEROS.
         77  WS-TOT-CEDIDO           PIC 9(11)V99 VALUE ZEROS.
      *
      *   Extrato mensal: competencia, recuperado por agencia e
      *   estornos do mes.
         01  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
             05  WS-CMP-AAAA         PIC 9(04).
             05  WS-CMP-MM           PIC 9(02).
         77  WS-QTD-RCP              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-RCP OCCURS 1000 TIMES.
             05  WS-RCP-AGENCIA      PIC X(03).
             05  WS-RCP-CONTRATO     PIC 9(05).
             05  WS-RCP-PARCELA      PIC 9(03).
             05  WS-RCP-DATA-PGTO    PIC 9(08).
             05  WS-RCP-DATA-LANC    PIC 9(08).
             05  WS-RCP-VALOR        PIC 9(07)V99.
         77  WS-IND-RCP              PIC 9(04).
         77  WS-QTD-EST              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-EST OCCURS 200 TIMES.
             05  WS-EST-AGENCIA      PIC X(03).
             05  WS-EST-CONTRATO     PIC 9(05).
             05  WS-EST-PARCELA      PIC 9(03).
             05  WS-EST-DATA         PIC 9(08).
             05  WS-EST-VALOR        PIC 9(07)V99.
         77  WS-IND-EST              PIC 9(03).
         77  WS-AGE-RECUPERADO       PIC 9(11)V99 VALUE ZEROS.
         77  WS-AGE-ESTORNADO        PIC 9(11)V99 VALUE ZEROS.
         77  WS-AGE-LIQUIDO          PIC S9(11)V99 VALUE ZEROS.
         77  WS-AGE-COMISSAO         PIC S9(09)V99 VALUE ZEROS.
         77  WS-AGE-MOVIMENTO        PIC 9(05) VALUE ZEROS.
         77  WS-TOT-RECUPERADO       PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-ESTORNADO        PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-COMISSAO         PIC S9(11)V99 VALUE ZEROS.
         77  WS-QTD-AGE-EXTRATO      PIC 9(02) VALUE ZEROS.
      *
         77  WS-LINHA-CSV            PIC X(160) VALUE SPACES.
         77  WS-SALDO-CSV            PIC 9(09),99.
         77  WS-VENCIDO-CSV          PIC 9(09),99.
         77  WS-TITULO-MES           PIC X(40) VALUE SPACES.
         01  WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
         01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
             05  WS-DA-AAAA          PIC 9(04).
             05  WS-DA-MM            PIC 9(02).
             05  WS-DA-DD            PIC 9(02).
         01  WS-DATA-ED.
             05  WS-DE-DD            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-DE-MM            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-DE-AAAA          PIC 9(04).
      *
        01  LINHA-TITULOS.
            03  FILLER               PIC X(42) VALUE
                'OCORRENCIA CTR.  CODIGO NOME              '.
            03  FILLER               PIC X(38) VALUE
                '         SALDO ATRASO AGENCIA         '.
        01  LINHA-OCORRENCIA.
            03  LOC-ACAO             PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-NOME             PIC X(18).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-SALDO            PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-ATRASO           PIC ZZZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LOC-AGENCIA          PIC X(03).
            03  FILLER               PIC X(13) VALUE SPACES.
        01  LINHA-LOTE-AGENCIA.
            03  LLA-CODIGO           PIC X(03).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLA-NOME             PIC X(20).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLA-QTD              PIC ZZ.ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLA-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLA-ARQUIVO          PIC X(20).
            03  FILLER               PIC X(13) VALUE SPACES.
        01  LINHA-EMAIL.
            03  FILLER               PIC X(14) VALUE
                '    ENVIAR A: '.
            03  LEM-EMAIL            PIC X(40).
            03  FILLER               PIC X(26) VALUE SPACES.
        01  LINHA-TOTAL.
            03  TOT-TITULO           PIC X(30).
            03  TOT-QTD              PIC ZZ.ZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  TOT-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
            03  FILLER               PIC X(23) VALUE SPACES.
      *
        01  LINHA-AGE-EXTRATO.
            03  FILLER               PIC X(08) VALUE 'AGENCIA '.
            03  LAE-CODIGO           PIC X(03).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LAE-NOME             PIC X(30).
            03  FILLER               PIC X(11) VALUE '  COMISSAO '.
            03  LAE-PCT              PIC Z9,99.
            03  FILLER               PIC X(01) VALUE '%'.
            03  FILLER               PIC X(21) VALUE SPACES.
        01  LINHA-TIT-EXTRATO.
            03  FILLER               PIC X(40) VALUE
                '  CTR./PARC.  PAGO EM     LANCADO EM    '.
            03  FILLER               PIC X(40) VALUE
                '    VALOR                               '.
        01  LINHA-MOV-EXTRATO.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LMX-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(01) VALUE '/'.
            03  LMX-PARCELA          PIC 9(03).
            03  FILLER               PIC X(03) VALUE SPACES.
            03  LMX-DATA-PGTO        PIC X(10).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LMX-DATA-LANC        PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMX-VALOR            PIC Z.ZZZ.ZZ9,99-.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMX-OBS              PIC X(07).
            03  FILLER               PIC X(22) VALUE SPACES.
        01  LINHA-SUB-EXTRATO.
            03  FILLER               PIC X(16) VALUE SPACES.
            03  LSX-ROTULO           PIC X(20).
            03  LSX-VALOR            PIC ZZZ.ZZZ.ZZ9,99-.
            03  FILLER               PIC X(29) VALUE SPACES.
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-CLIENTE      PIC X(40) VALUE './CLIENTE.TXT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminhos dos mestres resolvidos pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'CLIENTE.TXT'                TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           DISPLAY '------ COBRANCA TERCEIRIZADA ------'
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY 'Modo (C-Cessao de contratos/M-Extrato mensal de'
                   ' comissao): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'M'
              WHEN 'm'
                 MOVE './COMISSAO.LST'         TO WS-REL-NOME
                 PERFORM MODO-EXTRATO THRU MODO-EXTRATO-FIM
              WHEN OTHER
                 MOVE './COBEXT.LST'           TO WS-REL-NOME
                 PERFORM MODO-CESSAO THRU MODO-CESSAO-FIM
           END-EVALUATE.
           GOBACK.
      *
      *   Modo C: apura os contratos em sequencia de chave e cede os
      *   que passaram do atraso e do saldo minimos.
       MODO-CESSAO.
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-AGENCIAS
           IF WS-QTD-AGE EQUAL ZEROS THEN
              DISPLAY '>> NENHUMA AGENCIA ATIVA NO AGENCIAS.DAT'
                      ' (PGAGEMNT) - CESSAO NAO INICIADA.'
              GO TO MODO-CESSAO-FIM
           END-IF
           PERFORM CARREGA-PAGOS
           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              GO TO MODO-CESSAO-FIM
           END-IF
           OPEN INPUT CLIENTE
           IF WS-FS-CLI NOT EQUAL '00' THEN
              DISPLAY 'CLIENTE.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CLI ' (A PLANILHA PRECISA DO DEVEDOR).'
              CLOSE PARCELAS
              GO TO MODO-CESSAO-FIM
           END-IF
           OPEN I-O COBEXT
           IF WS-FS-CEX EQUAL '35' THEN
              OPEN OUTPUT COBEXT
              CLOSE COBEXT
              OPEN I-O COBEXT
           END-IF
           IF WS-FS-CEX NOT EQUAL '00' THEN
              DISPLAY 'COBEXT.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CEX
              CLOSE PARCELAS CLIENTE
              GO TO MODO-CESSAO-FIM
           END-IF

           PERFORM CARREGA-CARTEIRA
           PERFORM PROXIMO-LOTE
           PERFORM ABRE-RELATORIO-CESSAO

           MOVE ZEROS                          TO PAR-NUM-CONTRATO
                                                  PAR-NUM-PARCELA
           MOVE 'N'                            TO WS-EOF
           START PARCELAS KEY NOT LESS PAR-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PARCELAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM APURA-PARCELA THRU APURA-PARCELA-FIM
              END-READ
           END-PERFORM.
           IF WS-TEM-CONTRATO EQUAL 'S' THEN
              PERFORM TRATA-CONTRATO THRU TRATA-CONTRATO-FIM
           END-IF.

           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                           UNTIL WS-IND-AGE > WS-QTD-AGE
              IF WS-AGE-QTD-LOTE(WS-IND-AGE) GREATER ZEROS THEN
                 PERFORM GERA-PLANILHA
              END-IF
           END-PERFORM.
           PERFORM CONTA-ATIVOS
           PERFORM FECHA-RELATORIO-CESSAO
           CLOSE PARCELAS CLIENTE COBEXT.
           DISPLAY 'LOTE ' WS-SEQ-LOTE ': CEDIDOS=' WS-QTD-CEDIDOS
                   ' ENCERRADOS=' WS-QTD-ENCERRADOS
                   ' EM COBRANCA EXTERNA=' WS-QTD-ATIVOS
           DISPLAY 'PLANILHAS CEDaaa-' WS-SEQ-LOTE '.CSV POR AGENCIA'
                   ' (CONTROLE EM COBEXT.LST)'
           IF WS-QTD-FORA-LOTE GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-FORA-LOTE ' CONTRATO(S) NAO'
                      ' CEDIDO(S): LOTE CHEIO - RODE DE NOVO.'
           END-IF.
       MODO-CESSAO-FIM.
           EXIT.
      *
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM EQUAL ZEROS THEN
              READ PARAMETROS
                 NOT AT END
                    IF PRM-DIAS-MINIMO NUMERIC
                             AND PRM-DIAS-MINIMO GREATER ZEROS THEN
                       MOVE PRM-DIAS-MINIMO    TO WS-DIAS-MINIMO
                    END-IF
                    IF PRM-SALDO-MINIMO NUMERIC THEN
                       MOVE PRM-SALDO-MINIMO   TO WS-SALDO-MINIMO
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
           DISPLAY 'ATRASO MINIMO PARA CESSAO: ' WS-DIAS-MINIMO
                   ' DIAS  SALDO MINIMO: ' WS-SALDO-MINIMO.
      *
       CARREGA-AGENCIAS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT AGENCIAS
           IF WS-FS-AGE EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ AGENCIAS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF AGE-ATIVA AND AGE-PESO GREATER ZEROS
                                AND WS-QTD-AGE LESS 20 THEN
                          PERFORM GUARDA-AGENCIA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AGENCIAS
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       GUARDA-AGENCIA.
           ADD 1                               TO WS-QTD-AGE
           MOVE AGE-CODIGO                     TO
                WS-AGE-CODIGO(WS-QTD-AGE)
           MOVE AGE-NOME                       TO
                WS-AGE-NOME(WS-QTD-AGE)
           MOVE AGE-EMAIL                      TO
                WS-AGE-EMAIL(WS-QTD-AGE)
           MOVE AGE-PESO                       TO
                WS-AGE-PESO(WS-QTD-AGE)
           MOVE ZEROS                          TO
                WS-AGE-CARTEIRA(WS-QTD-AGE)
                WS-AGE-QTD-LOTE(WS-QTD-AGE)
                WS-AGE-VLR-LOTE(WS-QTD-AGE).
      *
       ACHA-AGENCIA.
           MOVE ZEROS                          TO WS-AGE-ACHADA
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                           UNTIL WS-IND-AGE > WS-QTD-AGE
              IF WS-AGE-CODIGO(WS-IND-AGE) EQUAL CEX-AGENCIA THEN
                 MOVE WS-IND-AGE               TO WS-AGE-ACHADA
              END-IF
           END-PERFORM.
      *
      *   Carteira de cada agencia: o saldo na cessao do que ainda
      *   esta com ela.
       CARREGA-CARTEIRA.
           MOVE ZEROS                          TO CEX-NUM-CONTRATO
           MOVE 'N'                            TO WS-EOF
           START COBEXT KEY NOT LESS CEX-NUM-CONTRATO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COBEXT NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF CEX-ATIVA THEN
                       PERFORM ACHA-AGENCIA
                       IF WS-AGE-ACHADA GREATER ZEROS THEN
                          ADD CEX-SALDO-CESSAO TO
                              WS-AGE-CARTEIRA(WS-AGE-ACHADA)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'N'                            TO WS-EOF.
      *
       CARREGA-PAGOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PAGTOS
           IF WS-FS-PAG EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PAGTOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM ACUMULA-PAGO
                 END-READ
              END-PERFORM
              CLOSE PAGTOS
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       ACUMULA-PAGO.
           PERFORM ACHA-PARCELA-PAG
           IF WS-PAR-ACHADA EQUAL ZEROS
                    AND WS-QTD-PAGAS LESS 600 THEN
              ADD 1                            TO WS-QTD-PAGAS
              MOVE PAG-NUM-CONTRATO            TO
                   WS-PGO-CONTRATO(WS-QTD-PAGAS)
              MOVE PAG-NUM-PARCELA             TO
                   WS-PGO-PARCELA(WS-QTD-PAGAS)
              MOVE ZEROS                       TO
                   WS-PGO-VALOR(WS-QTD-PAGAS)
              MOVE WS-QTD-PAGAS                TO WS-PAR-ACHADA
           END-IF.
           IF WS-PAR-ACHADA GREATER ZEROS THEN
              IF PAG-SITUACAO EQUAL 'ESTORNO' THEN
                 SUBTRACT PAG-VLR-PAGO         FROM
                     WS-PGO-VALOR(WS-PAR-ACHADA)
              ELSE
                 ADD PAG-VLR-PAGO              TO
                     WS-PGO-VALOR(WS-PAR-ACHADA)
              END-IF
           END-IF.
      *
       ACHA-PARCELA-PAG.
           MOVE ZEROS                          TO WS-PAR-ACHADA
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                           UNTIL WS-IND-PAR > WS-QTD-PAGAS
              IF WS-PGO-CONTRATO(WS-IND-PAR) EQUAL PAG-NUM-CONTRATO
                       AND WS-PGO-PARCELA(WS-IND-PAR) EQUAL
                           PAG-NUM-PARCELA THEN
                 MOVE WS-IND-PAR               TO WS-PAR-ACHADA
              END-IF
           END-PERFORM.
      *
      *   Saldo cedido e tudo que falta pagar no contrato, vencido
      *   ou nao; o atraso conta a parcela aberta e a baixada
      *   (write-off), que e justamente o que a agencia vai cobrar.
       APURA-PARCELA.
           IF PAR-NUM-CONTRATO NOT EQUAL WS-CTR-NUMERO
                    OR WS-TEM-CONTRATO NOT EQUAL 'S' THEN
              IF WS-TEM-CONTRATO EQUAL 'S' THEN
                 PERFORM TRATA-CONTRATO THRU TRATA-CONTRATO-FIM
              END-IF
              MOVE 'S'                         TO WS-TEM-CONTRATO
              MOVE PAR-NUM-CONTRATO            TO WS-CTR-NUMERO
              MOVE PAR-CD-CLIENTE              TO WS-CTR-CLIENTE
              MOVE ZEROS                       TO WS-CTR-MAX-ATRASO
                                                  WS-CTR-SALDO
                                                  WS-CTR-VENCIDO
                                                  WS-CTR-VENC-ANTIGA
           END-IF
           IF NOT PAR-ABERTA AND NOT PAR-BAIXADA THEN
              GO TO APURA-PARCELA-FIM
           END-IF
           MOVE PAR-NUM-CONTRATO               TO PAG-NUM-CONTRATO
           MOVE PAR-NUM-PARCELA                TO PAG-NUM-PARCELA
           PERFORM ACHA-PARCELA-PAG
           IF WS-PAR-ACHADA GREATER ZEROS THEN
              MOVE WS-PGO-VALOR(WS-PAR-ACHADA) TO WS-VLR-PAGO-ACUM
           ELSE
              MOVE ZEROS                       TO WS-VLR-PAGO-ACUM
           END-IF
           IF WS-VLR-PAGO-ACUM NOT LESS PAR-VLR-PARCELA THEN
              GO TO APURA-PARCELA-FIM
           END-IF
           COMPUTE WS-VLR-ABERTO = PAR-VLR-PARCELA - WS-VLR-PAGO-ACUM
           ADD WS-VLR-ABERTO                   TO WS-CTR-SALDO
           IF PAR-VENCIMENTO EQUAL ZEROS THEN
              GO TO APURA-PARCELA-FIM
           END-IF
           COMPUTE WS-INT-VENC =
              FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
           COMPUTE WS-INT-REF =
              FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-DIAS-ATRASO = WS-INT-REF - WS-INT-VENC
           IF WS-DIAS-ATRASO GREATER ZEROS THEN
              ADD WS-VLR-ABERTO                TO WS-CTR-VENCIDO
              IF WS-CTR-VENC-ANTIGA EQUAL ZEROS
                       OR PAR-VENCIMENTO LESS WS-CTR-VENC-ANTIGA THEN
                 MOVE PAR-VENCIMENTO           TO WS-CTR-VENC-ANTIGA
              END-IF
              IF WS-DIAS-ATRASO GREATER WS-CTR-MAX-ATRASO THEN
                 MOVE WS-DIAS-ATRASO           TO WS-CTR-MAX-ATRASO
              END-IF
           END-IF.
       APURA-PARCELA-FIM.
           EXIT.
      *
      *   Cedido e ainda ativo: so sai do registro quando nao resta
      *   nada em aberto. Os demais passam pelo filtro da cessao.
       TRATA-CONTRATO.
           MOVE WS-CTR-NUMERO                  TO CEX-NUM-CONTRATO
           READ COBEXT
              INVALID KEY
                 MOVE 'N'                      TO WS-CEX-EXISTE
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-CEX-EXISTE
           END-READ
           IF WS-CEX-EXISTE EQUAL 'S' AND CEX-ATIVA THEN
              IF WS-CTR-SALDO EQUAL ZEROS THEN
                 PERFORM ENCERRA-CESSAO
              END-IF
              GO TO TRATA-CONTRATO-FIM
           END-IF.
           IF WS-CTR-MAX-ATRASO NOT GREATER WS-DIAS-MINIMO
                    OR WS-CTR-SALDO EQUAL ZEROS
                    OR WS-CTR-SALDO LESS WS-SALDO-MINIMO THEN
              GO TO TRATA-CONTRATO-FIM
           END-IF.
           IF WS-QTD-CES NOT LESS 500 THEN
              ADD 1                            TO WS-QTD-FORA-LOTE
              GO TO TRATA-CONTRATO-FIM
           END-IF.
           PERFORM ESCOLHE-AGENCIA
           PERFORM CEDE-CONTRATO.
       TRATA-CONTRATO-FIM.
           EXIT.
      *
      *   A de menor carteira frente ao peso; empate fica com a
      *   primeira do cadastro.
       ESCOLHE-AGENCIA.
           MOVE ZEROS                          TO WS-AGE-ACHADA
           PERFORM VARYING WS-IND-AGE FROM 1 BY 1
                           UNTIL WS-IND-AGE > WS-QTD-AGE
              COMPUTE WS-CARGA = WS-AGE-CARTEIRA(WS-IND-AGE)
                                 / WS-AGE-PESO(WS-IND-AGE)
              IF WS-AGE-ACHADA EQUAL ZEROS
                       OR WS-CARGA LESS WS-MENOR-CARGA THEN
                 MOVE WS-IND-AGE               TO WS-AGE-ACHADA
                 MOVE WS-CARGA                 TO WS-MENOR-CARGA
              END-IF
           END-PERFORM.
      *
       CEDE-CONTRATO.
           MOVE WS-CTR-NUMERO                  TO CEX-NUM-CONTRATO
           MOVE WS-AGE-CODIGO(WS-AGE-ACHADA)   TO CEX-AGENCIA
           MOVE WS-CTR-CLIENTE                 TO CEX-CD-CLIENTE
           MOVE WS-DATA-HOJE                   TO CEX-DATA-CESSAO
           MOVE WS-SEQ-LOTE                    TO CEX-LOTE
           MOVE WS-CTR-SALDO                   TO CEX-SALDO-CESSAO
           MOVE WS-CTR-MAX-ATRASO              TO CEX-ATRASO-CESSAO
           MOVE 'A'                            TO CEX-SITUACAO
           MOVE ZEROS                          TO CEX-DATA-FIM
           IF WS-CEX-EXISTE EQUAL 'S' THEN
              PERFORM REGRAVA-COBEXT
           ELSE
              WRITE REG-COBEXT
                 INVALID KEY
                    DISPLAY '>> ERRO AO GRAVAR O CONTRATO '
                            CEX-NUM-CONTRATO ' NO COBEXT.DAT'
                            ' - FILE STATUS: ' WS-FS-CEX
              END-WRITE
           END-IF
           ADD WS-CTR-SALDO                    TO
               WS-AGE-CARTEIRA(WS-AGE-ACHADA)
               WS-AGE-VLR-LOTE(WS-AGE-ACHADA)
           ADD 1                               TO
               WS-AGE-QTD-LOTE(WS-AGE-ACHADA)
           ADD 1                               TO WS-QTD-CES
           MOVE WS-AGE-ACHADA                  TO
                WS-CES-AGENCIA(WS-QTD-CES)
           MOVE WS-CTR-NUMERO                  TO
                WS-CES-CONTRATO(WS-QTD-CES)
           MOVE WS-CTR-CLIENTE                 TO
                WS-CES-CLIENTE(WS-QTD-CES)
           MOVE WS-CTR-SALDO                   TO
                WS-CES-SALDO(WS-QTD-CES)
           MOVE WS-CTR-VENCIDO                 TO
                WS-CES-VENCIDO(WS-QTD-CES)
           MOVE WS-CTR-VENC-ANTIGA             TO
                WS-CES-VENC-ANTIGA(WS-QTD-CES)
           MOVE WS-CTR-MAX-ATRASO              TO
                WS-CES-ATRASO(WS-QTD-CES)
           ADD 1                               TO WS-QTD-CEDIDOS
           ADD WS-CTR-SALDO                    TO WS-TOT-CEDIDO
           MOVE 'CEDIDO'                       TO LOC-ACAO
           PERFORM IMPRIME-OCORRENCIA.
      *
       ENCERRA-CESSAO.
           MOVE 'E'                            TO CEX-SITUACAO
           MOVE WS-DATA-HOJE                   TO CEX-DATA-FIM
           PERFORM REGRAVA-COBEXT
           ADD 1                               TO WS-QTD-ENCERRADOS
           MOVE 'ENCERRADO'                    TO LOC-ACAO
           PERFORM IMPRIME-OCORRENCIA.
      *
       REGRAVA-COBEXT.
           REWRITE REG-COBEXT
              INVALID KEY
                 DISPLAY '>> ERRO AO ATUALIZAR O CONTRATO '
                         CEX-NUM-CONTRATO ' NO COBEXT.DAT'
                         ' - FILE STATUS: ' WS-FS-CEX
           END-REWRITE.
      *
       LEIA-CLIENTE.
           READ CLIENTE
              INVALID KEY
                 MOVE SPACES                   TO NM-CLIENTE
                                                  TL-CLIENTE
                                                  EN-RUA
                                                  EN-CIDADE
                                                  EN-UF
                 MOVE ZEROS                    TO EN-NUMERO
                                                  EN-CEP
                                                  NR-CPF
           END-READ.
      *
       IMPRIME-OCORRENCIA.
           MOVE WS-CTR-CLIENTE                 TO CD-CLIENTE
           PERFORM LEIA-CLIENTE
           MOVE WS-CTR-NUMERO                  TO LOC-CONTRATO
           MOVE WS-CTR-CLIENTE                 TO LOC-CLIENTE
           MOVE NM-CLIENTE                     TO LOC-NOME
           MOVE WS-CTR-SALDO                   TO LOC-SALDO
           MOVE WS-CTR-MAX-ATRASO              TO LOC-ATRASO
           MOVE CEX-AGENCIA                    TO LOC-AGENCIA
           WRITE REG-REL FROM LINHA-OCORRENCIA BEFORE ADVANCING 1
                                                  LINES.
      *
      *   Planilha do lote para uma agencia: linha de titulos e uma
      *   linha por contrato, separada por ponto e virgula, no
      *   espirito do RESUMO.CSV.
       GERA-PLANILHA.
           MOVE SPACES                         TO WS-NOME-PLANILHA
           STRING './CED'                      DELIMITED SIZE
                  WS-AGE-CODIGO(WS-IND-AGE)    DELIMITED SIZE
                  '-'                          DELIMITED SIZE
                  WS-SEQ-LOTE                  DELIMITED SIZE
                  '.CSV'                       DELIMITED SIZE
                  INTO WS-NOME-PLANILHA
           OPEN OUTPUT PLANILHA
           MOVE 'CONTRATO;CLIENTE;NOME;CPF;TELEFONE;ENDERECO;NUMERO;'
             & 'CIDADE;CEP;UF;SALDO;VENCIDO;VENCIMENTO MAIS ANTIGO;'
             & 'DIAS ATRASO'                   TO WS-LINHA-CSV
           WRITE REG-PLANILHA FROM WS-LINHA-CSV
           PERFORM VARYING WS-IND-CES FROM 1 BY 1
                           UNTIL WS-IND-CES > WS-QTD-CES
              IF WS-CES-AGENCIA(WS-IND-CES) EQUAL WS-IND-AGE THEN
                 PERFORM GRAVA-LINHA-PLANILHA
              END-IF
           END-PERFORM.
           CLOSE PLANILHA.
           MOVE WS-AGE-CODIGO(WS-IND-AGE)      TO LLA-CODIGO
           MOVE WS-AGE-NOME(WS-IND-AGE)        TO LLA-NOME
           MOVE WS-AGE-QTD-LOTE(WS-IND-AGE)    TO LLA-QTD
           MOVE WS-AGE-VLR-LOTE(WS-IND-AGE)    TO LLA-VALOR
           MOVE WS-NOME-PLANILHA(3:)           TO LLA-ARQUIVO
           WRITE REG-REL FROM LINHA-LOTE-AGENCIA BEFORE ADVANCING 1
                                                    LINES
           MOVE WS-AGE-EMAIL(WS-IND-AGE)       TO LEM-EMAIL
           WRITE REG-REL FROM LINHA-EMAIL BEFORE ADVANCING 1 LINES.
      *
       GRAVA-LINHA-PLANILHA.
           MOVE WS-CES-CLIENTE(WS-IND-CES)     TO CD-CLIENTE
           PERFORM LEIA-CLIENTE
           MOVE WS-CES-SALDO(WS-IND-CES)       TO WS-SALDO-CSV
           MOVE WS-CES-VENCIDO(WS-IND-CES)     TO WS-VENCIDO-CSV
           MOVE WS-CES-VENC-ANTIGA(WS-IND-CES) TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE SPACES                         TO WS-LINHA-CSV
           STRING WS-CES-CONTRATO(WS-IND-CES)  DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-CES-CLIENTE(WS-IND-CES)   DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  FUNCTION TRIM(NM-CLIENTE)    DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  NR-CPF                       DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  FUNCTION TRIM(TL-CLIENTE)    DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  FUNCTION TRIM(EN-RUA)        DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  EN-NUMERO                    DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  FUNCTION TRIM(EN-CIDADE)     DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  EN-CEP                       DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  EN-UF                        DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-SALDO-CSV                 DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-VENCIDO-CSV               DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-DATA-ED                   DELIMITED SIZE
                  ';'                          DELIMITED SIZE
                  WS-CES-ATRASO(WS-IND-CES)    DELIMITED SIZE
                  INTO WS-LINHA-CSV
           WRITE REG-PLANILHA FROM WS-LINHA-CSV.
      *
       FORMATA-DATA.
           MOVE WS-DA-DD                       TO WS-DE-DD
           MOVE WS-DA-MM                       TO WS-DE-MM
           MOVE WS-DA-AAAA                     TO WS-DE-AAAA.
      *
       CONTA-ATIVOS.
           MOVE ZEROS                          TO CEX-NUM-CONTRATO
                                                  WS-QTD-ATIVOS
           MOVE 'N'                            TO WS-EOF
           START COBEXT KEY NOT LESS CEX-NUM-CONTRATO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ COBEXT NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF CEX-ATIVA THEN
                       ADD 1                   TO WS-QTD-ATIVOS
                    END-IF
              END-READ
           END-PERFORM.
      *
       PROXIMO-LOTE.
           MOVE ZEROS                          TO WS-SEQ-LOTE
           OPEN INPUT COBSEQ
           IF WS-FS-SEQ EQUAL ZEROS THEN
              READ COBSEQ
                 NOT AT END
                    MOVE SEQ-ULTIMO-LOTE       TO WS-SEQ-LOTE
              END-READ
              CLOSE COBSEQ
           END-IF
           ADD 1                               TO WS-SEQ-LOTE
           OPEN OUTPUT COBSEQ
           MOVE WS-SEQ-LOTE                    TO SEQ-ULTIMO-LOTE
           WRITE REG-COBSEQ
           CLOSE COBSEQ.
      *
       ABRE-RELATORIO-CESSAO.
           OPEN OUTPUT RELATORIO
           MOVE 'PGCOBEXT'                     TO CR-PROGRAMA
           MOVE 'COBRANCA EXTERNA - CESSAO DO LOTE'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TITULOS BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       FECHA-RELATORIO-CESSAO.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'CONTRATOS CEDIDOS NO LOTE'    TO TOT-TITULO
           MOVE WS-QTD-CEDIDOS                 TO TOT-QTD
           MOVE WS-TOT-CEDIDO                  TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'CESSOES ENCERRADAS'           TO TOT-TITULO
           MOVE WS-QTD-ENCERRADOS              TO TOT-QTD
           MOVE ZEROS                          TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'EM COBRANCA EXTERNA'          TO TOT-TITULO
           MOVE WS-QTD-ATIVOS                  TO TOT-QTD
           MOVE ZEROS                          TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO.
      *
      *   Modo M: o recuperado da competencia e o que foi lancado no
      *   mes pelo retorno da agencia; o estorno do mes de uma baixa
      *   de agencia volta a descontar da agencia que a trouxe.
       MODO-EXTRATO.
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA NOT NUMERIC
                    OR WS-CMP-MM EQUAL ZEROS
                    OR WS-CMP-MM GREATER 12 THEN
              DISPLAY '>> COMPETENCIA INVALIDA: ' WS-COMPETENCIA
              GO TO MODO-EXTRATO-FIM
           END-IF
           PERFORM CARREGA-RECUPERADO
           IF WS-QTD-RCP EQUAL ZEROS THEN
              DISPLAY '>> NENHUM RETORNO DE AGENCIA EM AGRECUP.TXT'
                      ' - NADA A APURAR.'
              GO TO MODO-EXTRATO-FIM
           END-IF
           PERFORM CARREGA-ESTORNOS
           OPEN INPUT AGENCIAS
           IF WS-FS-AGE NOT EQUAL '00' THEN
              DISPLAY 'AGENCIAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-AGE
              GO TO MODO-EXTRATO-FIM
           END-IF
           PERFORM ABRE-RELATORIO-EXTRATO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ AGENCIAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM EXTRATO-AGENCIA
              END-READ
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL RECUPERADO'             TO TOT-TITULO
           MOVE ZEROS                          TO TOT-QTD
           MOVE WS-TOT-RECUPERADO              TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL ESTORNADO'              TO TOT-TITULO
           MOVE WS-TOT-ESTORNADO               TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL DE COMISSOES'           TO TOT-TITULO
           MOVE WS-QTD-AGE-EXTRATO             TO TOT-QTD
           MOVE WS-TOT-COMISSAO                TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           CLOSE AGENCIAS RELATORIO.
           DISPLAY 'COMPETENCIA ' WS-CMP-MM '/' WS-CMP-AAAA
                   ': ' WS-QTD-AGE-EXTRATO ' AGENCIA(S) COM'
                   ' MOVIMENTO (EXTRATO EM COMISSAO.LST)'.
       MODO-EXTRATO-FIM.
           EXIT.
      *
       CARREGA-RECUPERADO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT AGRECUP
           IF WS-FS-RCP EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ AGRECUP
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-RCP LESS 1000 THEN
                          PERFORM GUARDA-RECUPERADO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AGRECUP
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       GUARDA-RECUPERADO.
           ADD 1                               TO WS-QTD-RCP
           MOVE RCP-AGENCIA                    TO
                WS-RCP-AGENCIA(WS-QTD-RCP)
           MOVE RCP-NUM-CONTRATO               TO
                WS-RCP-CONTRATO(WS-QTD-RCP)
           MOVE RCP-NUM-PARCELA                TO
                WS-RCP-PARCELA(WS-QTD-RCP)
           MOVE RCP-DATA-PGTO                  TO
                WS-RCP-DATA-PGTO(WS-QTD-RCP)
           MOVE RCP-DATA-LANC                  TO
                WS-RCP-DATA-LANC(WS-QTD-RCP)
           MOVE RCP-VLR-PAGO                   TO
                WS-RCP-VALOR(WS-QTD-RCP).
      *
      *   Estorno do mes de parcela que uma agencia baixou: fica
      *   com a ultima agencia que lancou aquela parcela antes dele.
       CARREGA-ESTORNOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PAGTOS
           IF WS-FS-PAG EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PAGTOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE PAG-DATA-PGTO      TO WS-DATA-AUX
                       IF PAG-SITUACAO EQUAL 'ESTORNO'
                                AND WS-DA-AAAA EQUAL WS-CMP-AAAA
                                AND WS-DA-MM EQUAL WS-CMP-MM THEN
                          PERFORM GUARDA-ESTORNO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGTOS
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       GUARDA-ESTORNO.
           MOVE SPACES                         TO CEX-AGENCIA
           PERFORM VARYING WS-IND-RCP FROM 1 BY 1
                           UNTIL WS-IND-RCP > WS-QTD-RCP
              IF WS-RCP-CONTRATO(WS-IND-RCP) EQUAL PAG-NUM-CONTRATO
                       AND WS-RCP-PARCELA(WS-IND-RCP) EQUAL
                           PAG-NUM-PARCELA
                       AND WS-RCP-DATA-LANC(WS-IND-RCP) NOT GREATER
                           PAG-DATA-PGTO THEN
                 MOVE WS-RCP-AGENCIA(WS-IND-RCP) TO CEX-AGENCIA
              END-IF
           END-PERFORM.
           IF CEX-AGENCIA NOT EQUAL SPACES
                    AND WS-QTD-EST LESS 200 THEN
              ADD 1                            TO WS-QTD-EST
              MOVE CEX-AGENCIA                 TO
                   WS-EST-AGENCIA(WS-QTD-EST)
              MOVE PAG-NUM-CONTRATO            TO
                   WS-EST-CONTRATO(WS-QTD-EST)
              MOVE PAG-NUM-PARCELA             TO
                   WS-EST-PARCELA(WS-QTD-EST)
              MOVE PAG-DATA-PGTO               TO
                   WS-EST-DATA(WS-QTD-EST)
              MOVE PAG-VLR-PAGO                TO
                   WS-EST-VALOR(WS-QTD-EST)
           END-IF.
      *
      *   Bloco de uma agencia: so sai quem teve movimento no mes.
       EXTRATO-AGENCIA.
           MOVE ZEROS                          TO WS-AGE-MOVIMENTO
                                                  WS-AGE-RECUPERADO
                                                  WS-AGE-ESTORNADO
           PERFORM VARYING WS-IND-RCP FROM 1 BY 1
                           UNTIL WS-IND-RCP > WS-QTD-RCP
              MOVE WS-RCP-DATA-LANC(WS-IND-RCP) TO WS-DATA-AUX
              IF WS-RCP-AGENCIA(WS-IND-RCP) EQUAL AGE-CODIGO
                       AND WS-DA-AAAA EQUAL WS-CMP-AAAA
                       AND WS-DA-MM EQUAL WS-CMP-MM THEN
                 PERFORM IMPRIME-RECUPERADO
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-EST FROM 1 BY 1
                           UNTIL WS-IND-EST > WS-QTD-EST
              IF WS-EST-AGENCIA(WS-IND-EST) EQUAL AGE-CODIGO THEN
                 PERFORM IMPRIME-ESTORNADO
              END-IF
           END-PERFORM.
           IF WS-AGE-MOVIMENTO GREATER ZEROS THEN
              COMPUTE WS-AGE-LIQUIDO = WS-AGE-RECUPERADO
                                     - WS-AGE-ESTORNADO
              COMPUTE WS-AGE-COMISSAO ROUNDED =
                 WS-AGE-LIQUIDO * AGE-PCT-COMISSAO / 100
              MOVE 'RECUPERADO'                TO LSX-ROTULO
              MOVE WS-AGE-RECUPERADO           TO LSX-VALOR
              WRITE REG-REL FROM LINHA-SUB-EXTRATO BEFORE
                                                ADVANCING 1 LINES
              MOVE 'ESTORNADO'                 TO LSX-ROTULO
              MOVE WS-AGE-ESTORNADO            TO LSX-VALOR
              WRITE REG-REL FROM LINHA-SUB-EXTRATO BEFORE
                                                ADVANCING 1 LINES
              MOVE 'BASE DA COMISSAO'          TO LSX-ROTULO
              MOVE WS-AGE-LIQUIDO              TO LSX-VALOR
              WRITE REG-REL FROM LINHA-SUB-EXTRATO BEFORE
                                                ADVANCING 1 LINES
              MOVE 'COMISSAO A PAGAR'          TO LSX-ROTULO
              MOVE WS-AGE-COMISSAO             TO LSX-VALOR
              WRITE REG-REL FROM LINHA-SUB-EXTRATO BEFORE
                                                ADVANCING 2 LINES
              ADD 1                            TO WS-QTD-AGE-EXTRATO
              ADD WS-AGE-RECUPERADO            TO WS-TOT-RECUPERADO
              ADD WS-AGE-ESTORNADO             TO WS-TOT-ESTORNADO
              ADD WS-AGE-COMISSAO              TO WS-TOT-COMISSAO
           END-IF.
      *
       IMPRIME-RECUPERADO.
           PERFORM IMPRIME-CABECALHO-AGENCIA
           MOVE WS-RCP-CONTRATO(WS-IND-RCP)    TO LMX-CONTRATO
           MOVE WS-RCP-PARCELA(WS-IND-RCP)     TO LMX-PARCELA
           MOVE WS-RCP-DATA-PGTO(WS-IND-RCP)   TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED                     TO LMX-DATA-PGTO
           MOVE WS-RCP-DATA-LANC(WS-IND-RCP)   TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED                     TO LMX-DATA-LANC
           MOVE WS-RCP-VALOR(WS-IND-RCP)       TO LMX-VALOR
           MOVE SPACES                         TO LMX-OBS
           WRITE REG-REL FROM LINHA-MOV-EXTRATO BEFORE ADVANCING 1
                                                   LINES
           ADD WS-RCP-VALOR(WS-IND-RCP)        TO WS-AGE-RECUPERADO.
      *
       IMPRIME-ESTORNADO.
           PERFORM IMPRIME-CABECALHO-AGENCIA
           MOVE WS-EST-CONTRATO(WS-IND-EST)    TO LMX-CONTRATO
           MOVE WS-EST-PARCELA(WS-IND-EST)     TO LMX-PARCELA
           MOVE SPACES                         TO LMX-DATA-PGTO
           MOVE WS-EST-DATA(WS-IND-EST)        TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED                     TO LMX-DATA-LANC
           COMPUTE LMX-VALOR = 0 - WS-EST-VALOR(WS-IND-EST)
           MOVE 'ESTORNO'                      TO LMX-OBS
           WRITE REG-REL FROM LINHA-MOV-EXTRATO BEFORE ADVANCING 1
                                                   LINES
           ADD WS-EST-VALOR(WS-IND-EST)        TO WS-AGE-ESTORNADO.
      *
      *   O cabecalho da agencia sai antes do primeiro movimento.
       IMPRIME-CABECALHO-AGENCIA.
           IF WS-AGE-MOVIMENTO EQUAL ZEROS THEN
              MOVE AGE-CODIGO                  TO LAE-CODIGO
              MOVE AGE-NOME                    TO LAE-NOME
              MOVE AGE-PCT-COMISSAO            TO LAE-PCT
              WRITE REG-REL FROM LINHA-AGE-EXTRATO BEFORE
                                                ADVANCING 1 LINES
              WRITE REG-REL FROM LINHA-TIT-EXTRATO BEFORE
                                                ADVANCING 1 LINES
           END-IF
           ADD 1                               TO WS-AGE-MOVIMENTO.
      *
       ABRE-RELATORIO-EXTRATO.
           OPEN OUTPUT RELATORIO
           MOVE SPACES                         TO WS-TITULO-MES
           STRING 'COMISSAO DE COBRANCA EXTERNA - '
                                               DELIMITED SIZE
                  WS-CMP-MM                    DELIMITED SIZE
                  '/'                          DELIMITED SIZE
                  WS-CMP-AAAA                  DELIMITED SIZE
                  INTO WS-TITULO-MES
           MOVE 'PGCOBEXT'                     TO CR-PROGRAMA
           MOVE WS-TITULO-MES                  TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGCOBEXT.
