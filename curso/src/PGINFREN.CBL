      *****************************************************************
      * Program name:    PGINFREN
      * Original author: Anderson Nascimento
      * Purpose: Informe anual de pagamentos para a declaracao de
      *          imposto de renda do cliente. Para o ano-calendario
      *          informado soma, por CD-CLIENTE e contrato, as baixas
      *          do PAGTOS.TXT datadas no ano: a mora vem da propria
      *          baixa e o restante e repartido entre juros e
      *          amortizacao na proporcao da parcela no PARCELAS.DAT;
      *          a parte do IOF financiado sai da amortizacao na
      *          proporcao IOF/principal do CONTRHDR.DAT e o IOF pago
      *          a vista conta no ano da criacao do contrato. Estorno
      *          subtrai; a baixa RENEGOC nao e dinheiro e fica fora,
      *          e os vinculos do RENEGOC.TXT saem anotados nos dois
      *          contratos. Imprime um informe por cliente, com
      *          endereco e CPF, em INFORME.LST, e a listagem de
      *          controle com os totais gerais em INFORCTL.LST,
      *          amarrando a mora com a conta de receita de juros e
      *          mora (31101) do DIARIO.TXT do PGCONTAB.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGINFREN.
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
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-CLI.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT RENEGOC ASSIGN TO './RENEGOC.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REN.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DIA.
           SELECT INFORME ASSIGN TO './INFORME.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-INF.
           SELECT RELATORIO ASSIGN TO './INFORCTL.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PARCELAS.DAT - mestre de parcelas (PGPARMIG/PGARRAYS); a
      *   proporcao juros/parcela reparte o valor pago.
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
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS), com
      *   o cliente e o IOF da originacao.
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
                 88  HDR-IOF-FINANCIADO VALUE 'F'.
                 88  HDR-IOF-A-VISTA VALUE 'V'.
             05  HDR-COD-PRODUTO     PIC X(04).
      *
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ), nome, endereco
      *   e CPF do informe.
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
      *   PAGTOS.TXT - baixas acumuladas (PGPAGTOS, PGQUITAC,
      *   PGAMOREX, PGRENEGO; estorno do PGESTORN).
         FD  PAGTOS.
         01  REG-PAGTO.
             05  PAG-NUM-CONTRATO    PIC 9(05).
             05  PAG-NUM-PARCELA     PIC 9(03).
             05  PAG-DATA-PGTO       PIC 9(08).
             05  PAG-VLR-PAGO        PIC 9(07)V99.
             05  PAG-SITUACAO        PIC X(08).
             05  PAG-VLR-MORA        PIC 9(07)V99.
      *
      *   RENEGOC.TXT - vinculos de renegociacao (PGRENEGO).
         FD  RENEGOC.
         01  REG-RENEGOC.
             05  REN-CONTRATO-VELHO  PIC 9(05).
             05  REN-CONTRATO-NOVO   PIC 9(05).
             05  REN-DATA            PIC 9(08).
             05  REN-VLR-CONSOLIDADO PIC 9(09)V99.
      *
      *   DIARIO.TXT - o diario contabil (layout do PGCONTAB).
         FD  DIARIO.
         01  REG-DIARIO.
             05  DIA-DATA            PIC 9(08).
             05  DIA-ORIGEM          PIC X(08).
             05  DIA-CONTA           PIC 9(05).
             05  DIA-DC              PIC X(01).
             05  DIA-VALOR           PIC 9(09)V99.
             05  DIA-HISTORICO       PIC X(20).
             05  DIA-CCUSTO          PIC X(03).
      *
      *   INFORME.LST - um informe por cliente.
         FD  INFORME.
         01  REG-INF                 PIC X(80).
      *
      *   INFORCTL.LST - listagem de controle com os totais gerais.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-REN               PIC 99.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-INF               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-ANO                  PIC 9(04) VALUE ZEROS.
         77  WS-ANO-LIDO             PIC 9(04) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTPAG-CTL             PIC 9(03) VALUE 1.
         77  WS-CTA-REC-MORA         PIC 9(05) VALUE 31101.
         77  WS-HDR-OK               PIC X     VALUE 'N'.
         77  WS-PAR-OK               PIC X     VALUE 'N'.
      *
      *   Vinculos de renegociacao carregados em tabela.
         77  WS-QTD-REN              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-REN OCCURS 100 TIMES.
             05  WS-REN-VELHO        PIC 9(05).
             05  WS-REN-NOVO         PIC 9(05).
             05  WS-REN-DATA         PIC 9(08).
         77  WS-IND-REN              PIC 9(03).
      *
      *   Pagos do ano por cliente e contrato; a tabela e ordenada
      *   por cliente+contrato para a quebra do informe.
         77  WS-QTD-CTR              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-CTR OCCURS 2000 TIMES.
             05  WS-CTR-CHAVE.
                 10  WS-CTR-CLIENTE  PIC 9(06).
                 10  WS-CTR-CONTRATO PIC 9(05).
             05  WS-CTR-AMORT        PIC S9(09)V99.
             05  WS-CTR-JUROS        PIC S9(09)V99.
             05  WS-CTR-MORA         PIC S9(09)V99.
             05  WS-CTR-IOF          PIC S9(09)V99.
             05  WS-CTR-PAGTOS       PIC 9(04).
         01  WS-CTR-AUX              PIC X(59).
         77  WS-IND-CTR              PIC 9(04).
         77  WS-IND-CTR-2            PIC 9(04).
         77  WS-CTR-ACHADO           PIC 9(04) VALUE ZEROS.
         77  WS-TROCA                PIC X     VALUE 'N'.
      *
      *   Reparticao de uma baixa.
         77  WS-CLIENTE-PAG          PIC 9(06) VALUE ZEROS.
         77  WS-CONTRATO-PAG         PIC 9(05) VALUE ZEROS.
         77  WS-SINAL                PIC S9(01) VALUE +1.
         77  WS-BASE                 PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-JUROS            PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-AMORT            PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-IOF              PIC 9(07)V99 VALUE ZEROS.
      *
      *   Totais do cliente em impressao.
         77  WS-CLI-ATUAL            PIC 9(06) VALUE ZEROS.
         77  WS-CLI-AMORT            PIC S9(11)V99 VALUE ZEROS.
         77  WS-CLI-JUROS            PIC S9(11)V99 VALUE ZEROS.
         77  WS-CLI-MORA             PIC S9(11)V99 VALUE ZEROS.
         77  WS-CLI-IOF              PIC S9(11)V99 VALUE ZEROS.
         77  WS-CLI-TOTAL            PIC S9(11)V99 VALUE ZEROS.
         77  WS-QTD-CLIENTES         PIC 9(05) VALUE ZEROS.
         77  WS-CPF-AUX              PIC 9(11) VALUE ZEROS.
         77  WS-CPF-EDITADO          PIC X(14) VALUE SPACES.
      *
      *   Totais gerais e amarracao com o razao.
         77  WS-TOT-AMORT            PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-JUROS            PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-MORA             PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-IOF              PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-GERAL            PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-MORA-ESTORNO     PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-MORA-RECEBIDA    PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-RAZAO            PIC S9(11)V99 VALUE ZEROS.
         77  WS-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.
         77  WS-QTD-BAIXAS           PIC 9(07) VALUE ZEROS.
         77  WS-QTD-ESTORNOS         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-RENEGOC          PIC 9(07) VALUE ZEROS.
         77  WS-QTD-QUITACAO         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-AMORTEXT         PIC 9(07) VALUE ZEROS.
         77  WS-QTD-IOF-VISTA        PIC 9(07) VALUE ZEROS.
         77  WS-QTD-SEM-CLIENTE      PIC 9(07) VALUE ZEROS.
         77  WS-QTD-SEM-PARCELA      PIC 9(07) VALUE ZEROS.
         77  WS-QTD-FORA-TABELA      PIC 9(07) VALUE ZEROS.
      *
        01  LINHA-CLIENTE.
            03  FILLER               PIC X(09) VALUE 'CLIENTE: '.
            03  RCL-CODIGO           PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCL-NOME             PIC X(20).
            03  FILLER               PIC X(10) VALUE SPACES.
            03  FILLER               PIC X(05) VALUE 'CPF: '.
            03  RCL-CPF              PIC X(14).
            03  FILLER               PIC X(15) VALUE SPACES.
        01  LINHA-ENDERECO.
            03  FILLER               PIC X(10) VALUE 'ENDERECO: '.
            03  RED-RUA              PIC X(20).
            03  FILLER               PIC X(02) VALUE ', '.
            03  RED-NUMERO           PIC ZZZZ9.
            03  FILLER               PIC X(02) VALUE ' -'.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RED-CIDADE           PIC X(15).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RED-UF               PIC X(02).
            03  FILLER               PIC X(06) VALUE '  CEP '.
            03  RED-CEP              PIC 9(05).
            03  FILLER               PIC X(11) VALUE SPACES.
        01  LINHA-CAB-CONTRATO.
            03  FILLER               PIC X(40) VALUE
                'CONTRATO PAGTOS   AMORTIZACAO          J'.
            03  FILLER               PIC X(40) VALUE
                'UROS           MORA            IOF      '.
        01  LINHA-CONTRATO.
            03  RCT-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(05) VALUE SPACES.
            03  RCT-PAGTOS           PIC ZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCT-AMORT            PIC -ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCT-JUROS            PIC -ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCT-MORA             PIC -ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCT-IOF              PIC -ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
        01  LINHA-RENEGOC.
            03  FILLER               PIC X(10) VALUE SPACES.
            03  RNG-TEXTO            PIC X(30).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RNG-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(04) VALUE ' EM '.
            03  RNG-DATA             PIC 9(08).
            03  FILLER               PIC X(22) VALUE SPACES.
        01  LINHA-CAB-CONTROLE.
            03  FILLER               PIC X(40) VALUE
                'CLIENTE NOME              AMORTIZACAO   '.
            03  FILLER               PIC X(40) VALUE
                '      JUROS          MORA           IOF '.
        01  LINHA-CONTROLE.
            03  RCO-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  RCO-NOME             PIC X(15).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCO-AMORT            PIC -Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCO-JUROS            PIC -Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCO-MORA             PIC -Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCO-IOF              PIC -Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
        01  LINHA-RESUMO.
            03  RSM-ROTULO           PIC X(46).
            03  RSM-VALOR            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(16) VALUE SPACES.
        01  LINHA-CONTAGEM.
            03  RCG-ROTULO           PIC X(46).
            03  RCG-QTD              PIC Z.ZZZ.ZZ9.
            03  FILLER               PIC X(25) VALUE SPACES.
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-CLIENTE      PIC X(40) VALUE './CLIENTE.TXT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Cadastro de clientes pelo ambiente ativo (PGAMBCFG), como
      *   nos demais programas.
           MOVE 'CLIENTE.TXT'                  TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           DISPLAY '------ INFORME ANUAL DE PAGAMENTOS ------'
           DISPLAY 'Ano-calendario (AAAA): '
           ACCEPT WS-ANO
           IF WS-ANO NOT NUMERIC OR WS-ANO EQUAL ZEROS THEN
              DISPLAY '>> ANO INVALIDO.'
              GOBACK
           END-IF.

           OPEN INPUT CONTRHDR
           IF WS-FS-HDR NOT EQUAL '00' THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDR
              GOBACK
           END-IF.
           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR
              CLOSE CONTRHDR
              GOBACK
           END-IF.
           OPEN INPUT PAGTOS
           IF WS-FS-PAG NOT EQUAL ZEROS THEN
              DISPLAY 'PAGTOS.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAG
              CLOSE CONTRHDR PARCELAS
              GOBACK
           END-IF.

           PERFORM CARREGA-RENEGOCIACOES
           PERFORM APURA-IOF-A-VISTA
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PAGTOS
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM TRATA-PAGTO THRU TRATA-PAGTO-FIM
              END-READ
           END-PERFORM
           CLOSE PAGTOS PARCELAS CONTRHDR.
           IF WS-QTD-CTR EQUAL ZEROS THEN
              DISPLAY 'NENHUM PAGAMENTO EM ' WS-ANO '.'
              GOBACK
           END-IF.

           PERFORM ORDENA-CONTRATOS
           PERFORM APURA-RAZAO

           OPEN INPUT CLIENTE
           IF WS-FS-CLI NOT EQUAL '00' THEN
              DISPLAY 'CLIENTE.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CLI
              GOBACK
           END-IF.
           OPEN OUTPUT INFORME RELATORIO
           PERFORM IMPRIME-CABECALHO-CTL
           MOVE 'PAGAMENTOS DO ANO POR CLIENTE'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-CONTROLE
                                               BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 1                              TO WS-IND-CTR
           PERFORM UNTIL WS-IND-CTR > WS-QTD-CTR
              PERFORM IMPRIME-CLIENTE
           END-PERFORM
           PERFORM IMPRIME-TOTAIS
           PERFORM IMPRIME-AMARRACAO
           CLOSE INFORME RELATORIO CLIENTE.
           DISPLAY 'CLIENTES: ' WS-QTD-CLIENTES '  CONTRATOS: '
                   WS-QTD-CTR ' - INFORMES EM INFORME.LST,'
                   ' CONTROLE EM INFORCTL.LST'
           IF WS-QTD-SEM-CLIENTE GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-SEM-CLIENTE ' BAIXA(S) SEM'
                      ' CONTRATO NEM PARCELA - FORA DOS INFORMES.'
           END-IF
           IF WS-DIFERENCA NOT EQUAL ZEROS THEN
              DISPLAY '>> MORA NAO BATE COM A CONTA 31101 DO'
                      ' DIARIO - VER INFORCTL.LST.'
           END-IF.
           GOBACK.
      *
      *   IOF pago a vista na assinatura: entra no informe do ano em
      *   que o contrato foi criado.
       APURA-IOF-A-VISTA.
           MOVE ZEROS                          TO HDR-NUM-CONTRATO
           START CONTRHDR KEY NOT LESS HDR-NUM-CONTRATO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
              NOT INVALID KEY
                 MOVE 'N'                      TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTRHDR NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE HDR-DATA-CRIACAO(1:4) TO WS-ANO-LIDO
                    IF HDR-IOF-A-VISTA
                             AND HDR-VLR-IOF GREATER ZEROS
                             AND WS-ANO-LIDO EQUAL WS-ANO THEN
                       MOVE HDR-CD-CLIENTE     TO WS-CLIENTE-PAG
                       MOVE HDR-NUM-CONTRATO   TO WS-CONTRATO-PAG
                       PERFORM ACHA-CONTRATO
                       IF WS-CTR-ACHADO GREATER ZEROS THEN
                          ADD HDR-VLR-IOF      TO
                              WS-CTR-IOF(WS-CTR-ACHADO)
                          ADD 1                TO WS-QTD-IOF-VISTA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   Uma baixa do PAGTOS.TXT: so as datadas no ano; estorno
      *   entra com sinal negativo e a baixa RENEGOC (troca de
      *   contrato, sem dinheiro) fica fora.
       TRATA-PAGTO.
           MOVE PAG-DATA-PGTO(1:4)             TO WS-ANO-LIDO
           IF WS-ANO-LIDO NOT EQUAL WS-ANO THEN
              GO TO TRATA-PAGTO-FIM
           END-IF
           MOVE +1                             TO WS-SINAL
           EVALUATE PAG-SITUACAO
              WHEN 'RENEGOC'
                 ADD 1                         TO WS-QTD-RENEGOC
                 GO TO TRATA-PAGTO-FIM
              WHEN 'ESTORNO'
                 MOVE -1                       TO WS-SINAL
                 ADD 1                         TO WS-QTD-ESTORNOS
                 ADD PAG-VLR-MORA              TO WS-TOT-MORA-ESTORNO
              WHEN 'QUITACAO'
                 ADD 1                         TO WS-QTD-QUITACAO
              WHEN 'AMORTEXT'
                 ADD 1                         TO WS-QTD-AMORTEXT
              WHEN OTHER
                 ADD 1                         TO WS-QTD-BAIXAS
           END-EVALUATE

           MOVE PAG-NUM-CONTRATO               TO HDR-NUM-CONTRATO
           READ CONTRHDR
              INVALID KEY
                 MOVE 'N'                      TO WS-HDR-OK
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-HDR-OK
           END-READ
           MOVE 'N'                            TO WS-PAR-OK
           IF PAG-NUM-PARCELA GREATER ZEROS THEN
              MOVE PAG-NUM-CONTRATO            TO PAR-NUM-CONTRATO
              MOVE PAG-NUM-PARCELA             TO PAR-NUM-PARCELA
              READ PARCELAS
                 INVALID KEY
                    ADD 1                      TO WS-QTD-SEM-PARCELA
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-PAR-OK
              END-READ
           END-IF
           EVALUATE TRUE
              WHEN WS-HDR-OK EQUAL 'S'
                 MOVE HDR-CD-CLIENTE           TO WS-CLIENTE-PAG
              WHEN WS-PAR-OK EQUAL 'S'
                 MOVE PAR-CD-CLIENTE           TO WS-CLIENTE-PAG
              WHEN OTHER
                 ADD 1                         TO WS-QTD-SEM-CLIENTE
                 GO TO TRATA-PAGTO-FIM
           END-EVALUATE

      *    A mora vem da baixa; o restante e juros mais amortizacao
      *    na proporcao da parcela (amortizacao extraordinaria e so
      *    principal).
           IF PAG-VLR-MORA GREATER PAG-VLR-PAGO THEN
              MOVE PAG-VLR-PAGO                TO PAG-VLR-MORA
           END-IF
           COMPUTE WS-BASE = PAG-VLR-PAGO - PAG-VLR-MORA
           MOVE ZEROS                          TO WS-VLR-JUROS
           IF PAG-SITUACAO NOT EQUAL 'AMORTEXT'
                    AND WS-PAR-OK EQUAL 'S'
                    AND PAR-VLR-PARCELA GREATER ZEROS THEN
              COMPUTE WS-VLR-JUROS ROUNDED =
                 WS-BASE * PAR-VLR-JUROS / PAR-VLR-PARCELA
           END-IF
           IF WS-VLR-JUROS GREATER WS-BASE THEN
              MOVE WS-BASE                     TO WS-VLR-JUROS
           END-IF
           COMPUTE WS-VLR-AMORT = WS-BASE - WS-VLR-JUROS
      *    IOF financiado: a fatia do IOF no principal sai da
      *    amortizacao e vai para a coluna do IOF.
           MOVE ZEROS                          TO WS-VLR-IOF
           IF WS-HDR-OK EQUAL 'S' AND HDR-IOF-FINANCIADO
                    AND HDR-VLR-IOF GREATER ZEROS
                    AND HDR-VLR-PRINCIPAL GREATER ZEROS THEN
              COMPUTE WS-VLR-IOF ROUNDED =
                 WS-VLR-AMORT * HDR-VLR-IOF / HDR-VLR-PRINCIPAL
              IF WS-VLR-IOF GREATER WS-VLR-AMORT THEN
                 MOVE WS-VLR-AMORT             TO WS-VLR-IOF
              END-IF
              SUBTRACT WS-VLR-IOF              FROM WS-VLR-AMORT
           END-IF

           MOVE PAG-NUM-CONTRATO               TO WS-CONTRATO-PAG
           PERFORM ACHA-CONTRATO
           IF WS-CTR-ACHADO EQUAL ZEROS THEN
              GO TO TRATA-PAGTO-FIM
           END-IF
           COMPUTE WS-CTR-AMORT(WS-CTR-ACHADO) =
              WS-CTR-AMORT(WS-CTR-ACHADO) + WS-SINAL * WS-VLR-AMORT
           COMPUTE WS-CTR-JUROS(WS-CTR-ACHADO) =
              WS-CTR-JUROS(WS-CTR-ACHADO) + WS-SINAL * WS-VLR-JUROS
           COMPUTE WS-CTR-MORA(WS-CTR-ACHADO) =
              WS-CTR-MORA(WS-CTR-ACHADO) + WS-SINAL * PAG-VLR-MORA
           COMPUTE WS-CTR-IOF(WS-CTR-ACHADO) =
              WS-CTR-IOF(WS-CTR-ACHADO) + WS-SINAL * WS-VLR-IOF
           IF WS-SINAL GREATER ZEROS THEN
              ADD 1                            TO
                  WS-CTR-PAGTOS(WS-CTR-ACHADO)
           END-IF.
       TRATA-PAGTO-FIM.
           EXIT.
      *
      *   Posicao do contrato WS-CONTRATO-PAG na tabela; contrato
      *   novo entra com o cliente de WS-CLIENTE-PAG.
       ACHA-CONTRATO.
           MOVE ZEROS                          TO WS-CTR-ACHADO
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                           UNTIL WS-IND-CTR > WS-QTD-CTR
                              OR WS-CTR-ACHADO GREATER ZEROS
              IF WS-CTR-CONTRATO(WS-IND-CTR) EQUAL
                       WS-CONTRATO-PAG THEN
                 MOVE WS-IND-CTR               TO WS-CTR-ACHADO
              END-IF
           END-PERFORM
           IF WS-CTR-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-CTR LESS 2000 THEN
                 ADD 1                         TO WS-QTD-CTR
                 MOVE WS-QTD-CTR               TO WS-CTR-ACHADO
                 MOVE WS-CLIENTE-PAG           TO
                      WS-CTR-CLIENTE(WS-CTR-ACHADO)
                 MOVE WS-CONTRATO-PAG          TO
                      WS-CTR-CONTRATO(WS-CTR-ACHADO)
                 MOVE ZEROS                    TO
                      WS-CTR-AMORT(WS-CTR-ACHADO)
                      WS-CTR-JUROS(WS-CTR-ACHADO)
                      WS-CTR-MORA(WS-CTR-ACHADO)
                      WS-CTR-IOF(WS-CTR-ACHADO)
                      WS-CTR-PAGTOS(WS-CTR-ACHADO)
              ELSE
                 ADD 1                         TO WS-QTD-FORA-TABELA
              END-IF
           END-IF.
      *
       ORDENA-CONTRATOS.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                              UNTIL WS-IND-CTR NOT LESS WS-QTD-CTR
                 COMPUTE WS-IND-CTR-2 = WS-IND-CTR + 1
                 IF WS-CTR-CHAVE(WS-IND-CTR) GREATER
                          WS-CTR-CHAVE(WS-IND-CTR-2) THEN
                    MOVE WS-TAB-CTR(WS-IND-CTR)   TO WS-CTR-AUX
                    MOVE WS-TAB-CTR(WS-IND-CTR-2) TO
                         WS-TAB-CTR(WS-IND-CTR)
                    MOVE WS-CTR-AUX            TO
                         WS-TAB-CTR(WS-IND-CTR-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
      *   Saldo da receita de juros e mora no diario, pelos
      *   lancamentos datados no ano: credito soma, debito subtrai.
      *   O PGCONTAB so credita nela a mora dos recibos.
       APURA-RAZAO.
           OPEN INPUT DIARIO
           IF WS-FS-DIA NOT EQUAL ZEROS THEN
              DISPLAY 'DIARIO.TXT AUSENTE - RAZAO ZERADO NA'
                      ' AMARRACAO.'
           ELSE
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ DIARIO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE DIA-DATA(1:4)      TO WS-ANO-LIDO
                       IF DIA-CONTA EQUAL WS-CTA-REC-MORA
                                AND WS-ANO-LIDO EQUAL WS-ANO THEN
                          IF DIA-DC EQUAL 'C' THEN
                             ADD DIA-VALOR     TO WS-TOT-RAZAO
                          ELSE
                             SUBTRACT DIA-VALOR FROM WS-TOT-RAZAO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIARIO
           END-IF.
      *
      *   Um informe por cliente: os contratos dele estao em
      *   sequencia na tabela ordenada a partir de WS-IND-CTR.
       IMPRIME-CLIENTE.
           MOVE WS-CTR-CLIENTE(WS-IND-CTR)     TO WS-CLI-ATUAL
                                                  CD-CLIENTE
           READ CLIENTE
              INVALID KEY
                 MOVE '*** NAO CADASTRADO'     TO NM-CLIENTE
                 MOVE SPACES                   TO EN-RUA
                                                  EN-CIDADE
                                                  EN-UF
                 MOVE ZEROS                    TO EN-NUMERO
                                                  EN-CEP
                                                  NR-CPF
              NOT INVALID KEY
                 CONTINUE
           END-READ
           ADD 1                               TO WS-QTD-CLIENTES
           MOVE ZEROS                          TO WS-CLI-AMORT
                                                  WS-CLI-JUROS
                                                  WS-CLI-MORA
                                                  WS-CLI-IOF
           PERFORM IMPRIME-CABECALHO-INF
           MOVE WS-CLI-ATUAL                   TO RCL-CODIGO
           MOVE NM-CLIENTE                     TO RCL-NOME
           MOVE NR-CPF                         TO WS-CPF-AUX
           PERFORM FORMATA-CPF
           MOVE WS-CPF-EDITADO                 TO RCL-CPF
           WRITE REG-INF FROM LINHA-CLIENTE BEFORE ADVANCING 1 LINES
           MOVE EN-RUA                         TO RED-RUA
           MOVE EN-NUMERO                      TO RED-NUMERO
           MOVE EN-CIDADE                      TO RED-CIDADE
           MOVE EN-UF                          TO RED-UF
           MOVE EN-CEP                         TO RED-CEP
           WRITE REG-INF FROM LINHA-ENDERECO BEFORE ADVANCING 2 LINES
           MOVE SPACES                         TO TIT-TEXTO
           STRING 'PAGAMENTOS NO ANO-CALENDARIO DE ' DELIMITED SIZE
                  WS-ANO                             DELIMITED SIZE
                  ' POR CONTRATO'                    DELIMITED SIZE
                  INTO TIT-TEXTO
           WRITE REG-INF FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-INF FROM LINHA-CAB-CONTRATO
                                               BEFORE ADVANCING 1 LINES
           WRITE REG-INF FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM UNTIL WS-IND-CTR > WS-QTD-CTR
                    OR WS-CTR-CLIENTE(WS-IND-CTR) NOT EQUAL
                       WS-CLI-ATUAL
              MOVE WS-CTR-CONTRATO(WS-IND-CTR) TO RCT-CONTRATO
              MOVE WS-CTR-PAGTOS(WS-IND-CTR)   TO RCT-PAGTOS
              MOVE WS-CTR-AMORT(WS-IND-CTR)    TO RCT-AMORT
              MOVE WS-CTR-JUROS(WS-IND-CTR)    TO RCT-JUROS
              MOVE WS-CTR-MORA(WS-IND-CTR)     TO RCT-MORA
              MOVE WS-CTR-IOF(WS-IND-CTR)      TO RCT-IOF
              WRITE REG-INF FROM LINHA-CONTRATO
                                               BEFORE ADVANCING 1 LINES
              PERFORM APONTA-RENEGOCIACAO
              ADD WS-CTR-AMORT(WS-IND-CTR)     TO WS-CLI-AMORT
              ADD WS-CTR-JUROS(WS-IND-CTR)     TO WS-CLI-JUROS
              ADD WS-CTR-MORA(WS-IND-CTR)      TO WS-CLI-MORA
              ADD WS-CTR-IOF(WS-IND-CTR)       TO WS-CLI-IOF
              ADD 1                            TO WS-IND-CTR
           END-PERFORM
           WRITE REG-INF FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           COMPUTE WS-CLI-TOTAL = WS-CLI-AMORT + WS-CLI-JUROS
                                + WS-CLI-MORA + WS-CLI-IOF
           MOVE 'PRINCIPAL AMORTIZADO'         TO RSM-ROTULO
           MOVE WS-CLI-AMORT                   TO RSM-VALOR
           WRITE REG-INF FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'JUROS PAGOS'                  TO RSM-ROTULO
           MOVE WS-CLI-JUROS                   TO RSM-VALOR
           WRITE REG-INF FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'MORA PAGA'                    TO RSM-ROTULO
           MOVE WS-CLI-MORA                    TO RSM-VALOR
           WRITE REG-INF FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'IOF PAGO'                     TO RSM-ROTULO
           MOVE WS-CLI-IOF                     TO RSM-VALOR
           WRITE REG-INF FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL PAGO NO ANO'            TO RSM-ROTULO
           MOVE WS-CLI-TOTAL                   TO RSM-VALOR
           WRITE REG-INF FROM LINHA-RESUMO BEFORE ADVANCING 2 LINES
           MOVE 'VALORES PELA DATA DO PAGAMENTO, JA SEM OS ESTORNOS.'
                                               TO TIT-TEXTO
           WRITE REG-INF FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           MOVE 'JUROS E AMORTIZACAO NA PROPORCAO DE CADA PARCELA.'
                                               TO TIT-TEXTO
           WRITE REG-INF FROM LINHA-TITULO BEFORE ADVANCING 3 LINES
           MOVE WS-CLI-ATUAL                   TO RCO-CLIENTE
           MOVE NM-CLIENTE                     TO RCO-NOME
           MOVE WS-CLI-AMORT                   TO RCO-AMORT
           MOVE WS-CLI-JUROS                   TO RCO-JUROS
           MOVE WS-CLI-MORA                    TO RCO-MORA
           MOVE WS-CLI-IOF                     TO RCO-IOF
           WRITE REG-REL FROM LINHA-CONTROLE BEFORE ADVANCING 1 LINES
           ADD WS-CLI-AMORT                    TO WS-TOT-AMORT
           ADD WS-CLI-JUROS                    TO WS-TOT-JUROS
           ADD WS-CLI-MORA                     TO WS-TOT-MORA
           ADD WS-CLI-IOF                      TO WS-TOT-IOF.
      *
      *   Cruzamento com os vinculos do PGRENEGO, como no extrato do
      *   cliente: o velho aponta o novo e o novo aponta o velho.
       APONTA-RENEGOCIACAO.
           PERFORM VARYING WS-IND-REN FROM 1 BY 1
                           UNTIL WS-IND-REN > WS-QTD-REN
              IF WS-REN-VELHO(WS-IND-REN) EQUAL
                       WS-CTR-CONTRATO(WS-IND-CTR) THEN
                 MOVE 'RENEGOCIADO PARA O CONTRATO'
                                               TO RNG-TEXTO
                 MOVE WS-REN-NOVO(WS-IND-REN)  TO RNG-CONTRATO
                 MOVE WS-REN-DATA(WS-IND-REN)  TO RNG-DATA
                 WRITE REG-INF FROM LINHA-RENEGOC BEFORE ADVANCING 1
                                                     LINES
              END-IF
              IF WS-REN-NOVO(WS-IND-REN) EQUAL
                       WS-CTR-CONTRATO(WS-IND-CTR) THEN
                 MOVE 'ORIGINADO DA RENEGOCIACAO DO'
                                               TO RNG-TEXTO
                 MOVE WS-REN-VELHO(WS-IND-REN) TO RNG-CONTRATO
                 MOVE WS-REN-DATA(WS-IND-REN)  TO RNG-DATA
                 WRITE REG-INF FROM LINHA-RENEGOC BEFORE ADVANCING 1
                                                     LINES
              END-IF
           END-PERFORM.
      *
       CARREGA-RENEGOCIACOES.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT RENEGOC
           IF WS-FS-REN EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RENEGOC
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-REN LESS 100 THEN
                          ADD 1                TO WS-QTD-REN
                          MOVE REN-CONTRATO-VELHO TO
                               WS-REN-VELHO(WS-QTD-REN)
                          MOVE REN-CONTRATO-NOVO TO
                               WS-REN-NOVO(WS-QTD-REN)
                          MOVE REN-DATA        TO
                               WS-REN-DATA(WS-QTD-REN)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RENEGOC
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   CPF de onze digitos em WS-CPF-AUX para 999.999.999-99.
       FORMATA-CPF.
           MOVE SPACES                         TO WS-CPF-EDITADO
           STRING WS-CPF-AUX(1:3) DELIMITED SIZE
                  '.'             DELIMITED SIZE
                  WS-CPF-AUX(4:3) DELIMITED SIZE
                  '.'             DELIMITED SIZE
                  WS-CPF-AUX(7:3) DELIMITED SIZE
                  '-'             DELIMITED SIZE
                  WS-CPF-AUX(10:2) DELIMITED SIZE
                  INTO WS-CPF-EDITADO.
      *
       IMPRIME-CABECALHO-INF.
           MOVE 'PGINFREN'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'INFORME DE PAGAMENTOS - ANO ' DELIMITED SIZE
                  WS-ANO                         DELIMITED SIZE
                  INTO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-INF FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-INF FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-INF FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTPAG.
      *
       IMPRIME-CABECALHO-CTL.
           MOVE 'PGINFREN'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'CONTROLE DOS INFORMES - ANO ' DELIMITED SIZE
                  WS-ANO                         DELIMITED SIZE
                  INTO CR-TITULO
           MOVE CONTPAG-CTL                    TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTPAG-CTL.
      *
       IMPRIME-TOTAIS.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           COMPUTE WS-TOT-GERAL = WS-TOT-AMORT + WS-TOT-JUROS
                                + WS-TOT-MORA + WS-TOT-IOF
           MOVE 'TOTAL GERAL - PRINCIPAL AMORTIZADO'
                                               TO RSM-ROTULO
           MOVE WS-TOT-AMORT                   TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL GERAL - JUROS PAGOS'    TO RSM-ROTULO
           MOVE WS-TOT-JUROS                   TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL GERAL - MORA PAGA'      TO RSM-ROTULO
           MOVE WS-TOT-MORA                    TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL GERAL - IOF PAGO'       TO RSM-ROTULO
           MOVE WS-TOT-IOF                     TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL GERAL PAGO NO ANO'      TO RSM-ROTULO
           MOVE WS-TOT-GERAL                   TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 2 LINES
           MOVE 'CLIENTES COM INFORME'         TO RCG-ROTULO
           MOVE WS-QTD-CLIENTES                TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'BAIXAS DE PARCELA CONSIDERADAS'
                                               TO RCG-ROTULO
           MOVE WS-QTD-BAIXAS                  TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'QUITACOES ANTECIPADAS (VALOR DA PARCELA)'
                                               TO RCG-ROTULO
           MOVE WS-QTD-QUITACAO                TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'AMORTIZACOES EXTRAORDINARIAS'
                                               TO RCG-ROTULO
           MOVE WS-QTD-AMORTEXT                TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'ESTORNOS SUBTRAIDOS'          TO RCG-ROTULO
           MOVE WS-QTD-ESTORNOS                TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'BAIXAS RENEGOC IGNORADAS (SEM DINHEIRO)'
                                               TO RCG-ROTULO
           MOVE WS-QTD-RENEGOC                 TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'CONTRATOS COM IOF A VISTA NO ANO'
                                               TO RCG-ROTULO
           MOVE WS-QTD-IOF-VISTA               TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'BAIXAS SEM PARCELA NO MESTRE (TUDO PRINCIPAL)'
                                               TO RCG-ROTULO
           MOVE WS-QTD-SEM-PARCELA             TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'BAIXAS SEM CONTRATO NEM PARCELA (FORA)'
                                               TO RCG-ROTULO
           MOVE WS-QTD-SEM-CLIENTE             TO RCG-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           IF WS-QTD-FORA-TABELA GREATER ZEROS THEN
              MOVE 'BAIXAS ALEM DA TABELA DE CONTRATOS (FORA)'
                                               TO RCG-ROTULO
              MOVE WS-QTD-FORA-TABELA          TO RCG-QTD
              WRITE REG-REL FROM LINHA-CONTAGEM
                                               BEFORE ADVANCING 1 LINES
           END-IF
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
      *   Amarracao com o razao: a mora dos informes, somada de volta
      *   a mora estornada (o estorno nao passa pelo diario), tem de
      *   dar o saldo da conta 31101 lancado pelo PGCONTAB a partir
      *   dos recibos do ano.
       IMPRIME-AMARRACAO.
           COMPUTE WS-TOT-MORA-RECEBIDA =
              WS-TOT-MORA + WS-TOT-MORA-ESTORNO
           COMPUTE WS-DIFERENCA =
              WS-TOT-MORA-RECEBIDA - WS-TOT-RAZAO
           MOVE 'AMARRACAO COM O RAZAO (PGCONTAB)' TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'MORA DOS INFORMES (LIQUIDA DE ESTORNOS)'
                                               TO RSM-ROTULO
           MOVE WS-TOT-MORA                    TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(+) MORA ESTORNADA NO ANO'    TO RSM-ROTULO
           MOVE WS-TOT-MORA-ESTORNO            TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(=) MORA RECEBIDA NO ANO'     TO RSM-ROTULO
           MOVE WS-TOT-MORA-RECEBIDA           TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'SALDO DA CONTA 31101 NO DIARIO.TXT'
                                               TO RSM-ROTULO
           MOVE WS-TOT-RAZAO                   TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'DIFERENCA'                    TO RSM-ROTULO
           MOVE WS-DIFERENCA                   TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 2 LINES
           IF WS-DIFERENCA EQUAL ZEROS THEN
              MOVE 'CONFERE: MORA BATE COM A RECEITA CONTABILIZADA.'
                                               TO TIT-TEXTO
           ELSE
              MOVE '*** NAO CONFERE: VER LANCAMENTOS DO PGCONTAB ***'
                                               TO TIT-TEXTO
           END-IF.
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGINFREN.
