      *****************************************************************
      * Program name:    PGAPRJUR
      * Original author: Anderson Nascimento
      * Purpose: Apropriacao mensal dos juros da carteira, no fim do
      *          mes, para a receita deixar de andar com o caixa. Por
      *          contrato le o cronograma do PARCELAS.DAT e apropria
      *          os juros de cada parcela aberta pelos dias do mes
      *          dentro do periodo dela (do vencimento anterior, ou
      *          da criacao no CONTRHDR.DAT, ate o seu vencimento).
      *          Contrato com parcela vencida ha mais de 60 dias para
      *          de apropriar. O apropriado fica por parcela em
      *          APROPJUR.TXT: quando a parcela e paga (PAGTOS.TXT),
      *          quitada ou renegociada, o apropriado e baixado
      *          contra contas a receber - o recibo do PGCONTAB ja
      *          credita ali a parcela cheia; parcela baixada como
      *          incobravel, extinta ou adiada tem o apropriado
      *          estornado da receita. Lista em APROPJUR.LST e,
      *          confirmado pelo operador, lanca o lote no DIARIO.TXT
      *          com data do ultimo dia do mes (layout do PGCONTAB).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Competencia fechada (PGFECHAM)
      *                                 nao se apropria.
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAPRJUR.
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
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT APROPJUR ASSIGN TO './APROPJUR.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-APJ.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DIA.
           SELECT RELATORIO ASSIGN TO './APROPJUR.LST'
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
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS); a
      *   criacao abre o periodo da primeira parcela.
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
      *   APROPJUR.TXT - juros apropriados e ainda nao baixados, por
      *   parcela; o registro de contrato e parcela zerados guarda a
      *   ultima competencia apropriada.
         FD  APROPJUR.
         01  REG-APROPJUR.
             05  APJ-NUM-CONTRATO    PIC 9(05).
             05  APJ-NUM-PARCELA     PIC 9(03).
             05  APJ-COMPETENCIA     PIC 9(06).
             05  APJ-VLR-APROPRIADO  PIC 9(07)V99.
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
      *   APROPJUR.LST - apropriacao do mes por contrato.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-APJ               PIC 99.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-HDR-ABERTO           PIC X     VALUE 'N'.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
      *   Competencia e seus limites (datas e dias corridos).
         01  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         01  FILLER REDEFINES WS-COMPETENCIA.
             05  WS-COMP-ANO         PIC 9(04).
             05  WS-COMP-MES         PIC 9(02).
         77  WS-ULTIMA-COMPET        PIC 9(06) VALUE ZEROS.
         77  WS-DATA-INI-MES         PIC 9(08) VALUE ZEROS.
         77  WS-DATA-FIM-MES         PIC 9(08) VALUE ZEROS.
         77  WS-DATA-PROX-MES        PIC 9(08) VALUE ZEROS.
         77  WS-DIA-FIM-ANT          PIC 9(07) VALUE ZEROS.
         77  WS-DIA-FIM-MES          PIC 9(07) VALUE ZEROS.
      *
      *   Contas do lote (plano do PGCONTAB).
         77  WS-CTA-RECEBER          PIC 9(05) VALUE 11201.
         77  WS-CTA-JUROS-RECEBER    PIC 9(05) VALUE 11202.
         77  WS-CTA-REC-APROPRIADA   PIC 9(05) VALUE 31103.
         77  WS-PAR-CONTA            PIC 9(05).
         77  WS-PAR-DC               PIC X(01).
         77  WS-PAR-VALOR            PIC 9(09)V99.
         77  WS-PAR-HISTORICO        PIC X(20).
      *
      *   Apropriado por parcela (APROPJUR.TXT).
         77  WS-QTD-APJ              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-APJ OCCURS 5000 TIMES.
             05  WS-APJ-CONTRATO     PIC 9(05).
             05  WS-APJ-PARCELA      PIC 9(03).
             05  WS-APJ-VALOR        PIC 9(07)V99.
         77  WS-IND-APJ              PIC 9(04).
         77  WS-APJ-ACHADO           PIC 9(04) VALUE ZEROS.
         77  WS-QTD-APJ-FORA         PIC 9(05) VALUE ZEROS.
      *
      *   Pago acumulado por parcela ate o fim do mes.
         77  WS-QTD-PGO              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-PGO OCCURS 5000 TIMES.
             05  WS-PGO-CONTRATO     PIC 9(05).
             05  WS-PGO-PARCELA      PIC 9(03).
             05  WS-PGO-VALOR        PIC S9(09)V99.
         77  WS-IND-PGO              PIC 9(04).
         77  WS-PGO-ACHADO           PIC 9(04) VALUE ZEROS.
         77  WS-QTD-PGO-FORA         PIC 9(05) VALUE ZEROS.
      *
      *   Parcelas do contrato em leitura.
         77  WS-CTR-ATUAL            PIC 9(05) VALUE ZEROS.
         77  WS-CLI-ATUAL            PIC 9(06) VALUE ZEROS.
         77  WS-TEM-CONTRATO         PIC X     VALUE 'N'.
         77  WS-QTD-BUF              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-BUF OCCURS 400 TIMES.
             05  WS-BUF-PARCELA      PIC 9(03).
             05  WS-BUF-SITUACAO     PIC X(01).
             05  WS-BUF-VENCIMENTO   PIC 9(08).
             05  WS-BUF-VLR-PARCELA  PIC 9(07)V99.
             05  WS-BUF-VLR-JUROS    PIC 9(07)V99.
             05  WS-BUF-PAGA         PIC X(01).
         77  WS-IND-BUF              PIC 9(03).
         77  WS-QTD-BUF-FORA         PIC 9(05) VALUE ZEROS.
      *
      *   Apuracao de um contrato.
         77  WS-MAIOR-ATRASO         PIC S9(07) VALUE ZEROS.
         77  WS-DIAS-ATRASO          PIC S9(07) VALUE ZEROS.
         77  WS-SUSPENSO             PIC X     VALUE 'N'.
         77  WS-QTD-ABERTAS          PIC 9(03) VALUE ZEROS.
         77  WS-DIA-INICIO           PIC 9(07) VALUE ZEROS.
         77  WS-DIA-VENCTO           PIC 9(07) VALUE ZEROS.
         77  WS-DIA-DE               PIC 9(07) VALUE ZEROS.
         77  WS-DIA-ATE              PIC 9(07) VALUE ZEROS.
         77  WS-DIAS-MES             PIC S9(05) VALUE ZEROS.
         77  WS-DIAS-PERIODO         PIC S9(05) VALUE ZEROS.
         77  WS-VLR-APROPRIAR        PIC 9(07)V99 VALUE ZEROS.
         77  WS-CTR-APROPRIADO       PIC 9(09)V99 VALUE ZEROS.
         77  WS-CTR-RECEBIDO         PIC 9(09)V99 VALUE ZEROS.
         77  WS-CTR-ESTORNADO        PIC 9(09)V99 VALUE ZEROS.
      *
      *   Totais do lote.
         77  WS-TOT-APROPRIADO       PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-RECEBIDO         PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-ESTORNADO        PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-SALDO            PIC 9(09)V99 VALUE ZEROS.
         77  WS-QTD-CONTRATOS        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-SUSPENSOS        PIC 9(05) VALUE ZEROS.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(40) VALUE
                'CONTR CLIENTE  ABR ATRASO JUROS DO MES  '.
            03  FILLER               PIC X(40) VALUE
                '   RECEBIDO    ESTORNADO SITUACAO       '.
      *
        01  LINHA-CONTRATO.
            03  LCT-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCT-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCT-ABERTAS          PIC ZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCT-ATRASO           PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  LCT-APROPRIADO       PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  LCT-RECEBIDO         PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  LCT-ESTORNADO        PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  LCT-SITUACAO         PIC X(09).
            03  FILLER               PIC X(06) VALUE SPACES.
      *
        01  LINHA-TOTAL.
            03  TOT-ROTULO           PIC X(36).
            03  TOT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(30) VALUE SPACES.
        01  LINHA-QTD.
            03  QTD-ROTULO           PIC X(36).
            03  QTD-VALOR            PIC ZZZ.ZZZ.ZZ9.
            03  FILLER               PIC X(33) VALUE SPACES.
         COPY CABREL.
         COPY FECHPER.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ APROPRIACAO MENSAL DE JUROS ------'
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES LESS 1 OR WS-COMP-MES GREATER 12
                    OR WS-COMP-ANO LESS 1601 THEN
              DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPETENCIA
              GOBACK
           END-IF.
           COMPUTE WS-DATA-INI-MES = WS-COMPETENCIA * 100 + 1
           IF WS-COMP-MES EQUAL 12 THEN
              COMPUTE WS-DATA-PROX-MES = (WS-COMP-ANO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATA-PROX-MES = WS-DATA-INI-MES + 100
           END-IF
           COMPUTE WS-DIA-FIM-ANT =
              FUNCTION INTEGER-OF-DATE(WS-DATA-INI-MES) - 1
           COMPUTE WS-DIA-FIM-MES =
              FUNCTION INTEGER-OF-DATE(WS-DATA-PROX-MES) - 1
           COMPUTE WS-DATA-FIM-MES =
              FUNCTION DATE-OF-INTEGER(WS-DIA-FIM-MES)
      *   O lote vai para o diario no ultimo dia do mes: competencia
      *   fechada (PGFECHAM) nao se apropria.
           MOVE WS-DATA-FIM-MES                TO FP-DATA
           MOVE 'PGAPRJUR'                     TO FP-PROGRAMA
           MOVE SPACES                         TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' APROPRIACAO NAO PERMITIDA.'
              GOBACK
           END-IF.

           PERFORM CARREGA-APROPRIADO
           IF WS-ULTIMA-COMPET NOT LESS WS-COMPETENCIA THEN
              DISPLAY 'COMPETENCIA JA APROPRIADA - ULTIMA: '
                      WS-ULTIMA-COMPET
              GOBACK
           END-IF
           PERFORM CARREGA-PAGOS

           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              GOBACK
           END-IF
           OPEN INPUT CONTRHDR
           IF WS-FS-HDR EQUAL '00' THEN
              MOVE 'S'                         TO WS-HDR-ABERTO
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO

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
                    PERFORM GUARDA-PARCELA
              END-READ
           END-PERFORM.
           IF WS-TEM-CONTRATO EQUAL 'S' THEN
              PERFORM APURA-CONTRATO
           END-IF.
           CLOSE PARCELAS
           IF WS-HDR-ABERTO EQUAL 'S' THEN
              CLOSE CONTRHDR
           END-IF.
           PERFORM VARYING WS-IND-APJ FROM 1 BY 1
                           UNTIL WS-IND-APJ > WS-QTD-APJ
              ADD WS-APJ-VALOR(WS-IND-APJ)     TO WS-TOT-SALDO
           END-PERFORM
           PERFORM IMPRIME-TOTAIS
           CLOSE RELATORIO.
           DISPLAY 'APROPRIADO: ' WS-TOT-APROPRIADO
                   '  BAIXADO NO RECEBIMENTO: ' WS-TOT-RECEBIDO
                   '  ESTORNADO: ' WS-TOT-ESTORNADO
           DISPLAY 'CONTRATOS SUSPENSOS (MAIS DE 60 DIAS): '
                   WS-QTD-SUSPENSOS ' (APROPJUR.LST)'
           IF WS-QTD-APJ-FORA GREATER ZEROS
                    OR WS-QTD-PGO-FORA GREATER ZEROS
                    OR WS-QTD-BUF-FORA GREATER ZEROS THEN
              DISPLAY '>> TABELAS ESTOURADAS - APROPRIADO: '
                      WS-QTD-APJ-FORA '  PAGOS: ' WS-QTD-PGO-FORA
                      '  PARCELAS: ' WS-QTD-BUF-FORA
           END-IF
           IF WS-TOT-APROPRIADO EQUAL ZEROS
                    AND WS-TOT-RECEBIDO EQUAL ZEROS
                    AND WS-TOT-ESTORNADO EQUAL ZEROS THEN
              DISPLAY 'NADA A LANCAR EM ' WS-COMPETENCIA
              GOBACK
           END-IF
           DISPLAY 'Lancar o lote no DIARIO.TXT em ' WS-DATA-FIM-MES
                   ' (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's' THEN
              PERFORM LANCA-DIARIO
              PERFORM GRAVA-APROPRIADO
           ELSE
              DISPLAY 'NADA GRAVADO - APROPJUR.TXT SEM ALTERACAO.'
           END-IF.
           GOBACK.
      *
      *   Apropriado em aberto por parcela e a ultima competencia.
       CARREGA-APROPRIADO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT APROPJUR
           IF WS-FS-APJ EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ APROPJUR
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF APJ-NUM-CONTRATO EQUAL ZEROS
                                AND APJ-NUM-PARCELA EQUAL ZEROS THEN
                          MOVE APJ-COMPETENCIA TO WS-ULTIMA-COMPET
                       ELSE
                          IF WS-QTD-APJ LESS 5000 THEN
                             ADD 1             TO WS-QTD-APJ
                             MOVE APJ-NUM-CONTRATO TO
                                  WS-APJ-CONTRATO(WS-QTD-APJ)
                             MOVE APJ-NUM-PARCELA TO
                                  WS-APJ-PARCELA(WS-QTD-APJ)
                             MOVE APJ-VLR-APROPRIADO TO
                                  WS-APJ-VALOR(WS-QTD-APJ)
                          ELSE
                             ADD 1             TO WS-QTD-APJ-FORA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE APROPJUR
           END-IF.
      *
      *   Pago acumulado por parcela com as baixas ate o fim do mes.
       CARREGA-PAGOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PAGTOS
           IF WS-FS-PAG EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PAGTOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF PAG-DATA-PGTO NOT GREATER WS-DATA-FIM-MES
                                AND PAG-NUM-PARCELA GREATER ZEROS THEN
                          PERFORM ACUMULA-PAGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGTOS
           END-IF.
      *
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
              ELSE
                 ADD 1                         TO WS-QTD-PGO-FORA
              END-IF
           END-IF
           IF WS-PGO-ACHADO GREATER ZEROS THEN
      *   Contra-lancamento de estorno (PGESTORN) tira o valor do
      *   pago acumulado em vez de somar.
              IF PAG-SITUACAO EQUAL 'ESTORNO' THEN
                 SUBTRACT PAG-VLR-PAGO         FROM
                          WS-PGO-VALOR(WS-PGO-ACHADO)
              ELSE
                 ADD PAG-VLR-PAGO              TO
                     WS-PGO-VALOR(WS-PGO-ACHADO)
              END-IF
           END-IF.
      *
      *   As parcelas de um contrato sao guardadas ate a troca de
      *   contrato: o atraso do contrato decide antes de apropriar.
       GUARDA-PARCELA.
           IF PAR-NUM-CONTRATO NOT EQUAL WS-CTR-ATUAL
                    OR WS-TEM-CONTRATO NOT EQUAL 'S' THEN
              IF WS-TEM-CONTRATO EQUAL 'S' THEN
                 PERFORM APURA-CONTRATO
              END-IF
              MOVE PAR-NUM-CONTRATO            TO WS-CTR-ATUAL
              MOVE PAR-CD-CLIENTE              TO WS-CLI-ATUAL
              MOVE 'S'                         TO WS-TEM-CONTRATO
              MOVE ZEROS                       TO WS-QTD-BUF
           END-IF
           IF WS-QTD-BUF NOT LESS 400 THEN
              ADD 1                            TO WS-QTD-BUF-FORA
           ELSE
              ADD 1                            TO WS-QTD-BUF
              MOVE PAR-NUM-PARCELA             TO
                   WS-BUF-PARCELA(WS-QTD-BUF)
              MOVE PAR-SITUACAO                TO
                   WS-BUF-SITUACAO(WS-QTD-BUF)
              MOVE PAR-VENCIMENTO              TO
                   WS-BUF-VENCIMENTO(WS-QTD-BUF)
              MOVE PAR-VLR-PARCELA             TO
                   WS-BUF-VLR-PARCELA(WS-QTD-BUF)
              MOVE PAR-VLR-JUROS               TO
                   WS-BUF-VLR-JUROS(WS-QTD-BUF)
              MOVE 'N'                         TO
                   WS-BUF-PAGA(WS-QTD-BUF)
              PERFORM VARYING WS-IND-PGO FROM 1 BY 1
                              UNTIL WS-IND-PGO > WS-QTD-PGO
                 IF WS-PGO-CONTRATO(WS-IND-PGO) EQUAL PAR-NUM-CONTRATO
                          AND WS-PGO-PARCELA(WS-IND-PGO) EQUAL
                              PAR-NUM-PARCELA
                          AND WS-PGO-VALOR(WS-IND-PGO) NOT LESS
                              PAR-VLR-PARCELA THEN
                    MOVE 'S'                   TO
                         WS-BUF-PAGA(WS-QTD-BUF)
                 END-IF
              END-PERFORM
           END-IF.
      *
      *   Contrato completo: maior atraso no fim do mes (acima de 60
      *   dias suspende a apropriacao) e depois parcela a parcela.
       APURA-CONTRATO.
           MOVE ZEROS                          TO WS-MAIOR-ATRASO
                                                  WS-QTD-ABERTAS
                                                  WS-CTR-APROPRIADO
                                                  WS-CTR-RECEBIDO
                                                  WS-CTR-ESTORNADO
           PERFORM VARYING WS-IND-BUF FROM 1 BY 1
                           UNTIL WS-IND-BUF > WS-QTD-BUF
              IF WS-BUF-SITUACAO(WS-IND-BUF) EQUAL 'A'
                       AND WS-BUF-PAGA(WS-IND-BUF) EQUAL 'N' THEN
                 ADD 1                         TO WS-QTD-ABERTAS
                 IF WS-BUF-VENCIMENTO(WS-IND-BUF) GREATER ZEROS THEN
                    COMPUTE WS-DIAS-ATRASO = WS-DIA-FIM-MES
                       - FUNCTION INTEGER-OF-DATE(
                         WS-BUF-VENCIMENTO(WS-IND-BUF))
                    IF WS-DIAS-ATRASO GREATER WS-MAIOR-ATRASO THEN
                       MOVE WS-DIAS-ATRASO     TO WS-MAIOR-ATRASO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'N'                            TO WS-SUSPENSO
           IF WS-MAIOR-ATRASO GREATER 60 THEN
              MOVE 'S'                         TO WS-SUSPENSO
              ADD 1                            TO WS-QTD-SUSPENSOS
           END-IF
      *    Periodo da primeira parcela comeca na criacao do contrato;
      *    sem cabecalho, trinta dias antes do vencimento.
           MOVE ZEROS                          TO WS-DIA-INICIO
           IF WS-HDR-ABERTO EQUAL 'S' THEN
              MOVE WS-CTR-ATUAL                TO HDR-NUM-CONTRATO
              READ CONTRHDR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HDR-DATA-CRIACAO GREATER ZEROS THEN
                       COMPUTE WS-DIA-INICIO =
                          FUNCTION INTEGER-OF-DATE(HDR-DATA-CRIACAO)
                    END-IF
              END-READ
           END-IF
           PERFORM VARYING WS-IND-BUF FROM 1 BY 1
                           UNTIL WS-IND-BUF > WS-QTD-BUF
              PERFORM APURA-PARCELA THRU APURA-PARCELA-FIM
           END-PERFORM
           IF WS-CTR-APROPRIADO GREATER ZEROS
                    OR WS-CTR-RECEBIDO GREATER ZEROS
                    OR WS-CTR-ESTORNADO GREATER ZEROS
                    OR WS-SUSPENSO EQUAL 'S' THEN
              PERFORM IMPRIME-CONTRATO
           END-IF.
      *
       APURA-PARCELA.
           MOVE ZEROS                          TO WS-DIA-VENCTO
           IF WS-BUF-VENCIMENTO(WS-IND-BUF) GREATER ZEROS THEN
              COMPUTE WS-DIA-VENCTO = FUNCTION INTEGER-OF-DATE(
                      WS-BUF-VENCIMENTO(WS-IND-BUF))
           END-IF
           IF WS-DIA-INICIO EQUAL ZEROS
                    OR WS-DIA-INICIO NOT LESS WS-DIA-VENCTO THEN
              IF WS-DIA-VENCTO GREATER 30 THEN
                 COMPUTE WS-DIA-INICIO = WS-DIA-VENCTO - 30
              END-IF
           END-IF
           PERFORM ACHA-APROPRIADO
           EVALUATE TRUE
      *       Paga, quitada ou renegociada: o apropriado sai contra
      *       contas a receber.
              WHEN WS-BUF-PAGA(WS-IND-BUF) EQUAL 'S'
              WHEN WS-BUF-SITUACAO(WS-IND-BUF) EQUAL 'Q'
              WHEN WS-BUF-SITUACAO(WS-IND-BUF) EQUAL 'R'
                 IF WS-APJ-ACHADO GREATER ZEROS THEN
                    ADD WS-APJ-VALOR(WS-APJ-ACHADO) TO
                        WS-CTR-RECEBIDO WS-TOT-RECEBIDO
                    MOVE ZEROS                 TO
                         WS-APJ-VALOR(WS-APJ-ACHADO)
                 END-IF
      *       Aberta: apropria os dias do mes no periodo da parcela.
              WHEN WS-BUF-SITUACAO(WS-IND-BUF) EQUAL 'A'
                 IF WS-SUSPENSO EQUAL 'N' THEN
                    PERFORM APROPRIA-PARCELA
                 END-IF
      *       Baixada, extinta ou adiada: o apropriado sai da receita.
              WHEN OTHER
                 IF WS-APJ-ACHADO GREATER ZEROS THEN
                    ADD WS-APJ-VALOR(WS-APJ-ACHADO) TO
                        WS-CTR-ESTORNADO WS-TOT-ESTORNADO
                    MOVE ZEROS                 TO
                         WS-APJ-VALOR(WS-APJ-ACHADO)
                 END-IF
           END-EVALUATE.
           MOVE WS-DIA-VENCTO                  TO WS-DIA-INICIO.
       APURA-PARCELA-FIM.
           EXIT.
      *
      *   Juros da parcela na proporcao dias do mes dentro do periodo
      *   sobre os dias do periodo, sem passar dos juros da parcela.
       APROPRIA-PARCELA.
           COMPUTE WS-DIAS-PERIODO = WS-DIA-VENCTO - WS-DIA-INICIO
           IF WS-DIA-INICIO GREATER WS-DIA-FIM-ANT THEN
              MOVE WS-DIA-INICIO               TO WS-DIA-DE
           ELSE
              MOVE WS-DIA-FIM-ANT              TO WS-DIA-DE
           END-IF
           IF WS-DIA-VENCTO LESS WS-DIA-FIM-MES THEN
              MOVE WS-DIA-VENCTO               TO WS-DIA-ATE
           ELSE
              MOVE WS-DIA-FIM-MES              TO WS-DIA-ATE
           END-IF
           COMPUTE WS-DIAS-MES = WS-DIA-ATE - WS-DIA-DE
           IF WS-DIAS-PERIODO GREATER ZEROS
                    AND WS-DIAS-MES GREATER ZEROS THEN
              COMPUTE WS-VLR-APROPRIAR ROUNDED =
                 WS-BUF-VLR-JUROS(WS-IND-BUF) * WS-DIAS-MES
                 / WS-DIAS-PERIODO
              IF WS-APJ-ACHADO EQUAL ZEROS THEN
                 PERFORM INCLUI-APROPRIADO
              END-IF
              IF WS-APJ-ACHADO GREATER ZEROS THEN
                 IF WS-APJ-VALOR(WS-APJ-ACHADO) + WS-VLR-APROPRIAR
                          GREATER WS-BUF-VLR-JUROS(WS-IND-BUF) THEN
                    COMPUTE WS-VLR-APROPRIAR =
                       WS-BUF-VLR-JUROS(WS-IND-BUF)
                       - WS-APJ-VALOR(WS-APJ-ACHADO)
                 END-IF
                 ADD WS-VLR-APROPRIAR          TO
                     WS-APJ-VALOR(WS-APJ-ACHADO)
                     WS-CTR-APROPRIADO WS-TOT-APROPRIADO
              END-IF
           END-IF.
      *
       ACHA-APROPRIADO.
           MOVE ZEROS                          TO WS-APJ-ACHADO
           PERFORM VARYING WS-IND-APJ FROM 1 BY 1
                           UNTIL WS-IND-APJ > WS-QTD-APJ
                              OR WS-APJ-ACHADO GREATER ZEROS
              IF WS-APJ-CONTRATO(WS-IND-APJ) EQUAL WS-CTR-ATUAL
                       AND WS-APJ-PARCELA(WS-IND-APJ) EQUAL
                           WS-BUF-PARCELA(WS-IND-BUF) THEN
                 MOVE WS-IND-APJ               TO WS-APJ-ACHADO
              END-IF
           END-PERFORM.
      *
       INCLUI-APROPRIADO.
           IF WS-QTD-APJ LESS 5000 THEN
              ADD 1                            TO WS-QTD-APJ
              MOVE WS-QTD-APJ                  TO WS-APJ-ACHADO
              MOVE WS-CTR-ATUAL                TO
                   WS-APJ-CONTRATO(WS-APJ-ACHADO)
              MOVE WS-BUF-PARCELA(WS-IND-BUF)  TO
                   WS-APJ-PARCELA(WS-APJ-ACHADO)
              MOVE ZEROS                       TO
                   WS-APJ-VALOR(WS-APJ-ACHADO)
           ELSE
              ADD 1                            TO WS-QTD-APJ-FORA
           END-IF.
      *
       IMPRIME-CONTRATO.
           ADD 1                               TO WS-QTD-CONTRATOS
           MOVE WS-CTR-ATUAL                   TO LCT-CONTRATO
           MOVE WS-CLI-ATUAL                   TO LCT-CLIENTE
           MOVE WS-QTD-ABERTAS                 TO LCT-ABERTAS
           IF WS-MAIOR-ATRASO GREATER ZEROS THEN
              MOVE WS-MAIOR-ATRASO             TO LCT-ATRASO
           ELSE
              MOVE ZEROS                       TO LCT-ATRASO
           END-IF
           MOVE WS-CTR-APROPRIADO              TO LCT-APROPRIADO
           MOVE WS-CTR-RECEBIDO                TO LCT-RECEBIDO
           MOVE WS-CTR-ESTORNADO               TO LCT-ESTORNADO
           IF WS-SUSPENSO EQUAL 'S' THEN
              MOVE 'SUSPENSO'                  TO LCT-SITUACAO
           ELSE
              MOVE 'APROPRIA'                  TO LCT-SITUACAO
           END-IF
           WRITE REG-REL FROM LINHA-CONTRATO BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-TOTAIS.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE '(+) JUROS APROPRIADOS NO MES:'  TO TOT-ROTULO
           MOVE WS-TOT-APROPRIADO              TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE '(-) BAIXADOS NO RECEBIMENTO:'  TO TOT-ROTULO
           MOVE WS-TOT-RECEBIDO                TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE '(-) ESTORNADOS DA RECEITA:'    TO TOT-ROTULO
           MOVE WS-TOT-ESTORNADO               TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE '(=) JUROS A RECEBER NO FIM DO MES:' TO TOT-ROTULO
           MOVE WS-TOT-SALDO                   TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'CONTRATOS LISTADOS:'          TO QTD-ROTULO
           MOVE WS-QTD-CONTRATOS               TO QTD-VALOR
           WRITE REG-REL FROM LINHA-QTD BEFORE ADVANCING 1 LINES
           MOVE 'SUSPENSOS (ATRASO ACIMA DE 60 DIAS):' TO QTD-ROTULO
           MOVE WS-QTD-SUSPENSOS               TO QTD-VALOR
           WRITE REG-REL FROM LINHA-QTD BEFORE ADVANCING 1 LINES.
      *
      *   Lote balanceado por construcao: cada movimento tem o seu
      *   debito e o seu credito.
       LANCA-DIARIO.
           OPEN EXTEND DIARIO
           IF WS-FS-DIA EQUAL 35 THEN
              OPEN OUTPUT DIARIO
           END-IF
           IF WS-TOT-APROPRIADO GREATER ZEROS THEN
              MOVE WS-CTA-JUROS-RECEBER        TO WS-PAR-CONTA
              MOVE 'D'                         TO WS-PAR-DC
              MOVE WS-TOT-APROPRIADO           TO WS-PAR-VALOR
              MOVE 'JUROS APROPRIADOS'         TO WS-PAR-HISTORICO
              PERFORM GRAVA-PARTIDA
              MOVE WS-CTA-REC-APROPRIADA       TO WS-PAR-CONTA
              MOVE 'C'                         TO WS-PAR-DC
              PERFORM GRAVA-PARTIDA
           END-IF
           IF WS-TOT-RECEBIDO GREATER ZEROS THEN
              MOVE WS-CTA-RECEBER              TO WS-PAR-CONTA
              MOVE 'D'                         TO WS-PAR-DC
              MOVE WS-TOT-RECEBIDO             TO WS-PAR-VALOR
              MOVE 'APROPRIADO RECEBIDO'       TO WS-PAR-HISTORICO
              PERFORM GRAVA-PARTIDA
              MOVE WS-CTA-JUROS-RECEBER        TO WS-PAR-CONTA
              MOVE 'C'                         TO WS-PAR-DC
              PERFORM GRAVA-PARTIDA
           END-IF
           IF WS-TOT-ESTORNADO GREATER ZEROS THEN
              MOVE WS-CTA-REC-APROPRIADA       TO WS-PAR-CONTA
              MOVE 'D'                         TO WS-PAR-DC
              MOVE WS-TOT-ESTORNADO            TO WS-PAR-VALOR
              MOVE 'ESTORNO APROPRIACAO'       TO WS-PAR-HISTORICO
              PERFORM GRAVA-PARTIDA
              MOVE WS-CTA-JUROS-RECEBER        TO WS-PAR-CONTA
              MOVE 'C'                         TO WS-PAR-DC
              PERFORM GRAVA-PARTIDA
           END-IF
           CLOSE DIARIO
           DISPLAY 'LOTE DA APROPRIACAO GRAVADO NO DIARIO.'.
      *
       GRAVA-PARTIDA.
           MOVE WS-DATA-FIM-MES                TO DIA-DATA
           MOVE 'APROPJUR'                     TO DIA-ORIGEM
           MOVE WS-PAR-CONTA                   TO DIA-CONTA
           MOVE WS-PAR-DC                      TO DIA-DC
           MOVE WS-PAR-VALOR                   TO DIA-VALOR
           MOVE WS-PAR-HISTORICO               TO DIA-HISTORICO
           MOVE SPACES                         TO DIA-CCUSTO
           WRITE REG-DIARIO.
      *
      *   APROPJUR.TXT regravado: a competencia apropriada e as
      *   parcelas com apropriado ainda em aberto.
       GRAVA-APROPRIADO.
           OPEN OUTPUT APROPJUR
           MOVE ZEROS                          TO APJ-NUM-CONTRATO
                                                  APJ-NUM-PARCELA
                                                  APJ-VLR-APROPRIADO
           MOVE WS-COMPETENCIA                 TO APJ-COMPETENCIA
           WRITE REG-APROPJUR
           PERFORM VARYING WS-IND-APJ FROM 1 BY 1
                           UNTIL WS-IND-APJ > WS-QTD-APJ
              IF WS-APJ-VALOR(WS-IND-APJ) GREATER ZEROS THEN
                 MOVE WS-APJ-CONTRATO(WS-IND-APJ) TO APJ-NUM-CONTRATO
                 MOVE WS-APJ-PARCELA(WS-IND-APJ) TO APJ-NUM-PARCELA
                 MOVE WS-APJ-VALOR(WS-IND-APJ) TO APJ-VLR-APROPRIADO
                 WRITE REG-APROPJUR
              END-IF
           END-PERFORM
           CLOSE APROPJUR.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGAPRJUR'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'APROPRIACAO DE JUROS - ' DELIMITED SIZE
                  WS-COMPETENCIA               DELIMITED SIZE
                  INTO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGAPRJUR.
