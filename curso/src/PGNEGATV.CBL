      *****************************************************************
      * Program name:    PGNEGATV
      * Original author: Anderson Nascimento
      * Purpose: Negativacao no cadastro de protecao ao credito, em
      *          tres passos por contrato, controlados pelo registro
      *          NEGATIV.DAT (um registro por contrato):
      *          1. contrato com parcela aberta ha mais de 90 dias
      *             (a faixa MAIS 90D do aging do PGPAGTOS) recebe a
      *             carta de aviso previo em NEGAVISO.TXT e entra no
      *             registro como avisado, com a data limite (prazo
      *             do cartao NEGATIV.PARM, padrao 10 dias);
      *          2. vencido o prazo sem pagamento, o debito vencido
      *             (CPF, contrato, valor e vencimento mais antigo)
      *             sai no arquivo de inclusao NEGINC-nnnnn.TXT e o
      *             contrato fica como incluido;
      *          3. contrato incluido sem mais nada vencido - pago
      *             pelo PAGTOS.TXT, quitado no PGQUITAC ou
      *             renegociado no PGRENEGO - sai no arquivo de
      *             exclusao NEGEXC-nnnnn.TXT no mesmo lote.
      *          Quem paga dentro do prazo do aviso nao chega a ser
      *          incluido. Parcela baixada (write-off) continua
      *          devida. Endereco devolvido pelo correio (PGENDDEV)
      *          ou cliente sem CPF nao recebe aviso. O controle do
      *          lote sai em NEGATIV.LST.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGNEGATV.
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
           SELECT NEGATIV ASSIGN TO './NEGATIV.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS NEG-NUM-CONTRATO
           FILE STATUS  IS WS-FS-NEG.
           SELECT PARAMETROS ASSIGN TO './NEGATIV.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PRM.
           SELECT NEGSEQ ASSIGN TO './NEGSEQ.CTL'
           FILE STATUS  IS WS-FS-SEQ.
           SELECT INCLUSAO ASSIGN TO WS-NOME-INCLUSAO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-INC.
           SELECT EXCLUSAO ASSIGN TO WS-NOME-EXCLUSAO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EXC.
           SELECT AVISOS ASSIGN TO './NEGAVISO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-AVI.
           SELECT RELATORIO ASSIGN TO './NEGATIV.LST'
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
                 88  PAR-QUITADA     VALUE 'Q'.
                 88  PAR-RENEGOCIADA VALUE 'R'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ): CPF e endereco
      *   do aviso.
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
      *   NEGATIV.DAT - situacao de cada contrato no cadastro de
      *   protecao ao credito: avisado, incluido, excluido ou
      *   cancelado (pago dentro do prazo do aviso). Um contrato
      *   excluido ou cancelado que volte a atrasar comeca de novo.
         FD  NEGATIV.
         01  REG-NEGATIV.
             05  NEG-NUM-CONTRATO    PIC 9(05).
             05  NEG-CD-CLIENTE      PIC 9(06).
             05  NEG-NR-CPF          PIC 9(11).
             05  NEG-VLR-DIVIDA      PIC 9(09)V99.
             05  NEG-VENC-DIVIDA     PIC 9(08).
             05  NEG-SITUACAO        PIC X(01).
                 88  NEG-AVISADO     VALUE 'A'.
                 88  NEG-INCLUIDO    VALUE 'I'.
                 88  NEG-EXCLUIDO    VALUE 'E'.
                 88  NEG-CANCELADO   VALUE 'C'.
             05  NEG-DATA-AVISO      PIC 9(08).
             05  NEG-DATA-LIMITE     PIC 9(08).
             05  NEG-DATA-INCLUSAO   PIC 9(08).
             05  NEG-LOTE-INCLUSAO   PIC 9(05).
             05  NEG-DATA-EXCLUSAO   PIC 9(08).
             05  NEG-LOTE-EXCLUSAO   PIC 9(05).
             05  NEG-MOTIVO-EXCL     PIC X(11).
      *
      *   NEGATIV.PARM - prazo do aviso previo, em dias corridos.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PRM-PRAZO-AVISO     PIC 9(03).
      *
      *   NEGSEQ.CTL - ultimo lote de negativacao gerado.
         FD  NEGSEQ.
         01  REG-NEGSEQ.
             05  SEQ-ULTIMO-LOTE     PIC 9(05).
      *
      *   NEGINC-nnnnn.TXT / NEGEXC-nnnnn.TXT - arquivos do lote no
      *   leiaute do cadastro: '0' cabecalho, '1' detalhes, '9'
      *   trailer.
         FD  INCLUSAO    RECORDING MODE IS F
                         RECORD CONTAINS 60 CHARACTERS.
         01  REG-INCLUSAO            PIC X(60).
         FD  EXCLUSAO    RECORDING MODE IS F
                         RECORD CONTAINS 60 CHARACTERS.
         01  REG-EXCLUSAO            PIC X(60).
      *
      *   NEGAVISO.TXT - uma carta de aviso previo por contrato.
         FD  AVISOS.
         01  REG-AVISO               PIC X(80).
      *
      *   NEGATIV.LST - controle do lote.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-NEG               PIC X(02) VALUE '00'.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-SEQ               PIC 99.
         77  WS-FS-INC               PIC 99.
         77  WS-FS-EXC               PIC 99.
         77  WS-FS-AVI               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-PRAZO-AVISO          PIC 9(03) VALUE 10.
         77  WS-SEQ-LOTE             PIC 9(05) VALUE ZEROS.
         77  WS-NOME-INCLUSAO        PIC X(40) VALUE SPACES.
         77  WS-NOME-EXCLUSAO        PIC X(40) VALUE SPACES.
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
         77  WS-CTR-VENCIDO          PIC 9(09)V99 VALUE ZEROS.
         77  WS-CTR-VENC-ANTIGA      PIC 9(08) VALUE ZEROS.
         77  WS-CTR-TEM-QUITADA      PIC X     VALUE 'N'.
         77  WS-CTR-TEM-RENEG        PIC X     VALUE 'N'.
         77  WS-NEG-EXISTE           PIC X     VALUE 'N'.
      *
         77  WS-QTD-AVISOS           PIC 9(05) VALUE ZEROS.
         77  WS-QTD-INCLUIDOS        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-EXCLUIDOS        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CANCELADOS       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-RECUSADOS        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-LISTADOS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-EM-AVISO         PIC 9(05) VALUE ZEROS.
         77  WS-TOT-INCLUIDO         PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-EXCLUIDO         PIC 9(11)V99 VALUE ZEROS.
      *
         77  WS-LINHA-AVISO          PIC X(80) VALUE SPACES.
         77  WS-VLR-ED               PIC ZZ.ZZZ.ZZ9,99.
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
         77  WS-VENC-ED              PIC X(10) VALUE SPACES.
         77  WS-LIMITE-ED            PIC X(10) VALUE SPACES.
      *
      *   Leiaute fixo do cadastro (60 posicoes).
        01  NEG-CABECALHO.
            03  FILLER               PIC X(01) VALUE '0'.
            03  NCB-OPERACAO         PIC X(01).
            03  NCB-DATA             PIC 9(08).
            03  NCB-LOTE             PIC 9(05).
            03  FILLER               PIC X(45) VALUE SPACES.
      *
        01  NEG-DETALHE.
            03  FILLER               PIC X(01) VALUE '1'.
            03  NDT-OPERACAO         PIC X(01).
            03  NDT-CPF              PIC 9(11).
            03  NDT-NOME             PIC X(20).
            03  NDT-CONTRATO         PIC 9(05).
            03  NDT-VALOR            PIC 9(09)V99.
            03  NDT-VENCIMENTO       PIC 9(08).
            03  FILLER               PIC X(03) VALUE SPACES.
      *
        01  NEG-TRAILER.
            03  FILLER               PIC X(01) VALUE '9'.
            03  NTR-QTD              PIC 9(05).
            03  NTR-TOTAL            PIC 9(11)V99.
            03  FILLER               PIC X(41) VALUE SPACES.
      *
        01  LINHA-TITULOS.
            03  FILLER               PIC X(42) VALUE
                'OCORRENCIA CTR.  CODIGO NOME              '.
            03  FILLER               PIC X(38) VALUE
                '         VALOR VENCIMENTO MOTIVO      '.
        01  LINHA-OCORRENCIA.
            03  LOC-ACAO             PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-NOME             PIC X(18).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-VALOR            PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-VENCIMENTO       PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOC-MOTIVO           PIC X(11).
        01  LINHA-TOTAL.
            03  TOT-TITULO           PIC X(30).
            03  TOT-QTD              PIC ZZ.ZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  TOT-VALOR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(24) VALUE SPACES.
         COPY ENDDEV.
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
           DISPLAY '---- NEGATIVACAO NO CADASTRO DE CREDITO ----'
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE

           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-PAGOS
           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              GOBACK
           END-IF
           OPEN INPUT CLIENTE
           IF WS-FS-CLI NOT EQUAL '00' THEN
              DISPLAY 'CLIENTE.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CLI ' (SEM CPF NAO HA NEGATIVACAO).'
              CLOSE PARCELAS
              GOBACK
           END-IF
           OPEN I-O NEGATIV
           IF WS-FS-NEG EQUAL '35' THEN
              OPEN OUTPUT NEGATIV
              CLOSE NEGATIV
              OPEN I-O NEGATIV
           END-IF
           IF WS-FS-NEG NOT EQUAL '00' THEN
              DISPLAY 'NEGATIV.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-NEG
              CLOSE PARCELAS CLIENTE
              GOBACK
           END-IF

           PERFORM PROXIMO-LOTE
           PERFORM ABRE-SAIDAS

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
                    PERFORM APURA-PARCELA
              END-READ
           END-PERFORM.
           IF WS-TEM-CONTRATO EQUAL 'S' THEN
              PERFORM TRATA-CONTRATO THRU TRATA-CONTRATO-FIM
           END-IF.

           PERFORM CONTA-REGISTRO
           PERFORM FECHA-SAIDAS
           CLOSE PARCELAS CLIENTE NEGATIV.
           DISPLAY 'LOTE ' WS-SEQ-LOTE ': AVISOS=' WS-QTD-AVISOS
                   ' INCLUSOES=' WS-QTD-INCLUIDOS
                   ' EXCLUSOES=' WS-QTD-EXCLUIDOS
                   ' CANCELADOS=' WS-QTD-CANCELADOS
           DISPLAY 'ARQUIVOS: ' FUNCTION TRIM(WS-NOME-INCLUSAO) ' '
                   FUNCTION TRIM(WS-NOME-EXCLUSAO)
                   ' (CARTAS EM NEGAVISO.TXT, CONTROLE EM'
                   ' NEGATIV.LST)'
           IF WS-QTD-RECUSADOS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-RECUSADOS ' CONTRATO(S) SEM AVISO'
                      ' POR FALTA DE CPF OU ENDERECO - VEJA O'
                      ' NEGATIV.LST.'
           END-IF
           GOBACK.
      *
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM EQUAL ZEROS THEN
              READ PARAMETROS
                 NOT AT END
                    IF PRM-PRAZO-AVISO NUMERIC
                             AND PRM-PRAZO-AVISO GREATER ZEROS THEN
                       MOVE PRM-PRAZO-AVISO    TO WS-PRAZO-AVISO
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
           DISPLAY 'PRAZO DO AVISO PREVIO: ' WS-PRAZO-AVISO ' DIAS'.
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
      *   O atraso que dispara o aviso e o do aging (so parcela
      *   aberta); o debito vencido que se lista e se exclui inclui
      *   a parcela baixada, que continua devida.
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
                                                  WS-CTR-VENCIDO
                                                  WS-CTR-VENC-ANTIGA
              MOVE 'N'                         TO WS-CTR-TEM-QUITADA
                                                  WS-CTR-TEM-RENEG
           END-IF
           IF PAR-QUITADA THEN
              MOVE 'S'                         TO WS-CTR-TEM-QUITADA
           END-IF
           IF PAR-RENEGOCIADA THEN
              MOVE 'S'                         TO WS-CTR-TEM-RENEG
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
           IF WS-VLR-PAGO-ACUM NOT LESS PAR-VLR-PARCELA
                    OR PAR-VENCIMENTO EQUAL ZEROS THEN
              GO TO APURA-PARCELA-FIM
           END-IF
           COMPUTE WS-VLR-ABERTO = PAR-VLR-PARCELA - WS-VLR-PAGO-ACUM
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
              IF PAR-ABERTA
                       AND WS-DIAS-ATRASO GREATER
                           WS-CTR-MAX-ATRASO THEN
                 MOVE WS-DIAS-ATRASO           TO WS-CTR-MAX-ATRASO
              END-IF
           END-IF.
       APURA-PARCELA-FIM.
           EXIT.
      *
      *   Decide o passo do contrato pelo que o registro ja sabe.
       TRATA-CONTRATO.
           MOVE WS-CTR-NUMERO                  TO NEG-NUM-CONTRATO
           READ NEGATIV
              INVALID KEY
                 MOVE 'N'                      TO WS-NEG-EXISTE
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-NEG-EXISTE
           END-READ
           IF WS-NEG-EXISTE EQUAL 'S' THEN
              EVALUATE TRUE
                 WHEN NEG-AVISADO
                    PERFORM CONFERE-AVISADO
                    GO TO TRATA-CONTRATO-FIM
                 WHEN NEG-INCLUIDO
                    IF WS-CTR-VENCIDO EQUAL ZEROS THEN
                       PERFORM EXCLUI-CONTRATO
                    END-IF
                    GO TO TRATA-CONTRATO-FIM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF WS-CTR-MAX-ATRASO GREATER 90 THEN
              PERFORM AVISA-CONTRATO THRU AVISA-CONTRATO-FIM
           END-IF.
       TRATA-CONTRATO-FIM.
           EXIT.
      *
      *   Avisado: pagou no prazo, cancela; prazo vencido e ainda na
      *   faixa de mais de 90 dias, inclui; senao espera.
       CONFERE-AVISADO.
           EVALUATE TRUE
              WHEN WS-CTR-VENCIDO EQUAL ZEROS
                 MOVE 'C'                      TO NEG-SITUACAO
                 MOVE WS-DATA-HOJE             TO NEG-DATA-EXCLUSAO
                 PERFORM DEFINE-MOTIVO
                 PERFORM REGRAVA-NEGATIV
                 ADD 1                         TO WS-QTD-CANCELADOS
                 MOVE 'CANCELADO'              TO LOC-ACAO
                 PERFORM LEIA-CLIENTE
                 PERFORM IMPRIME-OCORRENCIA
              WHEN WS-DATA-HOJE GREATER NEG-DATA-LIMITE
                       AND WS-CTR-MAX-ATRASO GREATER 90
                 PERFORM INCLUI-CONTRATO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       AVISA-CONTRATO.
           PERFORM LEIA-CLIENTE
           MOVE SPACES                         TO LOC-MOTIVO
           IF NR-CPF EQUAL ZEROS THEN
              MOVE 'SEM CPF'                   TO LOC-MOTIVO
           ELSE
              MOVE 'C'                         TO ED-TIPO
              MOVE WS-CTR-CLIENTE              TO ED-CODIGO
              MOVE SPACES                      TO ED-ENDERECO
              STRING EN-RUA    DELIMITED SIZE
                     EN-NUMERO DELIMITED SIZE
                     EN-CIDADE DELIMITED SIZE
                     EN-CEP    DELIMITED SIZE
                     EN-UF     DELIMITED SIZE
                     INTO ED-ENDERECO
              CALL './bin/PGENDDEV' USING ED-PARM
              IF ED-DEVOLVIDO THEN
                 MOVE 'END.DEVOLV.'            TO LOC-MOTIVO
              END-IF
           END-IF
           IF LOC-MOTIVO NOT EQUAL SPACES THEN
              ADD 1                            TO WS-QTD-RECUSADOS
              MOVE 'SEM AVISO'                 TO LOC-ACAO
              MOVE WS-CTR-VENCIDO              TO NEG-VLR-DIVIDA
              MOVE WS-CTR-VENC-ANTIGA          TO NEG-VENC-DIVIDA
              PERFORM IMPRIME-OCORRENCIA
              GO TO AVISA-CONTRATO-FIM
           END-IF
           MOVE WS-CTR-NUMERO                  TO NEG-NUM-CONTRATO
           MOVE WS-CTR-CLIENTE                 TO NEG-CD-CLIENTE
           MOVE NR-CPF                         TO NEG-NR-CPF
           MOVE WS-CTR-VENCIDO                 TO NEG-VLR-DIVIDA
           MOVE WS-CTR-VENC-ANTIGA             TO NEG-VENC-DIVIDA
           MOVE 'A'                            TO NEG-SITUACAO
           MOVE WS-DATA-HOJE                   TO NEG-DATA-AVISO
           COMPUTE NEG-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   + WS-PRAZO-AVISO)
           MOVE ZEROS                          TO NEG-DATA-INCLUSAO
                                                  NEG-LOTE-INCLUSAO
                                                  NEG-DATA-EXCLUSAO
                                                  NEG-LOTE-EXCLUSAO
           MOVE SPACES                         TO NEG-MOTIVO-EXCL
           IF WS-NEG-EXISTE EQUAL 'S' THEN
              PERFORM REGRAVA-NEGATIV
           ELSE
              WRITE REG-NEGATIV
                 INVALID KEY
                    DISPLAY '>> ERRO AO GRAVAR O CONTRATO '
                            NEG-NUM-CONTRATO ' NO NEGATIV.DAT'
                            ' - FILE STATUS: ' WS-FS-NEG
              END-WRITE
           END-IF
           PERFORM EMITE-AVISO
           ADD 1                               TO WS-QTD-AVISOS
           MOVE 'AVISO'                        TO LOC-ACAO
           PERFORM IMPRIME-OCORRENCIA.
       AVISA-CONTRATO-FIM.
           EXIT.
      *
      *   Lista o que esta vencido hoje, com o vencimento mais antigo.
       INCLUI-CONTRATO.
           PERFORM LEIA-CLIENTE
           MOVE WS-CTR-VENCIDO                 TO NEG-VLR-DIVIDA
           MOVE WS-CTR-VENC-ANTIGA             TO NEG-VENC-DIVIDA
           IF NR-CPF NOT EQUAL ZEROS THEN
              MOVE NR-CPF                      TO NEG-NR-CPF
           END-IF
           MOVE 'I'                            TO NEG-SITUACAO
           MOVE WS-DATA-HOJE                   TO NEG-DATA-INCLUSAO
           MOVE WS-SEQ-LOTE                    TO NEG-LOTE-INCLUSAO
           PERFORM REGRAVA-NEGATIV
           MOVE 'I'                            TO NDT-OPERACAO
           MOVE NEG-NR-CPF                     TO NDT-CPF
           MOVE NM-CLIENTE                     TO NDT-NOME
           MOVE NEG-NUM-CONTRATO               TO NDT-CONTRATO
           MOVE NEG-VLR-DIVIDA                 TO NDT-VALOR
           MOVE NEG-VENC-DIVIDA                TO NDT-VENCIMENTO
           WRITE REG-INCLUSAO FROM NEG-DETALHE
           ADD 1                               TO WS-QTD-INCLUIDOS
           ADD NEG-VLR-DIVIDA                  TO WS-TOT-INCLUIDO
           MOVE 'INCLUSAO'                     TO LOC-ACAO
           MOVE SPACES                         TO LOC-MOTIVO
           PERFORM IMPRIME-OCORRENCIA.
      *
      *   Exclui o que foi listado: o cadastro baixa pelo mesmo CPF,
      *   contrato, valor e vencimento da inclusao.
       EXCLUI-CONTRATO.
           PERFORM LEIA-CLIENTE
           MOVE 'E'                            TO NEG-SITUACAO
           MOVE WS-DATA-HOJE                   TO NEG-DATA-EXCLUSAO
           MOVE WS-SEQ-LOTE                    TO NEG-LOTE-EXCLUSAO
           PERFORM DEFINE-MOTIVO
           PERFORM REGRAVA-NEGATIV
           MOVE 'E'                            TO NDT-OPERACAO
           MOVE NEG-NR-CPF                     TO NDT-CPF
           MOVE NM-CLIENTE                     TO NDT-NOME
           MOVE NEG-NUM-CONTRATO               TO NDT-CONTRATO
           MOVE NEG-VLR-DIVIDA                 TO NDT-VALOR
           MOVE NEG-VENC-DIVIDA                TO NDT-VENCIMENTO
           WRITE REG-EXCLUSAO FROM NEG-DETALHE
           ADD 1                               TO WS-QTD-EXCLUIDOS
           ADD NEG-VLR-DIVIDA                  TO WS-TOT-EXCLUIDO
           MOVE 'EXCLUSAO'                     TO LOC-ACAO
           PERFORM IMPRIME-OCORRENCIA.
      *
       DEFINE-MOTIVO.
           EVALUATE TRUE
              WHEN WS-CTR-TEM-RENEG EQUAL 'S'
                 MOVE 'RENEGOCIADO'            TO NEG-MOTIVO-EXCL
              WHEN WS-CTR-TEM-QUITADA EQUAL 'S'
                 MOVE 'QUITACAO'               TO NEG-MOTIVO-EXCL
              WHEN OTHER
                 MOVE 'PAGAMENTO'              TO NEG-MOTIVO-EXCL
           END-EVALUATE.
           MOVE NEG-MOTIVO-EXCL                TO LOC-MOTIVO.
      *
       REGRAVA-NEGATIV.
           REWRITE REG-NEGATIV
              INVALID KEY
                 DISPLAY '>> ERRO AO ATUALIZAR O CONTRATO '
                         NEG-NUM-CONTRATO ' NO NEGATIV.DAT'
                         ' - FILE STATUS: ' WS-FS-NEG
           END-REWRITE.
      *
       LEIA-CLIENTE.
           MOVE WS-CTR-CLIENTE                 TO CD-CLIENTE
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
      *   Carta de aviso previo, no padrao das cartas do PGCOBRAN.
       EMITE-AVISO.
           MOVE NEG-VENC-DIVIDA                TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED                     TO WS-VENC-ED
           MOVE NEG-DATA-LIMITE                TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED                     TO WS-LIMITE-ED
           MOVE NEG-VLR-DIVIDA                 TO WS-VLR-ED
           WRITE REG-AVISO FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE SPACES                         TO WS-LINHA-AVISO
           STRING 'AO(A) SR(A). ' DELIMITED SIZE
                  NM-CLIENTE      DELIMITED SIZE
                  INTO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 1
                                                  LINES
           MOVE SPACES                         TO WS-LINHA-AVISO
           STRING FUNCTION TRIM(EN-RUA) DELIMITED SIZE
                  ', '                  DELIMITED SIZE
                  EN-NUMERO             DELIMITED SIZE
                  ' - '                 DELIMITED SIZE
                  FUNCTION TRIM(EN-CIDADE) DELIMITED SIZE
                  INTO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 1
                                                  LINES
           MOVE SPACES                         TO WS-LINHA-AVISO
           STRING 'CEP ' DELIMITED SIZE
                  EN-CEP  DELIMITED SIZE
                  ' '     DELIMITED SIZE
                  EN-UF   DELIMITED SIZE
                  INTO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 2
                                                  LINES
           MOVE 'COMUNICADO DE INCLUSAO EM CADASTRO DE PROTECAO AO'
                                               TO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 1
                                                  LINES
           MOVE 'CREDITO.'                     TO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 2
                                                  LINES
           MOVE SPACES                         TO WS-LINHA-AVISO
           STRING 'CONSTA EM ABERTO NO CONTRATO ' DELIMITED SIZE
                  NEG-NUM-CONTRATO               DELIMITED SIZE
                  ' O DEBITO VENCIDO DE '        DELIMITED SIZE
                  FUNCTION TRIM(WS-VLR-ED)       DELIMITED SIZE
                  ','                            DELIMITED SIZE
                  INTO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 1
                                                  LINES
           MOVE SPACES                         TO WS-LINHA-AVISO
           STRING 'COM VENCIMENTO MAIS ANTIGO EM ' DELIMITED SIZE
                  WS-VENC-ED                     DELIMITED SIZE
                  '. SEM O PAGAMENTO ATE '       DELIMITED SIZE
                  WS-LIMITE-ED                   DELIMITED SIZE
                  ','                            DELIMITED SIZE
                  INTO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 1
                                                  LINES
           MOVE 'SEU NOME E CPF SERAO INCLUIDOS NO CADASTRO DE'
                                               TO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 1
                                                  LINES
           MOVE 'PROTECAO AO CREDITO. DESCONSIDERE SE JA PAGOU.'
                                               TO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 2
                                                  LINES
           MOVE 'SETOR DE COBRANCA'            TO WS-LINHA-AVISO
           WRITE REG-AVISO FROM WS-LINHA-AVISO BEFORE ADVANCING 2
                                                  LINES.
      *
       FORMATA-DATA.
           MOVE WS-DA-DD                       TO WS-DE-DD
           MOVE WS-DA-MM                       TO WS-DE-MM
           MOVE WS-DA-AAAA                     TO WS-DE-AAAA.
      *
       IMPRIME-OCORRENCIA.
           MOVE WS-CTR-NUMERO                  TO LOC-CONTRATO
           MOVE WS-CTR-CLIENTE                 TO LOC-CLIENTE
           MOVE NM-CLIENTE                     TO LOC-NOME
           MOVE NEG-VLR-DIVIDA                 TO LOC-VALOR
           MOVE NEG-VENC-DIVIDA                TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-DATA-ED                     TO LOC-VENCIMENTO
           WRITE REG-REL FROM LINHA-OCORRENCIA BEFORE ADVANCING 1
                                                  LINES.
      *
      *   Quem segue no cadastro depois deste lote, para o controle.
       CONTA-REGISTRO.
           MOVE ZEROS                          TO NEG-NUM-CONTRATO
                                                  WS-QTD-LISTADOS
                                                  WS-QTD-EM-AVISO
           MOVE 'N'                            TO WS-EOF
           START NEGATIV KEY NOT LESS NEG-NUM-CONTRATO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ NEGATIV NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF NEG-INCLUIDO THEN
                       ADD 1                   TO WS-QTD-LISTADOS
                    END-IF
                    IF NEG-AVISADO THEN
                       ADD 1                   TO WS-QTD-EM-AVISO
                    END-IF
              END-READ
           END-PERFORM.
      *
       PROXIMO-LOTE.
           MOVE ZEROS                          TO WS-SEQ-LOTE
           OPEN INPUT NEGSEQ
           IF WS-FS-SEQ EQUAL ZEROS THEN
              READ NEGSEQ
                 NOT AT END
                    MOVE SEQ-ULTIMO-LOTE       TO WS-SEQ-LOTE
              END-READ
              CLOSE NEGSEQ
           END-IF
           ADD 1                               TO WS-SEQ-LOTE
           OPEN OUTPUT NEGSEQ
           MOVE WS-SEQ-LOTE                    TO SEQ-ULTIMO-LOTE
           WRITE REG-NEGSEQ
           CLOSE NEGSEQ.
      *
       ABRE-SAIDAS.
           STRING './NEGINC-'      DELIMITED SIZE
                  WS-SEQ-LOTE      DELIMITED SIZE
                  '.TXT'           DELIMITED SIZE
                  INTO WS-NOME-INCLUSAO
           STRING './NEGEXC-'      DELIMITED SIZE
                  WS-SEQ-LOTE      DELIMITED SIZE
                  '.TXT'           DELIMITED SIZE
                  INTO WS-NOME-EXCLUSAO
           OPEN OUTPUT INCLUSAO EXCLUSAO AVISOS RELATORIO
           MOVE WS-DATA-HOJE                   TO NCB-DATA
           MOVE WS-SEQ-LOTE                    TO NCB-LOTE
           MOVE 'I'                            TO NCB-OPERACAO
           WRITE REG-INCLUSAO FROM NEG-CABECALHO
           MOVE 'E'                            TO NCB-OPERACAO
           WRITE REG-EXCLUSAO FROM NEG-CABECALHO
           MOVE 'PGNEGATV'                     TO CR-PROGRAMA
           MOVE 'NEGATIVACAO - CONTROLE DO LOTE'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TITULOS BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       FECHA-SAIDAS.
           MOVE WS-QTD-INCLUIDOS               TO NTR-QTD
           MOVE WS-TOT-INCLUIDO                TO NTR-TOTAL
           WRITE REG-INCLUSAO FROM NEG-TRAILER
           MOVE WS-QTD-EXCLUIDOS               TO NTR-QTD
           MOVE WS-TOT-EXCLUIDO                TO NTR-TOTAL
           WRITE REG-EXCLUSAO FROM NEG-TRAILER
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'AVISOS PREVIOS EMITIDOS'      TO TOT-TITULO
           MOVE WS-QTD-AVISOS                  TO TOT-QTD
           MOVE ZEROS                          TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'INCLUSOES NO CADASTRO'        TO TOT-TITULO
           MOVE WS-QTD-INCLUIDOS               TO TOT-QTD
           MOVE WS-TOT-INCLUIDO                TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'EXCLUSOES DO CADASTRO'        TO TOT-TITULO
           MOVE WS-QTD-EXCLUIDOS               TO TOT-QTD
           MOVE WS-TOT-EXCLUIDO                TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'PAGOS NO PRAZO DO AVISO'      TO TOT-TITULO
           MOVE WS-QTD-CANCELADOS              TO TOT-QTD
           MOVE ZEROS                          TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'LISTADOS APOS O LOTE'         TO TOT-TITULO
           MOVE WS-QTD-LISTADOS                TO TOT-QTD
           MOVE ZEROS                          TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'EM PRAZO DE AVISO'            TO TOT-TITULO
           MOVE WS-QTD-EM-AVISO                TO TOT-QTD
           MOVE ZEROS                          TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           CLOSE INCLUSAO EXCLUSAO AVISOS RELATORIO.
      *
       END PROGRAM PGNEGATV.
