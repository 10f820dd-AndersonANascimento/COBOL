      *****************************************************************
      * Program name:    PGCCBEMI
      * Original author: Anderson Nascimento
      * Purpose: Emitir a cedula de credito bancario (CCB) que o
      *          cliente assina, no lugar do formulario preenchido a
      *          mao pela tela do PGARRAYS: o tomador e o CPF saem do
      *          CLIENTE.TXT, as condicoes do CONTRHDR.DAT, o
      *          cronograma completo do PARCELAS.DAT e os fiadores do
      *          FIADORES.DAT (PGFIADOR), com o CPF de cada um no
      *          CLIENTE.TXT. A taxa sai ao mes e ao ano, e o custo
      *          efetivo total (CET) e a taxa que iguala as parcelas
      *          ao valor liquido liberado (principal menos IOF).
      *          Cada emissao recebe numero sequencial (CCBSEQ.CTL),
      *          impresso no documento e gravado em CCBREG.DAT com
      *          contrato, via, data e operador: a segunda emissao do
      *          mesmo contrato sai marcada como reemissao, com o
      *          numero da original.
      *
      *          O texto fica no modelo CCB.TPL mantido pelo operador,
      *          como o CARTA.TPL do PGCARTAS, com marcadores de seis
      *          posicoes trocados na emissao: &NUME. &VIAE. &CONT.
      *          &NOME. &CPFC. &ENDE. &CIDA. &PROD. &EMIS. &PRIN.
      *          &PRAZ. &SIST. &TXMS. &TXAN. &IOFV. &LIQU. &TOTP.
      *          &CETM. &CETA. &DATA. Linha iniciada por &CRON. vira o
      *          cronograma; linha iniciada por &SEFI. so sai quando o
      *          contrato tem fiador; linha com &FSEQ. &FNOM. &FCPF.
      *          sai uma vez para cada fiador.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCCBEMI.
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
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS HDR-NUM-CONTRATO
           FILE STATUS   IS WS-FS-HDR.
           SELECT PARCELAS ASSIGN TO './PARCELAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PAR-CHAVE
           FILE STATUS   IS WS-FS-PAR.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CD-CLIENTE
           FILE STATUS   IS WS-FS-CLI.
           SELECT FIADORES ASSIGN TO './FIADORES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS FIA-CHAVE
           FILE STATUS   IS WS-FS-FIA.
           SELECT MODELO ASSIGN TO './CCB.TPL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-TPL.
           SELECT CEDULA ASSIGN TO WS-SAIDA-NOME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-CED.
           SELECT CCBREG ASSIGN TO './CCBREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CCB-NUMERO
           ALTERNATE RECORD KEY IS CCB-CONTRATO WITH DUPLICATES
           FILE STATUS   IS WS-FS-CCB.
           SELECT CCBSEQ ASSIGN TO './CCBSEQ.CTL'
           FILE STATUS   IS WS-FS-SEQ.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS).
         FD  CONTRHDR.
         01  REG-CONTRHDR.
             05  HDR-NUM-CONTRATO    PIC 9(05).
             05  HDR-CD-CLIENTE      PIC 9(06).
             05  HDR-VLR-PRINCIPAL   PIC 9(07)V99.
             05  HDR-TAXA-JUROS      PIC 9V9(6).
             05  HDR-NUM-PRESTACOES  PIC 9(03).
             05  HDR-DATA-CRIACAO    PIC 9(08).
             05  HDR-SISTEMA-AMORT   PIC X(01).
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
      *   CLIENTE.TXT - cadastro de clientes: tomador e fiadores.
         FD  CLIENTE.
         01  REG-CLIENTE.
             03 CD-CLIENTE                       PIC 9(06).
             03 NM-CLIENTE                       PIC X(20).
             03 TL-CLIENTE                       PIC X(13).
             03 EN-RUA                           PIC X(20).
             03 EN-NUMERO                        PIC 9(05).
             03 EN-CIDADE                        PIC X(15).
             03 EN-CEP                           PIC 9(05).
             03 EN-UF                            PIC X(02).
             03 NR-CPF                           PIC 9(11).
      *
      *   FIADORES.DAT - ate dois fiadores por contrato (PGFIADOR).
         FD  FIADORES.
         01  REG-FIADOR.
             05  FIA-CHAVE.
                 10  FIA-NUM-CONTRATO PIC 9(05).
                 10  FIA-SEQ         PIC 9(01).
             05  FIA-CD-FIADOR       PIC 9(06).
             05  FIA-NOME            PIC X(20).
             05  FIA-DATA            PIC 9(08).
      *
      *   CCB.TPL - texto da cedula mantido pelo operador, uma linha
      *   de ate 80 posicoes por registro, com os marcadores &XXXX.
         FD  MODELO.
         01  REG-MODELO              PIC X(80).
      *
      *   CCB-<numero>.TXT - a cedula emitida.
         FD  CEDULA.
         01  REG-CED                 PIC X(80).
      *
      *   CCBREG.DAT - registro de toda cedula emitida, com chave
      *   alternada pelo contrato: a primeira do contrato e a
      *   original, as demais sao reemissoes.
         FD  CCBREG.
         01  REG-CCBREG.
             05  CCB-NUMERO          PIC 9(07).
             05  CCB-CONTRATO        PIC 9(05).
             05  CCB-VIA             PIC 9(02).
             05  CCB-CD-CLIENTE      PIC 9(06).
             05  CCB-DATA-EMISSAO    PIC 9(08).
             05  CCB-HORA-EMISSAO    PIC 9(06).
             05  CCB-OPERADOR        PIC X(08).
      *
      *   CCBSEQ.CTL - registro unico com o ultimo numero de cedula
      *   emitida.
         FD  CCBSEQ.
         01  REG-CCBSEQ.
             05  SEQ-ULTIMO-NUMERO   PIC 9(07).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-FIA               PIC X(02) VALUE '00'.
         77  WS-FS-TPL               PIC 99.
         77  WS-FS-CED               PIC 99.
         77  WS-FS-CCB               PIC X(02) VALUE '00'.
         77  WS-FS-SEQ               PIC 99.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-CONTRATO-INF         PIC 9(05) VALUE ZEROS.
         77  WS-SAIDA-NOME           PIC X(30) VALUE SPACES.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-EOF-MODELO           PIC X     VALUE 'N'.
         77  WS-CLIENTE-OK           PIC X     VALUE 'N'.
         77  WS-NUMERO-CCB           PIC 9(07) VALUE ZEROS.
         77  WS-VIA                  PIC 9(02) VALUE ZEROS.
         77  WS-NUMERO-ORIGINAL      PIC 9(07) VALUE ZEROS.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
      *
      *   Tomador, guardado antes de o arquivo ser relido para os
      *   fiadores.
         01  WS-TOMADOR.
             05  WS-TOM-NOME         PIC X(20).
             05  WS-TOM-RUA          PIC X(20).
             05  WS-TOM-NUMERO       PIC 9(05).
             05  WS-TOM-CIDADE       PIC X(15).
             05  WS-TOM-CEP          PIC 9(05).
             05  WS-TOM-UF           PIC X(02).
             05  WS-TOM-CPF          PIC 9(11).
      *
      *   Fiadores do contrato (no maximo dois, PGFIADOR).
         77  WS-QTD-FIA              PIC 9(01) VALUE ZEROS.
         01  WS-TAB-FIA OCCURS 2 TIMES.
             05  WS-FIA-SEQ          PIC 9(01).
             05  WS-FIA-NOME         PIC X(20).
             05  WS-FIA-CPF          PIC 9(11).
             05  WS-FIA-CPF-OK       PIC X(01).
         77  WS-IND-FIA              PIC 9(01).
         77  WS-QTD-MARC-FIA         PIC 9(02) VALUE ZEROS.
      *
      *   Cronograma do contrato: valor e periodo (mes contado da
      *   criacao, carencia incluida) de cada parcela, para o CET.
         77  WS-QTD-CRO              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-CRO OCCURS 360 TIMES.
             05  WS-CRO-VALOR        PIC 9(07)V99.
             05  WS-CRO-PERIODO      PIC 9(03).
         77  WS-IND-CRO              PIC 9(03).
         77  WS-TOT-PARCELAS         PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-JUROS            PIC 9(09)V99 VALUE ZEROS.
      *
      *   Taxas: ao mes (cabecalho), ao ano equivalente e CET.
         77  WS-TAXA-MES-PCT         PIC 9(03)V9(04) VALUE ZEROS.
         77  WS-TAXA-ANO-PCT         PIC 9(05)V9(04) VALUE ZEROS.
         77  WS-VLR-LIBERADO         PIC 9(07)V99 VALUE ZEROS.
         77  WS-CET-BAIXO            PIC 9V9(10) VALUE ZEROS.
         77  WS-CET-ALTO             PIC 9V9(10) VALUE ZEROS.
         77  WS-CET-MEIO             PIC 9V9(10) VALUE ZEROS.
         77  WS-VLR-PRESENTE         PIC 9(09)V9(06) VALUE ZEROS.
         77  WS-CET-MES-PCT          PIC 9(03)V9(04) VALUE ZEROS.
         77  WS-CET-ANO-PCT          PIC 9(05)V9(04) VALUE ZEROS.
      *
      *   Modelo carregado em memoria (ate 80 linhas por cedula).
         77  WS-QTD-LINHAS-TPL       PIC 9(02) VALUE ZEROS.
         01  WS-TAB-MODELO OCCURS 80 TIMES.
             05  WS-TPL-LINHA        PIC X(80).
         77  WS-IND-TPL              PIC 9(02).
      *
      *   Area de substituicao dos marcadores na linha corrente.
         77  WS-LINHA-CCB            PIC X(80) VALUE SPACES.
         77  WS-LINHA-AUX            PIC X(80) VALUE SPACES.
         77  WS-TOKEN                PIC X(06) VALUE SPACES.
         77  WS-VALOR                PIC X(40) VALUE SPACES.
         77  WS-POS                  PIC 9(03) VALUE ZEROS.
         77  WS-POS-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-CPF-AUX              PIC 9(11) VALUE ZEROS.
         77  WS-VLR-ED               PIC Z.ZZZ.ZZ9,99.
         77  WS-TOT-ED               PIC ZZZ.ZZZ.ZZ9,99.
         77  WS-PCT-ED               PIC ZZ9,9999.
         77  WS-PCT-ANO-ED           PIC ZZ.ZZ9,99.
         77  WS-QTD-ED               PIC ZZ9.
      *
      *   Datas formatadas DD/MM/AAAA e a data por extenso.
         01  WS-DATA-AUX.
             05  WS-AUX-AAAA         PIC 9(04).
             05  WS-AUX-MM           PIC 9(02).
             05  WS-AUX-DD           PIC 9(02).
         01  WS-DATA-ED.
             05  WS-ED-DD            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-ED-MM            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-ED-AAAA          PIC 9(04).
         01  WS-DATA-HOJE.
             05  WS-HOJE-AAAA        PIC 9(04).
             05  WS-HOJE-MM          PIC 9(02).
             05  WS-HOJE-DD          PIC 9(02).
         77  WS-IND-MES              PIC 9(02).
         77  WS-NOME-MES             PIC X(09) VALUE SPACES.
         77  WS-DATA-EXTENSO         PIC X(40) VALUE SPACES.
      *
        01  LINHA-CRONO-CAB.
            03  FILLER               PIC X(40) VALUE
                ' PARC  VENCIMENTO       PARCELA        '.
            03  FILLER               PIC X(40) VALUE
                ' JUROS   AMORTIZACAO         SALDO'.
        01  LINHA-CRONO.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  CRO-PARCELA          PIC ZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  CRO-VENCIMENTO       PIC X(10).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  CRO-VALOR            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  CRO-JUROS            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  CRO-AMORT            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  CRO-SALDO            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(07) VALUE SPACES.
        01  LINHA-CRONO-TOT.
            03  FILLER               PIC X(17) VALUE
                '  TOTAL'.
            03  CRT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  CRT-JUROS            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(34) VALUE SPACES.
         COPY MESESNOME.
       COPY AMBCFG.
       77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
                                               './CLIENTE.TXT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminho do cadastro de clientes resolvido pelo ambiente
      *   ativo (PGAMBCFG), como nos demais programas.
           MOVE 'CLIENTE.TXT'                TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           DISPLAY '------ EMISSAO DA CCB DO CONTRATO ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           IF WS-OPERADOR EQUAL SPACES THEN
              DISPLAY '>> OPERADOR NAO INFORMADO - NADA EMITIDO.'
              GOBACK
           END-IF.
           DISPLAY 'Contrato: '
           ACCEPT WS-CONTRATO-INF.

           OPEN INPUT CONTRHDR
           IF WS-FS-HDR NOT EQUAL '00' THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDR
              GOBACK
           END-IF.
           MOVE WS-CONTRATO-INF                TO HDR-NUM-CONTRATO
           READ CONTRHDR
              INVALID KEY
                 DISPLAY '>> CONTRATO NAO ENCONTRADO: '
                         WS-CONTRATO-INF ' - NADA EMITIDO.'
                 CLOSE CONTRHDR
                 GOBACK
           END-READ.
           CLOSE CONTRHDR.

           PERFORM BUSCA-TOMADOR
           IF WS-CLIENTE-OK NOT EQUAL 'S' THEN
              DISPLAY '>> CLIENTE ' HDR-CD-CLIENTE ' DO CONTRATO NAO'
                      ' ESTA NO CLIENTE.TXT - NADA EMITIDO.'
              GOBACK
           END-IF.
           PERFORM CARREGA-CRONOGRAMA
           IF WS-QTD-CRO EQUAL ZEROS THEN
              DISPLAY '>> CONTRATO ' WS-CONTRATO-INF ' SEM PARCELAS'
                      ' NO PARCELAS.DAT - NADA EMITIDO.'
              GOBACK
           END-IF.
           PERFORM BUSCA-FIADORES
           PERFORM CALCULA-TAXAS

           PERFORM CARREGA-MODELO
           IF WS-QTD-LINHAS-TPL EQUAL ZEROS THEN
              DISPLAY 'CCB.TPL VAZIO - NADA EMITIDO.'
              GOBACK
           END-IF.
           PERFORM MONTA-DATA-EXTENSO
           PERFORM REGISTRA-EMISSAO
           IF WS-FS-CCB NOT EQUAL '00' THEN
              GOBACK
           END-IF.
           PERFORM EMITE-CEDULA.
           IF WS-VIA EQUAL 1 THEN
              DISPLAY 'CCB ' WS-NUMERO-CCB ' (ORIGINAL) EMITIDA EM '
                      WS-SAIDA-NOME
           ELSE
              DISPLAY 'CCB ' WS-NUMERO-CCB ' (VIA ' WS-VIA
                      ' - REEMISSAO DA ' WS-NUMERO-ORIGINAL
                      ') EMITIDA EM ' WS-SAIDA-NOME
           END-IF.
           GOBACK.
      *
      *   Tomador no cadastro de clientes; o registro e guardado
      *   porque o arquivo e relido para o CPF dos fiadores.
       BUSCA-TOMADOR.
           MOVE 'N'                            TO WS-CLIENTE-OK
           OPEN INPUT CLIENTE
           IF WS-FS-CLI EQUAL '00' THEN
              MOVE HDR-CD-CLIENTE              TO CD-CLIENTE
              READ CLIENTE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-CLIENTE-OK
                    MOVE NM-CLIENTE            TO WS-TOM-NOME
                    MOVE EN-RUA                TO WS-TOM-RUA
                    MOVE EN-NUMERO             TO WS-TOM-NUMERO
                    MOVE EN-CIDADE             TO WS-TOM-CIDADE
                    MOVE EN-CEP                TO WS-TOM-CEP
                    MOVE EN-UF                 TO WS-TOM-UF
                    MOVE NR-CPF                TO WS-TOM-CPF
              END-READ
              CLOSE CLIENTE
           END-IF.
      *
      *   Parcelas do contrato em ordem de chave; o periodo de cada
      *   uma conta a carencia, como o PGVENCTO na originacao.
       CARREGA-CRONOGRAMA.
           MOVE ZEROS                          TO WS-QTD-CRO
                                                  WS-TOT-PARCELAS
                                                  WS-TOT-JUROS
           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (RODE O PGPARMIG).'
           ELSE
              MOVE WS-CONTRATO-INF             TO PAR-NUM-CONTRATO
              MOVE ZEROS                       TO PAR-NUM-PARCELA
              MOVE 'N'                         TO WS-EOF
              START PARCELAS KEY NOT LESS PAR-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PARCELAS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF PAR-NUM-CONTRATO NOT EQUAL
                                WS-CONTRATO-INF THEN
                          MOVE 'S'             TO WS-EOF
                       ELSE
                          PERFORM GUARDA-PARCELA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARCELAS
           END-IF.
      *
       GUARDA-PARCELA.
           IF WS-QTD-CRO LESS 360 THEN
              ADD 1                            TO WS-QTD-CRO
              MOVE PAR-VLR-PARCELA             TO
                   WS-CRO-VALOR(WS-QTD-CRO)
              COMPUTE WS-CRO-PERIODO(WS-QTD-CRO) =
                 PAR-NUM-PARCELA + HDR-CARENCIA-MESES
              ADD PAR-VLR-PARCELA              TO WS-TOT-PARCELAS
              ADD PAR-VLR-JUROS                TO WS-TOT-JUROS
           END-IF.
      *
      *   Fiadores do contrato pela chave contrato + sequencia; o
      *   CPF de cada um vem do cadastro de clientes.
       BUSCA-FIADORES.
           MOVE ZEROS                          TO WS-QTD-FIA
           OPEN INPUT FIADORES
           IF WS-FS-FIA EQUAL '00' THEN
              PERFORM VARYING WS-IND-FIA FROM 1 BY 1
                              UNTIL WS-IND-FIA > 2
                 MOVE WS-CONTRATO-INF          TO FIA-NUM-CONTRATO
                 MOVE WS-IND-FIA               TO FIA-SEQ
                 READ FIADORES
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1                   TO WS-QTD-FIA
                       MOVE FIA-SEQ            TO
                            WS-FIA-SEQ(WS-QTD-FIA)
                       MOVE FIA-NOME           TO
                            WS-FIA-NOME(WS-QTD-FIA)
                       MOVE ZEROS              TO
                            WS-FIA-CPF(WS-QTD-FIA)
                       MOVE 'N'                TO
                            WS-FIA-CPF-OK(WS-QTD-FIA)
                       PERFORM BUSCA-CPF-FIADOR
                 END-READ
              END-PERFORM
              CLOSE FIADORES
           END-IF.
      *
       BUSCA-CPF-FIADOR.
           OPEN INPUT CLIENTE
           IF WS-FS-CLI EQUAL '00' THEN
              MOVE FIA-CD-FIADOR               TO CD-CLIENTE
              READ CLIENTE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE NR-CPF                TO
                         WS-FIA-CPF(WS-QTD-FIA)
                    MOVE 'S'                   TO
                         WS-FIA-CPF-OK(WS-QTD-FIA)
              END-READ
              CLOSE CLIENTE
           END-IF.
      *
      *   Taxa ao ano equivalente a do mes e o CET: a taxa mensal que
      *   traz as parcelas, cada uma no seu periodo, ao valor
      *   liquido liberado (principal menos o IOF, financiado ou
      *   pago a vista). Busca por bissecao entre 0% e 100% ao mes.
       CALCULA-TAXAS.
           COMPUTE WS-TAXA-MES-PCT ROUNDED = HDR-TAXA-JUROS * 100
           COMPUTE WS-TAXA-ANO-PCT ROUNDED =
              (((1 + HDR-TAXA-JUROS) ** 12) - 1) * 100
           MOVE ZEROS                          TO WS-CET-MES-PCT
                                                  WS-CET-ANO-PCT
                                                  WS-VLR-LIBERADO
           IF HDR-VLR-PRINCIPAL GREATER HDR-VLR-IOF THEN
              COMPUTE WS-VLR-LIBERADO =
                 HDR-VLR-PRINCIPAL - HDR-VLR-IOF
           END-IF
           IF WS-VLR-LIBERADO GREATER ZEROS
                    AND WS-TOT-PARCELAS GREATER WS-VLR-LIBERADO THEN
              MOVE ZEROS                       TO WS-CET-BAIXO
              MOVE 1                           TO WS-CET-ALTO
              PERFORM APROXIMA-CET 40 TIMES
              COMPUTE WS-CET-MEIO =
                 (WS-CET-BAIXO + WS-CET-ALTO) / 2
              COMPUTE WS-CET-MES-PCT ROUNDED = WS-CET-MEIO * 100
              COMPUTE WS-CET-ANO-PCT ROUNDED =
                 (((1 + WS-CET-MEIO) ** 12) - 1) * 100
           END-IF.
      *
       APROXIMA-CET.
           COMPUTE WS-CET-MEIO = (WS-CET-BAIXO + WS-CET-ALTO) / 2
           MOVE ZEROS                          TO WS-VLR-PRESENTE
           PERFORM VARYING WS-IND-CRO FROM 1 BY 1
                           UNTIL WS-IND-CRO > WS-QTD-CRO
              COMPUTE WS-VLR-PRESENTE = WS-VLR-PRESENTE +
                 WS-CRO-VALOR(WS-IND-CRO) /
                 ((1 + WS-CET-MEIO) ** WS-CRO-PERIODO(WS-IND-CRO))
           END-PERFORM.
           IF WS-VLR-PRESENTE GREATER WS-VLR-LIBERADO THEN
              MOVE WS-CET-MEIO                 TO WS-CET-BAIXO
           ELSE
              MOVE WS-CET-MEIO                 TO WS-CET-ALTO
           END-IF.
      *
      *   Carrega CCB.TPL em memoria; na primeira execucao gera o
      *   texto padrao, que o operador pode editar a vontade.
       CARREGA-MODELO.
           OPEN INPUT MODELO
           IF WS-FS-TPL EQUAL 35 THEN
              PERFORM GERA-MODELO-CCB
              OPEN INPUT MODELO
           END-IF.
           PERFORM UNTIL WS-EOF-MODELO EQUAL 'S'
              READ MODELO
                 AT END
                    MOVE 'S'                   TO WS-EOF-MODELO
                 NOT AT END
                    IF WS-QTD-LINHAS-TPL LESS 80 THEN
                       ADD 1                   TO WS-QTD-LINHAS-TPL
                       MOVE REG-MODELO         TO
                            WS-TPL-LINHA(WS-QTD-LINHAS-TPL)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MODELO.
      *
      *   Texto padrao da cedula, gravado so quando CCB.TPL ainda nao
      *   existe.
       GERA-MODELO-CCB.
           OPEN OUTPUT MODELO
           WRITE REG-MODELO FROM 'CEDULA DE CREDITO BANCARIO N. &NUME.'
           WRITE REG-MODELO FROM '&VIAE.'
           WRITE REG-MODELO FROM 'CONTRATO &CONT. - PRODUTO &PROD. - EMI
      -        'TIDO EM &EMIS.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'EMITENTE: &NOME., CPF &CPFC.,'
           WRITE REG-MODELO FROM 'RESIDENTE EM &ENDE., &CIDA..'
           WRITE REG-MODELO FROM 'CREDOR: CURSO COBOL CREDITO.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'CONDICOES DO CREDITO'
           WRITE REG-MODELO FROM 'VALOR DO PRINCIPAL.......: R$ &PRIN.'
           WRITE REG-MODELO FROM 'IOF......................: R$ &IOFV.'
           WRITE REG-MODELO FROM 'VALOR LIQUIDO LIBERADO...: R$ &LIQU.'
           WRITE REG-MODELO FROM 'PRAZO....................: &PRAZ. PAR
      -        'CELAS MENSAIS (&SIST.)'
           WRITE REG-MODELO FROM 'TAXA DE JUROS............: &TXMS.% AO
      -        ' MES / &TXAN.% AO ANO'
           WRITE REG-MODELO FROM 'CUSTO EFETIVO TOTAL (CET): &CETM.% AO
      -        ' MES / &CETA.% AO ANO'
           WRITE REG-MODELO FROM 'TOTAL A PAGAR............: R$ &TOTP.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'CRONOGRAMA DE PAGAMENTO'
           WRITE REG-MODELO FROM '&CRON.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'O EMITENTE PAGARA AO CREDOR AS PARCELA
      -        'S ACIMA NOS VENCIMENTOS'
           WRITE REG-MODELO FROM 'INDICADOS; O ATRASO SUJEITA A PARCELA
      -        'A JUROS DE MORA POR DIA.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM '&SEFI.GARANTIA FIDEJUSSORIA'
           WRITE REG-MODELO FROM '&SEFI.O(S) FIADOR(ES) ABAIXO RESPONDE(
      -        'M SOLIDARIAMENTE PELO'
           WRITE REG-MODELO FROM '&SEFI.PAGAMENTO INTEGRAL DESTA CEDULA,
      -        ' RENUNCIANDO AO BENEFICIO'
           WRITE REG-MODELO FROM '&SEFI.DE ORDEM.'
           WRITE REG-MODELO FROM 'FIADOR &FSEQ.: &FNOM., CPF &FCPF.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM '&DATA.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM '____________________________  EMITENTE
      -        ': &NOME.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM '____________________________  FIADOR &
      -        'FSEQ.: &FNOM.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM '____________________________  CREDOR'
           CLOSE MODELO.
      *
      *   Atribui o proximo numero do CCBSEQ.CTL, apura a via pelas
      *   emissoes anteriores do contrato e grava a emissao em
      *   CCBREG.DAT (criado na primeira emissao) antes de imprimir:
      *   cedula sem registro nao sai.
       REGISTRA-EMISSAO.
           OPEN I-O CCBREG
           IF WS-FS-CCB EQUAL '35' THEN
              OPEN OUTPUT CCBREG
              CLOSE CCBREG
              OPEN I-O CCBREG
           END-IF.
           IF WS-FS-CCB NOT EQUAL '00' THEN
              DISPLAY 'CCBREG.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CCB ' - NADA EMITIDO.'
           ELSE
              PERFORM APURA-VIA
              MOVE ZEROS                       TO WS-NUMERO-CCB
              OPEN INPUT CCBSEQ
              IF WS-FS-SEQ EQUAL ZEROS THEN
                 READ CCBSEQ
                    NOT AT END
                       MOVE SEQ-ULTIMO-NUMERO  TO WS-NUMERO-CCB
                 END-READ
                 CLOSE CCBSEQ
              END-IF
              ADD 1                            TO WS-NUMERO-CCB
              IF WS-VIA EQUAL 1 THEN
                 MOVE WS-NUMERO-CCB            TO WS-NUMERO-ORIGINAL
              END-IF
              MOVE FUNCTION CURRENT-DATE       TO WS-DATA-HORA
              MOVE WS-NUMERO-CCB               TO CCB-NUMERO
              MOVE WS-CONTRATO-INF             TO CCB-CONTRATO
              MOVE WS-VIA                      TO CCB-VIA
              MOVE HDR-CD-CLIENTE              TO CCB-CD-CLIENTE
              MOVE WS-DATA-HORA(1:8)           TO CCB-DATA-EMISSAO
              MOVE WS-DATA-HORA(9:6)           TO CCB-HORA-EMISSAO
              MOVE WS-OPERADOR                 TO CCB-OPERADOR
              WRITE REG-CCBREG
                 INVALID KEY
                    DISPLAY '>> FALHA AO REGISTRAR A CCB '
                            CCB-NUMERO ' - FILE STATUS: ' WS-FS-CCB
              END-WRITE
              CLOSE CCBREG
              IF WS-FS-CCB EQUAL '00' THEN
                 OPEN OUTPUT CCBSEQ
                 MOVE WS-NUMERO-CCB            TO SEQ-ULTIMO-NUMERO
                 WRITE REG-CCBSEQ
                 CLOSE CCBSEQ
              END-IF
           END-IF.
      *
      *   Conta as emissoes ja registradas do contrato pela chave
      *   alternada; a primeira delas e a original.
       APURA-VIA.
           MOVE 1                              TO WS-VIA
           MOVE ZEROS                          TO WS-NUMERO-ORIGINAL
           MOVE WS-CONTRATO-INF                TO CCB-CONTRATO
           MOVE 'N'                            TO WS-EOF
           START CCBREG KEY EQUAL CCB-CONTRATO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CCBREG NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF CCB-CONTRATO NOT EQUAL WS-CONTRATO-INF THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       IF WS-NUMERO-ORIGINAL EQUAL ZEROS THEN
                          MOVE CCB-NUMERO      TO WS-NUMERO-ORIGINAL
                       END-IF
                       ADD 1                   TO WS-VIA
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   Imprime a cedula: repassa cada linha do modelo trocando os
      *   marcadores; &CRON. vira o cronograma, &SEFI. so sai com
      *   fiador e a linha de fiador se repete para cada um.
       EMITE-CEDULA.
           STRING './CCB-'         DELIMITED SIZE
                  WS-NUMERO-CCB    DELIMITED SIZE
                  '.TXT'           DELIMITED SIZE
                  INTO WS-SAIDA-NOME
           OPEN OUTPUT CEDULA
           WRITE REG-CED FROM TRACEJADO BEFORE ADVANCING 2 LINES
           PERFORM VARYING WS-IND-TPL FROM 1 BY 1
                           UNTIL WS-IND-TPL > WS-QTD-LINHAS-TPL
              MOVE WS-TPL-LINHA(WS-IND-TPL)    TO WS-LINHA-CCB
              MOVE ZEROS                       TO WS-QTD-MARC-FIA
              INSPECT WS-LINHA-CCB TALLYING WS-QTD-MARC-FIA
                      FOR ALL '&FSEQ.' ALL '&FNOM.' ALL '&FCPF.'
              EVALUATE TRUE
                 WHEN WS-LINHA-CCB(1:6) EQUAL '&CRON.'
                    PERFORM IMPRIME-CRONOGRAMA
                 WHEN WS-LINHA-CCB(1:6) EQUAL '&SEFI.'
                    IF WS-QTD-FIA GREATER ZEROS THEN
                       MOVE WS-LINHA-CCB(7:74) TO WS-LINHA-AUX
                       MOVE WS-LINHA-AUX       TO WS-LINHA-CCB
                       PERFORM SUBSTITUI-MARCADORES
                       WRITE REG-CED FROM WS-LINHA-CCB BEFORE
                                             ADVANCING 1 LINES
                    END-IF
                 WHEN WS-QTD-MARC-FIA GREATER ZEROS
                    PERFORM IMPRIME-LINHA-FIADOR
                 WHEN OTHER
                    PERFORM SUBSTITUI-MARCADORES
                    WRITE REG-CED FROM WS-LINHA-CCB BEFORE
                                          ADVANCING 1 LINES
              END-EVALUATE
           END-PERFORM.
           WRITE REG-CED FROM TRACEJADO BEFORE ADVANCING 2 LINES
           CLOSE CEDULA.
      *
      *   Linha de fiador do modelo, uma vez para cada fiador do
      *   contrato; sem fiador a linha nao sai.
       IMPRIME-LINHA-FIADOR.
           PERFORM VARYING WS-IND-FIA FROM 1 BY 1
                           UNTIL WS-IND-FIA > WS-QTD-FIA
              MOVE WS-TPL-LINHA(WS-IND-TPL)    TO WS-LINHA-CCB
              MOVE '&FSEQ.'                    TO WS-TOKEN
              MOVE WS-FIA-SEQ(WS-IND-FIA)      TO WS-VALOR
              PERFORM TROCA-TODOS
              MOVE '&FNOM.'                    TO WS-TOKEN
              MOVE WS-FIA-NOME(WS-IND-FIA)     TO WS-VALOR
              PERFORM TROCA-TODOS
              MOVE '&FCPF.'                    TO WS-TOKEN
              IF WS-FIA-CPF-OK(WS-IND-FIA) EQUAL 'S' THEN
                 MOVE WS-FIA-CPF(WS-IND-FIA)   TO WS-CPF-AUX
                 PERFORM FORMATA-CPF
              ELSE
                 MOVE 'NAO INFORMADO'          TO WS-VALOR
              END-IF
              PERFORM TROCA-TODOS
              PERFORM SUBSTITUI-MARCADORES
              WRITE REG-CED FROM WS-LINHA-CCB BEFORE ADVANCING 1
                                                 LINES
           END-PERFORM.
      *
       IMPRIME-CRONOGRAMA.
           WRITE REG-CED FROM LINHA-CRONO-CAB BEFORE ADVANCING 1
                                                 LINES
           OPEN INPUT PARCELAS
           IF WS-FS-PAR EQUAL '00' THEN
              MOVE WS-CONTRATO-INF             TO PAR-NUM-CONTRATO
              MOVE ZEROS                       TO PAR-NUM-PARCELA
              MOVE 'N'                         TO WS-EOF
              START PARCELAS KEY NOT LESS PAR-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PARCELAS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF PAR-NUM-CONTRATO NOT EQUAL
                                WS-CONTRATO-INF THEN
                          MOVE 'S'             TO WS-EOF
                       ELSE
                          PERFORM IMPRIME-PARCELA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARCELAS
           END-IF.
           MOVE WS-TOT-PARCELAS                TO CRT-VALOR
           MOVE WS-TOT-JUROS                   TO CRT-JUROS
           WRITE REG-CED FROM LINHA-CRONO-TOT BEFORE ADVANCING 1
                                                 LINES.
      *
       IMPRIME-PARCELA.
           MOVE PAR-NUM-PARCELA                TO CRO-PARCELA
           MOVE PAR-VENCIMENTO                 TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           MOVE WS-VALOR                       TO CRO-VENCIMENTO
           MOVE PAR-VLR-PARCELA                TO CRO-VALOR
           MOVE PAR-VLR-JUROS                  TO CRO-JUROS
           MOVE PAR-VLR-AMORT                  TO CRO-AMORT
           MOVE PAR-VLR-SALDO                  TO CRO-SALDO
           WRITE REG-CED FROM LINHA-CRONO BEFORE ADVANCING 1 LINES.
      *
      *   Cada marcador pode aparecer mais de uma vez na linha: a
      *   troca e repetida ate o marcador sumir.
       SUBSTITUI-MARCADORES.
           MOVE '&NUME.'                       TO WS-TOKEN
           MOVE WS-NUMERO-CCB                  TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&VIAE.'                       TO WS-TOKEN
           MOVE SPACES                         TO WS-VALOR
           IF WS-VIA EQUAL 1 THEN
              MOVE 'VIA ORIGINAL'              TO WS-VALOR
           ELSE
              STRING 'VIA '                    DELIMITED SIZE
                     WS-VIA                    DELIMITED SIZE
                     ' - REEMISSAO DA CCB N. ' DELIMITED SIZE
                     WS-NUMERO-ORIGINAL        DELIMITED SIZE
                     INTO WS-VALOR
           END-IF
           PERFORM TROCA-TODOS
           MOVE '&CONT.'                       TO WS-TOKEN
           MOVE WS-CONTRATO-INF                TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&NOME.'                       TO WS-TOKEN
           MOVE WS-TOM-NOME                    TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&CPFC.'                       TO WS-TOKEN
           MOVE WS-TOM-CPF                     TO WS-CPF-AUX
           PERFORM FORMATA-CPF
           PERFORM TROCA-TODOS
           MOVE '&ENDE.'                       TO WS-TOKEN
           MOVE SPACES                         TO WS-VALOR
           STRING FUNCTION TRIM(WS-TOM-RUA) DELIMITED SIZE
                  ', '                      DELIMITED SIZE
                  WS-TOM-NUMERO             DELIMITED SIZE
                  INTO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&CIDA.'                       TO WS-TOKEN
           MOVE SPACES                         TO WS-VALOR
           STRING FUNCTION TRIM(WS-TOM-CIDADE) DELIMITED SIZE
                  ' - '                     DELIMITED SIZE
                  WS-TOM-UF                 DELIMITED SIZE
                  ' - CEP '                 DELIMITED SIZE
                  WS-TOM-CEP                DELIMITED SIZE
                  INTO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&PROD.'                       TO WS-TOKEN
           IF HDR-COD-PRODUTO EQUAL SPACES THEN
              MOVE 'SEM PRODUTO'               TO WS-VALOR
           ELSE
              MOVE HDR-COD-PRODUTO             TO WS-VALOR
           END-IF
           PERFORM TROCA-TODOS
           MOVE '&EMIS.'                       TO WS-TOKEN
           MOVE HDR-DATA-CRIACAO               TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           PERFORM TROCA-TODOS
           MOVE '&PRIN.'                       TO WS-TOKEN
           MOVE HDR-VLR-PRINCIPAL              TO WS-VLR-ED
           MOVE WS-VLR-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&IOFV.'                       TO WS-TOKEN
           MOVE HDR-VLR-IOF                    TO WS-VLR-ED
           MOVE SPACES                         TO WS-VALOR
           EVALUATE TRUE
              WHEN HDR-VLR-IOF EQUAL ZEROS
                 MOVE WS-VLR-ED                TO WS-VALOR
              WHEN HDR-IOF-A-VISTA
                 STRING WS-VLR-ED              DELIMITED SIZE
                        ' (PAGO A VISTA)'      DELIMITED SIZE
                        INTO WS-VALOR
              WHEN OTHER
                 STRING WS-VLR-ED              DELIMITED SIZE
                        ' (FINANCIADO)'        DELIMITED SIZE
                        INTO WS-VALOR
           END-EVALUATE
           PERFORM TROCA-TODOS
           MOVE '&LIQU.'                       TO WS-TOKEN
           MOVE WS-VLR-LIBERADO                TO WS-VLR-ED
           MOVE WS-VLR-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&PRAZ.'                       TO WS-TOKEN
           MOVE HDR-NUM-PRESTACOES             TO WS-QTD-ED
           MOVE WS-QTD-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&SIST.'                       TO WS-TOKEN
           IF HDR-SAC THEN
              MOVE 'SAC'                       TO WS-VALOR
           ELSE
              MOVE 'PRICE'                     TO WS-VALOR
           END-IF
           PERFORM TROCA-TODOS
           MOVE '&TXMS.'                       TO WS-TOKEN
           MOVE WS-TAXA-MES-PCT                TO WS-PCT-ED
           MOVE WS-PCT-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&TXAN.'                       TO WS-TOKEN
           MOVE WS-TAXA-ANO-PCT                TO WS-PCT-ANO-ED
           MOVE WS-PCT-ANO-ED                  TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&CETM.'                       TO WS-TOKEN
           MOVE WS-CET-MES-PCT                 TO WS-PCT-ED
           MOVE WS-PCT-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&CETA.'                       TO WS-TOKEN
           MOVE WS-CET-ANO-PCT                 TO WS-PCT-ANO-ED
           MOVE WS-PCT-ANO-ED                  TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&TOTP.'                       TO WS-TOKEN
           MOVE WS-TOT-PARCELAS                TO WS-TOT-ED
           MOVE WS-TOT-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&DATA.'                       TO WS-TOKEN
           MOVE WS-DATA-EXTENSO                TO WS-VALOR
           PERFORM TROCA-TODOS.
      *
      *   CPF de onze digitos em WS-CPF-AUX para 999.999.999-99 em
      *   WS-VALOR.
       FORMATA-CPF.
           MOVE SPACES                         TO WS-VALOR
           STRING WS-CPF-AUX(1:3) DELIMITED SIZE
                  '.'             DELIMITED SIZE
                  WS-CPF-AUX(4:3) DELIMITED SIZE
                  '.'             DELIMITED SIZE
                  WS-CPF-AUX(7:3) DELIMITED SIZE
                  '-'             DELIMITED SIZE
                  WS-CPF-AUX(10:2) DELIMITED SIZE
                  INTO WS-VALOR.
      *
      *   Data AAAAMMDD em WS-DATA-AUX para DD/MM/AAAA em WS-VALOR;
      *   data zerada sai em branco.
       FORMATA-DATA.
           MOVE SPACES                         TO WS-VALOR
           IF WS-DATA-AUX NOT EQUAL ZEROS THEN
              MOVE WS-AUX-DD                   TO WS-ED-DD
              MOVE WS-AUX-MM                   TO WS-ED-MM
              MOVE WS-AUX-AAAA                 TO WS-ED-AAAA
              MOVE WS-DATA-ED                  TO WS-VALOR
           END-IF.
      *
       TROCA-TODOS.
           MOVE 1                              TO WS-POS-ACHADA
           PERFORM TROCA-MARCADOR
                   UNTIL WS-POS-ACHADA EQUAL ZEROS.
      *
      *   Troca a primeira ocorrencia de WS-TOKEN (seis posicoes) em
      *   WS-LINHA-CCB pelo valor corrente, sem espacos a direita.
       TROCA-MARCADOR.
           MOVE ZEROS                          TO WS-POS-ACHADA
           PERFORM VARYING WS-POS FROM 1 BY 1
                           UNTIL WS-POS > 75
                              OR WS-POS-ACHADA GREATER ZEROS
              IF WS-LINHA-CCB(WS-POS:6) EQUAL WS-TOKEN THEN
                 MOVE WS-POS                   TO WS-POS-ACHADA
              END-IF
           END-PERFORM.
           IF WS-POS-ACHADA GREATER ZEROS THEN
              MOVE WS-LINHA-CCB                TO WS-LINHA-AUX
              MOVE SPACES                      TO WS-LINHA-CCB
              EVALUATE TRUE
                 WHEN WS-POS-ACHADA EQUAL 1
                    STRING FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           WS-LINHA-AUX(7:74)      DELIMITED SIZE
                           INTO WS-LINHA-CCB
                 WHEN WS-POS-ACHADA EQUAL 75
      *   Marcador encostado na coluna 80: nao ha sufixo a copiar.
                    STRING WS-LINHA-AUX(1:74)      DELIMITED SIZE
                           FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           INTO WS-LINHA-CCB
                 WHEN OTHER
                    STRING WS-LINHA-AUX(1:WS-POS-ACHADA - 1)
                                                   DELIMITED SIZE
                           FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           WS-LINHA-AUX(WS-POS-ACHADA + 6:
                                        75 - WS-POS-ACHADA)
                                                   DELIMITED SIZE
                           INTO WS-LINHA-CCB
              END-EVALUATE
           END-IF.
      *
      *   Data da emissao por extenso, com o nome do mes vindo da
      *   tabela do copybook MESESNOME.
       MONTA-DATA-EXTENSO.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           MOVE SPACES                         TO WS-NOME-MES
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES > 12
              IF WS-TAB-MES-NUM(WS-IND-MES) EQUAL WS-HOJE-MM THEN
                 MOVE WS-TAB-MES-NOME(WS-IND-MES) TO WS-NOME-MES
              END-IF
           END-PERFORM.
           MOVE SPACES                         TO WS-DATA-EXTENSO
           STRING WS-HOJE-DD                DELIMITED SIZE
                  ' DE '                    DELIMITED SIZE
                  FUNCTION TRIM(WS-NOME-MES) DELIMITED SIZE
                  ' DE '                    DELIMITED SIZE
                  WS-HOJE-AAAA              DELIMITED SIZE
                  INTO WS-DATA-EXTENSO.
      *
       END PROGRAM PGCCBEMI.
