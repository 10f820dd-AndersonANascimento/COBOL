      * Program name:    PGNVL882
      * Original author: Anderson Nascimento
      * Purpose: Trabalhando com constantes e Booleanos
      *          Conversao entre moedas pela cotacao do dia; a
      *          conversao efetivada no balcao (compra ou venda de
      *          moeda estrangeira contra Reais) vira operacao em
      *          CAMBIO.TXT, com a taxa aplicada com o spread do
      *          cartao CAMBIO.PARM, e sai com recibo numerado em
      *          CAMBIO.LST. A posicao do dia fecha no PGCAMPOS.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operacao de balcao: a
      *                                 conversao efetivada grava
      *                                 CAMBIO.TXT com operador, CPF
      *                                 do cliente (PGVALCPF), moeda,
      *                                 valor, taxa de referencia do
      *                                 COTACOES.DAT e taxa de
      *                                 compra/venda com spread
      *                                 (CAMBIO.PARM), e emite recibo
      *                                 numerado (CAMBSEQ.CTL) em
      *                                 CAMBIO.LST.
      * 02/09/2026 Anderson Nascimento  Moeda validada e nomeada
      *                                 pelo registro MOEDAS.DAT
      *                                 (PGMOEDAS): codigo fora do
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS MOE-CODIGO
           FILE STATUS  IS WS-FS-MOE.
           SELECT CAMBIO ASSIGN TO './CAMBIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CBO.
           SELECT CAMBIMP ASSIGN TO './CAMBIO.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CBI.
           SELECT CAMBSEQ ASSIGN TO './CAMBSEQ.CTL'
           FILE STATUS  IS WS-FS-SEQ.
           SELECT CAMBPARM ASSIGN TO './CAMBIO.PARM'
           FILE STATUS  IS WS-FS-PRM.

      *****************************************************************
       DATA DIVISION.
             05  MOE-DECIMAIS        PIC 9(01).
             05  MOE-ATIVA           PIC X(01).
                 88  MOE-ESTA-ATIVA  VALUE 'S'.
      *
      *   CAMBIO.TXT - uma operacao de balcao por registro: C a casa
      *   compra a moeda do cliente, V a casa vende; valores na
      *   moeda estrangeira e em Reais, e o ganho de spread em Reais
      *   contra a taxa de referencia.
         FD  CAMBIO.
         01  REG-CAMBIO.
             05  CBO-NUMERO          PIC 9(07).
             05  CBO-DATA            PIC 9(08).
             05  CBO-HORA            PIC 9(06).
             05  CBO-OPERADOR        PIC X(20).
             05  CBO-CPF             PIC 9(11).
             05  CBO-TIPO            PIC X(01).
                 88  CBO-COMPRA      VALUE 'C'.
                 88  CBO-VENDA       VALUE 'V'.
             05  CBO-MOEDA           PIC 9(01).
             05  CBO-ISO             PIC X(03).
             05  CBO-VLR-MOEDA       PIC 9(09)V99.
             05  CBO-VLR-REAIS       PIC 9(09)V99.
             05  CBO-DATA-COTACAO    PIC 9(08).
             05  CBO-TAXA-REF        PIC 9(03)V9(04).
             05  CBO-TAXA-APLICADA   PIC 9(03)V9(04).
             05  CBO-PCT-SPREAD      PIC 9(02)V99.
             05  CBO-VLR-SPREAD      PIC 9(07)V99.
      *
      *   CAMBIO.LST - vias impressas dos recibos de cambio.
         FD  CAMBIMP.
         01  REG-CAMBIMP                     PIC X(80).
      *
      *   CAMBSEQ.CTL - ultimo numero de recibo de cambio emitido.
         FD  CAMBSEQ.
         01  REG-CAMBSEQ.
             05  SEQ-ULTIMO-NUMERO   PIC 9(07).
      *
      *   CAMBIO.PARM - cartao com o spread (percentual sobre a taxa
      *   de referencia) da compra e da venda.
         FD  CAMBPARM.
         01  REG-CAMBPARM.
             05  PRM-SPREAD-COMPRA   PIC 9(02)V99.
             05  PRM-SPREAD-VENDA    PIC 9(02)V99.
      *
         WORKING-STORAGE SECTION.
         01 WS-REG.
         77 WS-NOME-MOEDA-DEST              PIC X(20) VALUE SPACES.
         77 WS-CAMBIO-BUSCA                  PIC 9     VALUE ZERO.
         77 WS-NOME-MOEDA-AUX                PIC X(20) VALUE SPACES.
         77 WS-ISO-AUX                       PIC X(03) VALUE SPACES.
         77 WS-ISO-ORIGEM                    PIC X(03) VALUE SPACES.
         77 WS-ISO-DEST                      PIC X(03) VALUE SPACES.
      *
      *   Operacao de balcao: spread do cartao (padrao 2% na compra
      *   e na venda), recibo numerado e os valores da operacao.
         77 WS-FS-CBO                        PIC 99.
         77 WS-FS-CBI                        PIC 99.
         77 WS-FS-SEQ                        PIC 99.
         77 WS-FS-PRM                        PIC 99.
         77 WS-EFETIVA                       PIC X     VALUE 'N'.
         77 WS-CONFIRMA                      PIC X     VALUE 'N'.
         77 WS-SPREAD-COMPRA                 PIC 9(2)V99 VALUE 2.00.
         77 WS-SPREAD-VENDA                  PIC 9(2)V99 VALUE 2.00.
         77 WS-ULTIMO-RECIBO                 PIC 9(7) VALUE ZEROS.
         77 WS-OPE-TIPO                      PIC X     VALUE SPACE.
         77 WS-OPE-MOEDA                     PIC 9     VALUE ZERO.
         77 WS-OPE-ISO                       PIC X(03) VALUE SPACES.
         77 WS-OPE-TAXA-REF                  PIC 9(3)V9(4) VALUE ZERO.
         77 WS-OPE-TAXA-APL                  PIC 9(3)V9(4) VALUE ZERO.
         77 WS-OPE-PCT                       PIC 9(2)V99 VALUE ZERO.
         77 WS-OPE-VLR-MOEDA                 PIC 9(9)V99 VALUE ZERO.
         77 WS-OPE-VLR-REAIS                 PIC 9(9)V99 VALUE ZERO.
         77 WS-OPE-VLR-SPREAD                PIC 9(7)V99 VALUE ZERO.
         77 WS-OPE-VLR-REF                   PIC 9(9)V99 VALUE ZERO.
         COPY CPFVAL.
         77 WS-DATA-HORA                     PIC X(21).
         77 WS-HOJE                          PIC 9(8) VALUE ZEROS.
         77 WS-DATA-CONSULTA                 PIC X(08) VALUE SPACES.
            05 LOP-BRASILEIRO                PIC X(12).
            05 LOP-MOEDA                     PIC X(15).
            05 LOP-MOEDA-DEST                PIC X(15).
      *
         01 LINHA-CAMBIO-1.
            05 FILLER                        PIC X(19) VALUE
               'RECIBO DE CAMBIO N.'.
            05 LC1-NUMERO                    PIC 9(07).
            05 FILLER                        PIC X(07) VALUE '  DATA '.
            05 LC1-DATA                      PIC 9(08).
            05 FILLER                        PIC X(01) VALUE SPACE.
            05 LC1-HORA                      PIC 9(06).
            05 FILLER                        PIC X(02) VALUE SPACES.
            05 LC1-OPERACAO                  PIC X(30).
         01 LINHA-CAMBIO-2.
            05 FILLER                        PIC X(12) VALUE
               'CLIENTE CPF '.
            05 LC2-CPF                       PIC 9(11).
            05 FILLER                        PIC X(11) VALUE
               '  OPERADOR '.
            05 LC2-OPERADOR                  PIC X(20).
            05 FILLER                        PIC X(26) VALUE SPACES.
         01 LINHA-CAMBIO-3.
            05 FILLER                        PIC X(07) VALUE 'MOEDA '.
            05 LC3-ISO                       PIC X(03).
            05 FILLER                        PIC X(01) VALUE SPACE.
            05 LC3-VLR-MOEDA                 PIC ZZZZZZZZ9.99.
            05 FILLER                        PIC X(09) VALUE
               '  REAIS '.
            05 LC3-VLR-REAIS                 PIC ZZZZZZZZ9.99.
            05 FILLER                        PIC X(36) VALUE SPACES.
         01 LINHA-CAMBIO-4.
            05 FILLER                        PIC X(18) VALUE
               'TAXA DE REFERENCIA'.
            05 FILLER                        PIC X(01) VALUE SPACE.
            05 LC4-TAXA-REF                  PIC ZZ9.9999.
            05 FILLER                        PIC X(17) VALUE
               '  TAXA APLICADA '.
            05 LC4-TAXA-APL                  PIC ZZ9.9999.
            05 FILLER                        PIC X(10) VALUE
               '  SPREAD '.
            05 LC4-PCT                       PIC Z9.99.
            05 FILLER                        PIC X(01) VALUE '%'.
            05 FILLER                        PIC X(12) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
         MAIN-PROCEDURE.
           MOVE WS-CAMBIO                     TO WS-CAMBIO-BUSCA
           PERFORM NOMEIA-MOEDA
           MOVE WS-NOME-MOEDA-AUX             TO WS-NOME-MOEDA
           MOVE WS-ISO-AUX                    TO WS-ISO-ORIGEM
           MOVE WS-MOEDA-VALIDA               TO WS-ORIGEM-VALIDA
           MOVE WS-CAMBIO-DEST                TO WS-CAMBIO-BUSCA
           PERFORM NOMEIA-MOEDA
           MOVE WS-NOME-MOEDA-AUX             TO WS-NOME-MOEDA-DEST
           MOVE WS-ISO-AUX                    TO WS-ISO-DEST
           MOVE WS-MOEDA-VALIDA               TO WS-DESTINO-VALIDA
           IF WS-ORIGEM-VALIDA NOT EQUAL 'S'
                    OR WS-DESTINO-VALIDA NOT EQUAL 'S' THEN
                 DISPLAY 'Cotação em ' WS-DATA-BUSCA ' - ORIGEM: '
                         WS-TAXA-DIA ' DESTINO: ' WS-TAXA-DEST
                 DISPLAY 'Valor convertido: ' WS-VLR-CONVERTIDO
                 DISPLAY 'Efetivar a operacao no balcao (S/N): '
                 ACCEPT WS-EFETIVA
                 IF WS-EFETIVA EQUAL 'S' OR WS-EFETIVA EQUAL 's'
                    PERFORM EFETIVA-OPERACAO THRU EFETIVA-OPERACAO-FIM
                 END-IF
              ELSE
                 DISPLAY 'Falta cotação de uma das moedas na data '
                         WS-DATA-BUSCA
      *   MOEDAS.DAT: nome do registro, e valida so quando ativa.
       NOMEIA-MOEDA.
           MOVE 'N'                           TO WS-MOEDA-VALIDA
           MOVE SPACES                        TO WS-ISO-AUX
           MOVE 'Inválida'                    TO WS-NOME-MOEDA-AUX
           IF WS-MOEDAS-OK EQUAL 'S' THEN
              MOVE WS-CAMBIO-BUSCA            TO MOE-CODIGO
                    CONTINUE
                 NOT INVALID KEY
                    MOVE MOE-NOME             TO WS-NOME-MOEDA-AUX
                    MOVE MOE-ISO              TO WS-ISO-AUX
                    IF MOE-ESTA-ATIVA THEN
                       MOVE 'S'               TO WS-MOEDA-VALIDA
                    ELSE
           MOVE WS-NOME-MOEDA                 TO LOP-MOEDA
           MOVE WS-NOME-MOEDA-DEST            TO LOP-MOEDA-DEST
           WRITE REG-OPERADOR FROM LINHA-OPERADOR.
      *
      *   Operacao de balcao: uma das pontas e o Real. Origem em
      *   Reais e venda da moeda de destino pela casa (taxa acima da
      *   referencia); destino em Reais e compra da moeda de origem
      *   (taxa abaixo). So com a cotacao de hoje.
       EFETIVA-OPERACAO.
           MOVE FUNCTION CURRENT-DATE(1:8)    TO WS-HOJE
           IF WS-DATA-BUSCA NOT EQUAL WS-HOJE THEN
              DISPLAY '>> OPERACAO DE BALCAO SO COM A COTACAO DE'
                      ' HOJE - NADA GRAVADO.'
              GO TO EFETIVA-OPERACAO-FIM
           END-IF
           EVALUATE TRUE
              WHEN WS-ISO-ORIGEM EQUAL 'BRL'
                       AND WS-ISO-DEST NOT EQUAL 'BRL'
                 MOVE 'V'                     TO WS-OPE-TIPO
                 MOVE WS-CAMBIO-DEST          TO WS-OPE-MOEDA
                 MOVE WS-ISO-DEST             TO WS-OPE-ISO
                 MOVE WS-TAXA-DEST            TO WS-OPE-TAXA-REF
              WHEN WS-ISO-DEST EQUAL 'BRL'
                       AND WS-ISO-ORIGEM NOT EQUAL 'BRL'
                 MOVE 'C'                     TO WS-OPE-TIPO
                 MOVE WS-CAMBIO               TO WS-OPE-MOEDA
                 MOVE WS-ISO-ORIGEM           TO WS-OPE-ISO
                 MOVE WS-TAXA-DIA             TO WS-OPE-TAXA-REF
              WHEN OTHER
                 DISPLAY '>> OPERACAO DE BALCAO SO ENTRE REAIS E'
                         ' MOEDA ESTRANGEIRA - NADA GRAVADO.'
                 GO TO EFETIVA-OPERACAO-FIM
           END-EVALUATE

           MOVE 'N'                           TO CV-STATUS
           PERFORM UNTIL CV-CPF-VALIDO
              DISPLAY 'CPF do cliente (11 digitos): '
              ACCEPT CV-CPF
              CALL './bin/PGVALCPF' USING CV-PARM
              IF CV-CPF-INVALIDO THEN
                 DISPLAY '>> CPF INVALIDO - DIGITOS VERIFICADORES NAO'
                         ' CONFEREM.'
              END-IF
           END-PERFORM

           PERFORM CARREGA-SPREAD
           IF WS-OPE-TIPO EQUAL 'V' THEN
              MOVE WS-SPREAD-VENDA            TO WS-OPE-PCT
              COMPUTE WS-OPE-TAXA-APL ROUNDED =
                 WS-OPE-TAXA-REF * (100 + WS-OPE-PCT) / 100
              MOVE WS-VLR-ORIGEM              TO WS-OPE-VLR-REAIS
              COMPUTE WS-OPE-VLR-MOEDA ROUNDED =
                 WS-OPE-VLR-REAIS / WS-OPE-TAXA-APL
              COMPUTE WS-OPE-VLR-REF ROUNDED =
                 WS-OPE-VLR-MOEDA * WS-OPE-TAXA-REF
              COMPUTE WS-OPE-VLR-SPREAD =
                 WS-OPE-VLR-REAIS - WS-OPE-VLR-REF
              DISPLAY 'VENDA DE ' WS-OPE-VLR-MOEDA ' ' WS-OPE-ISO
                      ' POR ' WS-OPE-VLR-REAIS ' BRL'
           ELSE
              MOVE WS-SPREAD-COMPRA           TO WS-OPE-PCT
              COMPUTE WS-OPE-TAXA-APL ROUNDED =
                 WS-OPE-TAXA-REF * (100 - WS-OPE-PCT) / 100
              MOVE WS-VLR-ORIGEM              TO WS-OPE-VLR-MOEDA
              COMPUTE WS-OPE-VLR-REAIS ROUNDED =
                 WS-OPE-VLR-MOEDA * WS-OPE-TAXA-APL
              COMPUTE WS-OPE-VLR-REF ROUNDED =
                 WS-OPE-VLR-MOEDA * WS-OPE-TAXA-REF
              COMPUTE WS-OPE-VLR-SPREAD =
                 WS-OPE-VLR-REF - WS-OPE-VLR-REAIS
              DISPLAY 'COMPRA DE ' WS-OPE-VLR-MOEDA ' ' WS-OPE-ISO
                      ' POR ' WS-OPE-VLR-REAIS ' BRL'
           END-IF
           DISPLAY 'TAXA DE REFERENCIA ' WS-OPE-TAXA-REF
                   '  TAXA APLICADA ' WS-OPE-TAXA-APL
                   '  SPREAD ' WS-OPE-PCT '%'
           DISPLAY 'Confirma a operacao (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'OPERACAO CANCELADA.'
              GO TO EFETIVA-OPERACAO-FIM
           END-IF

           PERFORM CARREGA-ULTIMO-RECIBO
           ADD 1                              TO WS-ULTIMO-RECIBO
           PERFORM GRAVA-ULTIMO-RECIBO
           MOVE FUNCTION CURRENT-DATE         TO WS-DATA-HORA
           MOVE WS-ULTIMO-RECIBO              TO CBO-NUMERO
           MOVE WS-DATA-HORA(1:8)             TO CBO-DATA
           MOVE WS-DATA-HORA(9:6)             TO CBO-HORA
           MOVE WS-NOME                       TO CBO-OPERADOR
           MOVE CV-CPF                        TO CBO-CPF
           MOVE WS-OPE-TIPO                   TO CBO-TIPO
           MOVE WS-OPE-MOEDA                  TO CBO-MOEDA
           MOVE WS-OPE-ISO                    TO CBO-ISO
           MOVE WS-OPE-VLR-MOEDA              TO CBO-VLR-MOEDA
           MOVE WS-OPE-VLR-REAIS              TO CBO-VLR-REAIS
           MOVE WS-DATA-BUSCA                 TO CBO-DATA-COTACAO
           MOVE WS-OPE-TAXA-REF               TO CBO-TAXA-REF
           MOVE WS-OPE-TAXA-APL               TO CBO-TAXA-APLICADA
           MOVE WS-OPE-PCT                    TO CBO-PCT-SPREAD
           MOVE WS-OPE-VLR-SPREAD             TO CBO-VLR-SPREAD
           OPEN EXTEND CAMBIO
           IF WS-FS-CBO EQUAL 35 THEN
              OPEN OUTPUT CAMBIO
           END-IF
           WRITE REG-CAMBIO
           CLOSE CAMBIO
           PERFORM IMPRIME-RECIBO-CAMBIO
           DISPLAY 'RECIBO DE CAMBIO ' WS-ULTIMO-RECIBO
                   ' EMITIDO (CAMBIO.LST).'.
       EFETIVA-OPERACAO-FIM.
           EXIT.
      *
       CARREGA-SPREAD.
           OPEN INPUT CAMBPARM
           IF WS-FS-PRM EQUAL ZEROS THEN
              READ CAMBPARM
                 NOT AT END
                    IF PRM-SPREAD-COMPRA NUMERIC THEN
                       MOVE PRM-SPREAD-COMPRA TO WS-SPREAD-COMPRA
                    END-IF
                    IF PRM-SPREAD-VENDA NUMERIC THEN
                       MOVE PRM-SPREAD-VENDA  TO WS-SPREAD-VENDA
                    END-IF
              END-READ
              CLOSE CAMBPARM
           END-IF.
      *
       CARREGA-ULTIMO-RECIBO.
           MOVE ZEROS                         TO WS-ULTIMO-RECIBO
           OPEN INPUT CAMBSEQ
           IF WS-FS-SEQ EQUAL ZEROS THEN
              READ CAMBSEQ
                 NOT AT END
                    MOVE SEQ-ULTIMO-NUMERO    TO WS-ULTIMO-RECIBO
              END-READ
              CLOSE CAMBSEQ
           END-IF.
      *
       GRAVA-ULTIMO-RECIBO.
           OPEN OUTPUT CAMBSEQ
           MOVE WS-ULTIMO-RECIBO              TO SEQ-ULTIMO-NUMERO
           WRITE REG-CAMBSEQ
           CLOSE CAMBSEQ.
      *
      *   Via impressa do recibo, em CAMBIO.LST, para o cliente
      *   assinar.
       IMPRIME-RECIBO-CAMBIO.
           OPEN EXTEND CAMBIMP
           IF WS-FS-CBI EQUAL 35 THEN
              OPEN OUTPUT CAMBIMP
           END-IF
           MOVE CBO-NUMERO                    TO LC1-NUMERO
           MOVE CBO-DATA                      TO LC1-DATA
           MOVE CBO-HORA                      TO LC1-HORA
           IF CBO-VENDA THEN
              MOVE 'VENDA DE MOEDA AO CLIENTE'
                                              TO LC1-OPERACAO
           ELSE
              MOVE 'COMPRA DE MOEDA DO CLIENTE'
                                              TO LC1-OPERACAO
           END-IF
           WRITE REG-CAMBIMP FROM LINHA-CAMBIO-1
           MOVE CBO-CPF                       TO LC2-CPF
           MOVE CBO-OPERADOR                  TO LC2-OPERADOR
           WRITE REG-CAMBIMP FROM LINHA-CAMBIO-2
           MOVE CBO-ISO                       TO LC3-ISO
           MOVE CBO-VLR-MOEDA                 TO LC3-VLR-MOEDA
           MOVE CBO-VLR-REAIS                 TO LC3-VLR-REAIS
           WRITE REG-CAMBIMP FROM LINHA-CAMBIO-3
           MOVE CBO-TAXA-REF                  TO LC4-TAXA-REF
           MOVE CBO-TAXA-APLICADA             TO LC4-TAXA-APL
           MOVE CBO-PCT-SPREAD                TO LC4-PCT
           WRITE REG-CAMBIMP FROM LINHA-CAMBIO-4
           MOVE ALL '-'                       TO REG-CAMBIMP
           WRITE REG-CAMBIMP
           CLOSE CAMBIMP.
      *
       FECHAMENTO-ARQUIVOS.
           IF WS-MOEDAS-OK EQUAL 'S' THEN
