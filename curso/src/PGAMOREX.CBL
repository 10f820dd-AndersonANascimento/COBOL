      *****************************************************************
      * Program name:    PGAMOREX
      * Original author: Anderson Nascimento
      * Purpose: Amortizacao extraordinaria (pagamento parcial
      *          antecipado) de contrato. O cliente traz um valor e
      *          escolhe: P mantem a parcela e encurta o prazo, V
      *          mantem o prazo e reduz a parcela. O saldo devedor
      *          das parcelas futuras em aberto (soma das
      *          amortizacoes ainda nao vencidas) cai pelo valor
      *          aportado e essas parcelas sao recalculadas no
      *          PARCELAS.DAT pelo sistema do contrato (PRICE ou SAC,
      *          a mesma conta do PGARRAYS), mantendo os vencimentos
      *          gravados; as que sobram quando o prazo encurta ficam
      *          com situacao 'E' (extinta). O aporte vai para
      *          PAGTOS.TXT com a situacao AMORTEXT (parcela 000, sem
      *          baixar parcela alguma) e sai o recibo numerado com o
      *          cronograma antes/depois para o cliente assinar em
      *          AMORTEXT.LST. Contrato com parcela vencida em aberto
      *          ou com pagamento parcial nao entra: regulariza-se
      *          antes. Aporte que cobre o saldo todo e quitacao
      *          (PGQUITAC).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de atualizacao e o
      *                                 controle de periodo fechado.
      * 15/10/2026 Anderson Nascimento  Parcelas gravadas vao para o
      *                                 jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Amortizacao recusada com a
      *                                 competencia de hoje fechada
      *                                 (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAMOREX.
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
           SELECT AMORTSEQ ASSIGN TO './AMORTSEQ.CTL'
           FILE STATUS  IS WS-FS-SEQ.
           SELECT RELATORIO ASSIGN TO './AMORTEXT.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PARCELAS.DAT - mestre de parcelas; as futuras sao
      *   recalculadas e as que sobram ficam com situacao 'E'.
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
             05  PAR-VENCIMENTO      PIC 9(08).
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
             05  HDR-COD-PRODUTO     PIC X(04).
      *
      *   PAGTOS.TXT - mesmas baixas do PGPAGTOS; o aporte entra
      *   como AMORTEXT na parcela 000.
         FD  PAGTOS.
         01  REG-PAGTO.
             05  PAG-NUM-CONTRATO    PIC 9(05).
             05  PAG-NUM-PARCELA     PIC 9(03).
             05  PAG-DATA-PGTO       PIC 9(08).
             05  PAG-VLR-PAGO        PIC 9(07)V99.
             05  PAG-SITUACAO        PIC X(08).
             05  PAG-VLR-MORA        PIC 9(07)V99.
      *
      *   AMORTSEQ.CTL - ultimo numero de recibo emitido.
         FD  AMORTSEQ.
         01  REG-AMORTSEQ.
             05  SEQ-ULTIMO-NUMERO   PIC 9(07).
      *
      *   AMORTEXT.LST - recibos com o cronograma antes/depois.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC 99.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-SEQ               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-NUM-CONTRATO         PIC 9(05) VALUE ZEROS.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-VLR-APORTE           PIC 9(07)V99 VALUE ZEROS.
         77  WS-MODALIDADE           PIC X     VALUE SPACES.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-ULTIMO-NUMERO        PIC 9(07) VALUE ZEROS.
         77  WS-TAXA-JUROS           PIC 9V9(6) VALUE ZEROS.
         77  WS-SISTEMA-AMORT        PIC X     VALUE 'P'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
      *   Pago acumulado por parcela do contrato, de PAGTOS.TXT.
         77  WS-QTD-PAGAS            PIC 9(03) VALUE ZEROS.
         01  WS-TAB-PAGO OCCURS 600 TIMES.
             05  WS-PGO-PARCELA      PIC 9(03).
             05  WS-PGO-VALOR        PIC 9(07)V99.
         77  WS-IND-PAR              PIC 9(03).
         77  WS-PAR-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
      *
      *   Situacao do contrato na data: vencidas em aberto, parcelas
      *   futuras com pagamento parcial e o saldo devedor futuro.
         77  WS-QTD-VENCIDAS         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-PARCIAIS         PIC 9(03) VALUE ZEROS.
         77  WS-SALDO-ANTES          PIC 9(09)V99 VALUE ZEROS.
         77  WS-SALDO-DEPOIS         PIC 9(09)V99 VALUE ZEROS.
      *
      *   Cronograma futuro antes do aporte (como esta no mestre).
         77  TT-PARC                 PIC 9(03) VALUE 360.
         77  WS-QTD-ANTES            PIC 9(03) VALUE ZEROS.
         01  WS-CRONO-ANTES.
             05  WS-TAB-ANTES OCCURS 360 TIMES.
                 10  WS-ANT-PARCELA  PIC 9(03).
                 10  WS-ANT-VENCTO   PIC 9(08).
                 10  WS-ANT-VALOR    PIC 9(07)V99.
                 10  WS-ANT-JUROS    PIC 9(07)V99.
                 10  WS-ANT-AMORT    PIC 9(07)V99.
                 10  WS-ANT-SALDO    PIC 9(07)V99.
      *
      *   Cronograma recalculado sobre o saldo depois do aporte.
         77  WS-QTD-NOVAS            PIC 9(03) VALUE ZEROS.
         01  WS-CRONO-NOVO.
             05  WS-TAB-NOVO OCCURS 360 TIMES.
                 10  WS-NOV-VALOR    PIC 9(07)V99.
                 10  WS-NOV-JUROS    PIC 9(07)V99.
                 10  WS-NOV-AMORT    PIC 9(07)V99.
                 10  WS-NOV-SALDO    PIC 9(07)V99.
         77  WS-IND                  PIC 9(03).
         77  WS-FATOR                PIC 9(05)V9(9) VALUE ZEROS.
         77  WS-PARCELA-FIXA         PIC 9(07)V99 VALUE ZEROS.
         77  WS-AMORT-FIXA           PIC 9(07)V99 VALUE ZEROS.
         77  WS-SALDO-DEV            PIC S9(09)V99 VALUE ZEROS.
         77  WS-VLR-JUROS-MES        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-AMORT-MES        PIC S9(07)V99 VALUE ZEROS.
      *
      *   Vencimento gravado na parcela, como no PGQUITAC.
         77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
         77  WS-INT-REF              PIC 9(07) VALUE ZEROS.
      *
        01  LINHA-TITULO.
            03  FILLER               PIC X(40) VALUE
                'RECIBO DE AMORTIZACAO EXTRAORDINARIA N.'.
            03  TIT-NUMERO           PIC 9(07).
            03  FILLER               PIC X(12) VALUE '  CONTRATO '.
            03  TIT-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(16) VALUE SPACES.
      *
        01  LINHA-ITEM.
            03  ITE-ROTULO           PIC X(36).
            03  ITE-VALOR            PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(31) VALUE SPACES.
      *
        01  LINHA-TEXTO.
            03  TXT-TEXTO            PIC X(60).
            03  FILLER               PIC X(20) VALUE SPACES.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(35) VALUE
                'PARC VENCTO           VALOR        '.
            03  FILLER               PIC X(45) VALUE
                ' JUROS         AMORT         SALDO'.
      *
        01  LINHA-PARCELA.
            03  LPA-PARCELA          PIC ZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LPA-VENCTO           PIC 9(08).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LPA-VALOR            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LPA-JUROS            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LPA-AMORT            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LPA-SALDO            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(11) VALUE SPACES.
         COPY CABREL.
         COPY FECHPER.
         COPY JORNAL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ AMORTIZACAO EXTRAORDINARIA ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
      *   O aporte entra em PAGTOS.TXT com a data de hoje.
           MOVE WS-DATA-HOJE                   TO FP-DATA
           MOVE 'PGAMOREX'                     TO FP-PROGRAMA
           MOVE WS-OPERADOR                    TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' AMORTIZACAO NAO PERMITIDA.'
              GOBACK
           END-IF
           DISPLAY 'Contrato: '
           ACCEPT WS-NUM-CONTRATO

           OPEN INPUT CONTRHDR
           IF WS-FS-HDR NOT EQUAL ZEROS THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDR
              GOBACK
           END-IF
           MOVE WS-NUM-CONTRATO                TO HDR-NUM-CONTRATO
           READ CONTRHDR
              INVALID KEY
                 DISPLAY 'CONTRATO NAO ENCONTRADO: ' WS-NUM-CONTRATO
                 CLOSE CONTRHDR
                 GOBACK
           END-READ
           MOVE HDR-TAXA-JUROS                 TO WS-TAXA-JUROS
           IF HDR-SAC THEN
              MOVE 'S'                         TO WS-SISTEMA-AMORT
           END-IF
           CLOSE CONTRHDR.

           PERFORM CARREGA-PAGOS-CONTRATO
           OPEN I-O PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              GOBACK
           END-IF

           PERFORM LE-CRONOGRAMA-ANTES
           EVALUATE TRUE
              WHEN WS-QTD-VENCIDAS GREATER ZEROS
                 DISPLAY '>> CONTRATO COM ' WS-QTD-VENCIDAS
                         ' PARCELA(S) VENCIDA(S) EM ABERTO -'
                         ' REGULARIZE ANTES (PGPAGTOS).'
                 CLOSE PARCELAS
                 GOBACK
              WHEN WS-QTD-PARCIAIS GREATER ZEROS
                 DISPLAY '>> CONTRATO COM ' WS-QTD-PARCIAIS
                         ' PARCELA(S) FUTURA(S) COM PAGAMENTO'
                         ' PARCIAL - REGULARIZE ANTES.'
                 CLOSE PARCELAS
                 GOBACK
              WHEN WS-QTD-ANTES EQUAL ZEROS
                 DISPLAY 'CONTRATO SEM PARCELAS FUTURAS EM ABERTO -'
                         ' NADA A AMORTIZAR.'
                 CLOSE PARCELAS
                 GOBACK
           END-EVALUATE

           DISPLAY 'SALDO DEVEDOR DAS PARCELAS FUTURAS: '
                   WS-SALDO-ANTES ' (' WS-QTD-ANTES ' PARCELAS)'
           DISPLAY 'Valor da amortizacao: '
           ACCEPT WS-VLR-APORTE
           IF WS-VLR-APORTE EQUAL ZEROS THEN
              DISPLAY '>> VALOR ZERO - NADA A AMORTIZAR.'
              CLOSE PARCELAS
              GOBACK
           END-IF
           IF WS-VLR-APORTE NOT LESS WS-SALDO-ANTES THEN
              DISPLAY '>> VALOR COBRE O SALDO TODO - USE A QUITACAO'
                      ' ANTECIPADA (PGQUITAC).'
              CLOSE PARCELAS
              GOBACK
           END-IF
           MOVE SPACES                         TO WS-MODALIDADE
           PERFORM UNTIL WS-MODALIDADE EQUAL 'P'
                      OR WS-MODALIDADE EQUAL 'V'
              DISPLAY 'P-Manter parcela e reduzir prazo /'
                      ' V-Manter prazo e reduzir parcela: '
              ACCEPT WS-MODALIDADE
           END-PERFORM.

           COMPUTE WS-SALDO-DEPOIS = WS-SALDO-ANTES - WS-VLR-APORTE
           PERFORM CALCULA-CRONOGRAMA-NOVO
           PERFORM MOSTRA-CRONOGRAMAS
           DISPLAY 'Confirma a amortizacao (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'AMORTIZACAO CANCELADA.'
              CLOSE PARCELAS
              GOBACK
           END-IF

           PERFORM APLICA-CRONOGRAMA-NOVO
           PERFORM GRAVA-APORTE
           CLOSE PARCELAS.
           PERFORM PROXIMO-NUMERO
           PERFORM IMPRIME-RECIBO
           DISPLAY 'RECIBO ' WS-ULTIMO-NUMERO ' EMITIDO - CONTRATO '
                   WS-NUM-CONTRATO ' AMORTIZADO EM ' WS-VLR-APORTE
                   ' (AMORTEXT.LST).'
           GOBACK.
      *
      *   Pago acumulado por parcela deste contrato, de PAGTOS.TXT.
       CARREGA-PAGOS-CONTRATO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PAGTOS
           IF WS-FS-PAG EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PAGTOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF PAG-NUM-CONTRATO EQUAL WS-NUM-CONTRATO THEN
                          PERFORM ACUMULA-PAGO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAGTOS
           END-IF.
      *
       ACUMULA-PAGO.
           MOVE ZEROS                          TO WS-PAR-ACHADA
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                           UNTIL WS-IND-PAR > WS-QTD-PAGAS
              IF WS-PGO-PARCELA(WS-IND-PAR) EQUAL
                       PAG-NUM-PARCELA THEN
                 MOVE WS-IND-PAR               TO WS-PAR-ACHADA
              END-IF
           END-PERFORM.
           IF WS-PAR-ACHADA EQUAL ZEROS
                    AND WS-QTD-PAGAS LESS 600 THEN
              ADD 1                            TO WS-QTD-PAGAS
              MOVE PAG-NUM-PARCELA             TO
                   WS-PGO-PARCELA(WS-QTD-PAGAS)
              MOVE ZEROS                       TO
                   WS-PGO-VALOR(WS-QTD-PAGAS)
              MOVE WS-QTD-PAGAS                TO WS-PAR-ACHADA
           END-IF.
           IF WS-PAR-ACHADA GREATER ZEROS THEN
      *   Contra-lancamento de estorno (PGESTORN) tira o valor do
      *   pago acumulado em vez de somar.
              IF PAG-SITUACAO EQUAL 'ESTORNO' THEN
                 SUBTRACT PAG-VLR-PAGO         FROM
                     WS-PGO-VALOR(WS-PAR-ACHADA)
              ELSE
                 ADD PAG-VLR-PAGO              TO
                     WS-PGO-VALOR(WS-PAR-ACHADA)
              END-IF
           END-IF.
      *
      *   Percorre as parcelas abertas do contrato: vencidas sem
      *   pagamento completo barram a operacao; as futuras formam o
      *   cronograma "antes" e o saldo devedor (soma das
      *   amortizacoes ainda por vencer).
       LE-CRONOGRAMA-ANTES.
           MOVE ZEROS                          TO WS-QTD-VENCIDAS
                                                  WS-QTD-PARCIAIS
                                                  WS-QTD-ANTES
                                                  WS-SALDO-ANTES
           MOVE WS-NUM-CONTRATO                TO PAR-NUM-CONTRATO
           MOVE ZEROS                          TO PAR-NUM-PARCELA
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
                    IF PAR-NUM-CONTRATO EQUAL WS-NUM-CONTRATO THEN
                       IF PAR-ABERTA THEN
                          PERFORM AVALIA-PARCELA
                       END-IF
                    ELSE
                       MOVE 'S'                TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM.
      *
       AVALIA-PARCELA.
           MOVE ZEROS                          TO WS-VLR-PAGO-ACUM
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                           UNTIL WS-IND-PAR > WS-QTD-PAGAS
              IF WS-PGO-PARCELA(WS-IND-PAR) EQUAL
                       PAR-NUM-PARCELA THEN
                 MOVE WS-PGO-VALOR(WS-IND-PAR) TO WS-VLR-PAGO-ACUM
              END-IF
           END-PERFORM.
           IF WS-VLR-PAGO-ACUM NOT LESS PAR-VLR-PARCELA THEN
      *   Ja paga pelas baixas normais: fora do recalculo.
              CONTINUE
           ELSE
              MOVE ZEROS                       TO WS-DIAS-ATRASO
              IF PAR-VENCIMENTO NOT EQUAL ZEROS THEN
                 COMPUTE WS-INT-VENC =
                    FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
                 COMPUTE WS-INT-REF =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                 COMPUTE WS-DIAS-ATRASO = WS-INT-REF - WS-INT-VENC
              END-IF
              EVALUATE TRUE
                 WHEN WS-DIAS-ATRASO GREATER ZEROS
                    ADD 1                      TO WS-QTD-VENCIDAS
                 WHEN WS-VLR-PAGO-ACUM GREATER ZEROS
                    ADD 1                      TO WS-QTD-PARCIAIS
                 WHEN WS-QTD-ANTES LESS TT-PARC
                    ADD 1                      TO WS-QTD-ANTES
                    MOVE PAR-NUM-PARCELA       TO
                         WS-ANT-PARCELA(WS-QTD-ANTES)
                    MOVE PAR-VENCIMENTO        TO
                         WS-ANT-VENCTO(WS-QTD-ANTES)
                    MOVE PAR-VLR-PARCELA       TO
                         WS-ANT-VALOR(WS-QTD-ANTES)
                    MOVE PAR-VLR-JUROS         TO
                         WS-ANT-JUROS(WS-QTD-ANTES)
                    MOVE PAR-VLR-AMORT         TO
                         WS-ANT-AMORT(WS-QTD-ANTES)
                    MOVE PAR-VLR-SALDO         TO
                         WS-ANT-SALDO(WS-QTD-ANTES)
                    ADD PAR-VLR-AMORT          TO WS-SALDO-ANTES
              END-EVALUATE
           END-IF.
      *
      *   Recalcula as parcelas futuras sobre o saldo depois do
      *   aporte, no sistema do contrato (conta do PGARRAYS):
      *   P mantem a parcela PRICE (ou a amortizacao SAC) da
      *   primeira futura e o prazo encurta; V mantem a quantidade
      *   de parcelas e a parcela cai. O residuo de arredondamento
      *   morre na ultima parcela.
       CALCULA-CRONOGRAMA-NOVO.
           IF WS-MODALIDADE EQUAL 'P' THEN
              MOVE WS-ANT-VALOR(1)             TO WS-PARCELA-FIXA
              MOVE WS-ANT-AMORT(1)             TO WS-AMORT-FIXA
           ELSE
              COMPUTE WS-AMORT-FIXA ROUNDED =
                 WS-SALDO-DEPOIS / WS-QTD-ANTES
              IF WS-TAXA-JUROS EQUAL ZEROS THEN
                 MOVE WS-AMORT-FIXA            TO WS-PARCELA-FIXA
              ELSE
                 COMPUTE WS-FATOR ROUNDED =
                    1 - ((1 + WS-TAXA-JUROS) ** (- WS-QTD-ANTES))
                 COMPUTE WS-PARCELA-FIXA ROUNDED =
                    (WS-SALDO-DEPOIS * WS-TAXA-JUROS) / WS-FATOR
              END-IF
           END-IF
           MOVE WS-SALDO-DEPOIS                TO WS-SALDO-DEV
           MOVE ZEROS                          TO WS-QTD-NOVAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-ANTES
                              OR WS-SALDO-DEV NOT GREATER ZEROS
              COMPUTE WS-VLR-JUROS-MES ROUNDED =
                 WS-SALDO-DEV * WS-TAXA-JUROS
              IF WS-SISTEMA-AMORT EQUAL 'S' THEN
                 MOVE WS-AMORT-FIXA            TO WS-VLR-AMORT-MES
              ELSE
                 COMPUTE WS-VLR-AMORT-MES =
                    WS-PARCELA-FIXA - WS-VLR-JUROS-MES
              END-IF
              IF WS-VLR-AMORT-MES GREATER WS-SALDO-DEV
                       OR WS-VLR-AMORT-MES NOT GREATER ZEROS
                       OR WS-IND EQUAL WS-QTD-ANTES THEN
                 MOVE WS-SALDO-DEV             TO WS-VLR-AMORT-MES
              END-IF
              SUBTRACT WS-VLR-AMORT-MES        FROM WS-SALDO-DEV
              ADD 1                            TO WS-QTD-NOVAS
              MOVE WS-VLR-JUROS-MES            TO WS-NOV-JUROS(WS-IND)
              MOVE WS-VLR-AMORT-MES            TO WS-NOV-AMORT(WS-IND)
              COMPUTE WS-NOV-VALOR(WS-IND) =
                 WS-VLR-AMORT-MES + WS-VLR-JUROS-MES
              MOVE WS-SALDO-DEV                TO WS-NOV-SALDO(WS-IND)
           END-PERFORM.
      *
       MOSTRA-CRONOGRAMAS.
           DISPLAY 'CRONOGRAMA ATUAL DAS PARCELAS FUTURAS:'
           DISPLAY LINHA-COLUNAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-ANTES
              PERFORM MONTA-LINHA-ANTES
              DISPLAY LINHA-PARCELA
           END-PERFORM.
           DISPLAY 'CRONOGRAMA DEPOIS DA AMORTIZACAO DE '
                   WS-VLR-APORTE ':'
           DISPLAY LINHA-COLUNAS
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-NOVAS
              PERFORM MONTA-LINHA-NOVA
              DISPLAY LINHA-PARCELA
           END-PERFORM.
      *
       MONTA-LINHA-ANTES.
           MOVE WS-ANT-PARCELA(WS-IND)         TO LPA-PARCELA
           MOVE WS-ANT-VENCTO(WS-IND)          TO LPA-VENCTO
           MOVE WS-ANT-VALOR(WS-IND)           TO LPA-VALOR
           MOVE WS-ANT-JUROS(WS-IND)           TO LPA-JUROS
           MOVE WS-ANT-AMORT(WS-IND)           TO LPA-AMORT
           MOVE WS-ANT-SALDO(WS-IND)           TO LPA-SALDO.
      *
      *   A parcela nova ocupa o numero e o vencimento da futura
      *   na mesma posicao.
       MONTA-LINHA-NOVA.
           MOVE WS-ANT-PARCELA(WS-IND)         TO LPA-PARCELA
           MOVE WS-ANT-VENCTO(WS-IND)          TO LPA-VENCTO
           MOVE WS-NOV-VALOR(WS-IND)           TO LPA-VALOR
           MOVE WS-NOV-JUROS(WS-IND)           TO LPA-JUROS
           MOVE WS-NOV-AMORT(WS-IND)           TO LPA-AMORT
           MOVE WS-NOV-SALDO(WS-IND)           TO LPA-SALDO.
      *
      *   Regrava as futuras com os valores novos; as que sobram
      *   quando o prazo encurta ficam extintas ('E').
       APLICA-CRONOGRAMA-NOVO.
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-ANTES
              MOVE WS-NUM-CONTRATO             TO PAR-NUM-CONTRATO
              MOVE WS-ANT-PARCELA(WS-IND)      TO PAR-NUM-PARCELA
              READ PARCELAS
                 INVALID KEY
                    DISPLAY '>> PARCELA ' PAR-NUM-CONTRATO '/'
                            PAR-NUM-PARCELA ' NAO ENCONTRADA.'
                 NOT INVALID KEY
                    PERFORM REGRAVA-PARCELA
              END-READ
           END-PERFORM.
      *
       REGRAVA-PARCELA.
           IF WS-IND NOT GREATER WS-QTD-NOVAS THEN
              MOVE WS-NOV-VALOR(WS-IND)        TO PAR-VLR-PARCELA
              MOVE WS-NOV-JUROS(WS-IND)        TO PAR-VLR-JUROS
              MOVE WS-NOV-AMORT(WS-IND)        TO PAR-VLR-AMORT
              MOVE WS-NOV-SALDO(WS-IND)        TO PAR-VLR-SALDO
           ELSE
              MOVE 'E'                         TO PAR-SITUACAO
           END-IF
           REWRITE REG-PARCELA
              INVALID KEY
                 DISPLAY '>> FALHA AO REGRAVAR A PARCELA '
                         PAR-NUM-CONTRATO '/' PAR-NUM-PARCELA
                         ' - FILE STATUS: ' WS-FS-PAR
           END-REWRITE
           MOVE 'R'                            TO JN-OPERACAO
           PERFORM JORNALIZA-PARCELA.
      *
      *   O aporte entra em PAGTOS.TXT com situacao propria, na
      *   parcela 000: nenhuma parcela e baixada por ele.
       GRAVA-APORTE.
           OPEN EXTEND PAGTOS
           IF WS-FS-PAG EQUAL 35 THEN
              OPEN OUTPUT PAGTOS
           END-IF
           MOVE WS-NUM-CONTRATO                TO PAG-NUM-CONTRATO
           MOVE ZEROS                          TO PAG-NUM-PARCELA
           MOVE WS-DATA-HOJE                   TO PAG-DATA-PGTO
           MOVE WS-VLR-APORTE                  TO PAG-VLR-PAGO
           MOVE 'AMORTEXT'                     TO PAG-SITUACAO
           MOVE ZEROS                          TO PAG-VLR-MORA
           WRITE REG-PAGTO
           CLOSE PAGTOS.
      *
       PROXIMO-NUMERO.
           MOVE ZEROS                          TO WS-ULTIMO-NUMERO
           OPEN INPUT AMORTSEQ
           IF WS-FS-SEQ EQUAL ZEROS THEN
              READ AMORTSEQ
                 NOT AT END
                    MOVE SEQ-ULTIMO-NUMERO     TO WS-ULTIMO-NUMERO
              END-READ
              CLOSE AMORTSEQ
           END-IF
           ADD 1                               TO WS-ULTIMO-NUMERO
           OPEN OUTPUT AMORTSEQ
           MOVE WS-ULTIMO-NUMERO               TO SEQ-ULTIMO-NUMERO
           WRITE REG-AMORTSEQ
           CLOSE AMORTSEQ.
      *
      *   Recibo numerado: composicao, cronograma antes/depois e a
      *   linha de assinatura do cliente.
       IMPRIME-RECIBO.
           OPEN EXTEND RELATORIO
           IF WS-FS-REL EQUAL 35 THEN
              OPEN OUTPUT RELATORIO
           END-IF
           MOVE 'PGAMOREX'                     TO CR-PROGRAMA
           MOVE 'AMORTIZACAO EXTRAORDINARIA'   TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-ULTIMO-NUMERO               TO TIT-NUMERO
           MOVE WS-NUM-CONTRATO                TO TIT-CONTRATO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           MOVE 'SALDO DEVEDOR ANTES DO APORTE:'
                                               TO ITE-ROTULO
           MOVE WS-SALDO-ANTES                 TO ITE-VALOR
           WRITE REG-REL FROM LINHA-ITEM BEFORE ADVANCING 1 LINES
           MOVE 'VALOR AMORTIZADO NESTA DATA:' TO ITE-ROTULO
           MOVE WS-VLR-APORTE                  TO ITE-VALOR
           WRITE REG-REL FROM LINHA-ITEM BEFORE ADVANCING 1 LINES
           MOVE 'SALDO DEVEDOR DEPOIS DO APORTE:'
                                               TO ITE-ROTULO
           MOVE WS-SALDO-DEPOIS                TO ITE-VALOR
           WRITE REG-REL FROM LINHA-ITEM BEFORE ADVANCING 1 LINES
           IF WS-MODALIDADE EQUAL 'P' THEN
              MOVE 'MODALIDADE: PARCELA MANTIDA, PRAZO REDUZIDO'
                                               TO TXT-TEXTO
           ELSE
              MOVE 'MODALIDADE: PRAZO MANTIDO, PARCELA REDUZIDA'
                                               TO TXT-TEXTO
           END-IF
           WRITE REG-REL FROM LINHA-TEXTO BEFORE ADVANCING 2 LINES
           MOVE 'CRONOGRAMA ANTERIOR:'         TO TXT-TEXTO
           WRITE REG-REL FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-ANTES
              PERFORM MONTA-LINHA-ANTES
              WRITE REG-REL FROM LINHA-PARCELA BEFORE ADVANCING 1
                                                  LINES
           END-PERFORM.
           MOVE SPACES                         TO TXT-TEXTO
           WRITE REG-REL FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES
           MOVE 'CRONOGRAMA NOVO:'             TO TXT-TEXTO
           WRITE REG-REL FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-NOVAS
              PERFORM MONTA-LINHA-NOVA
              WRITE REG-REL FROM LINHA-PARCELA BEFORE ADVANCING 1
                                                  LINES
           END-PERFORM.
           MOVE SPACES                         TO TXT-TEXTO
           WRITE REG-REL FROM LINHA-TEXTO BEFORE ADVANCING 2 LINES
           MOVE '______________________________  ASSINATURA DO CLIENTE'
                                               TO TXT-TEXTO
           WRITE REG-REL FROM LINHA-TEXTO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-PARCELA.
           IF WS-FS-PAR(1:1) EQUAL '0' THEN
              MOVE 'PGAMOREX'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGAMOREX.
