      * Purpose: Quitacao antecipada de contrato. O modo Q calcula o
      *          valor de liquidacao na data pedida: soma das
      *          parcelas em aberto do PARCELAS.DAT, mais a mora
      *          acumulada (taxa de MORA.PARM sobre o vencimento
      *          gravado na parcela) das parcelas vencidas,
      *          menos os juros nao incorridos das parcelas futuras -
      *          e imprime a cotacao numerada e datada, valida por N
      *          dias (cartao QUITA.PARM, padrao 5). O modo L efetiva
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de atualizacao e o
      *                                 controle de periodo fechado.
      * 15/10/2026 Anderson Nascimento  Parcelas gravadas vao para o
      *                                 jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Liquidacao recusada com data
      *                                 base em competencia fechada
      *                                 (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Mora e juros futuros pelo
      *                                 vencimento gravado na parcela.
      * 02/09/2026 Anderson Nascimento  Baixa ESTORNO (PGESTORN)
      *                                 subtrai do pago acumulado.
      * 02/09/2026 Anderson Nascimento  Programa criado.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
                 88  PAR-QUITADA     VALUE 'Q'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS).
         FD  CONTRHDR.
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
      *   PAGTOS.TXT - mesmas baixas do PGPAGTOS; a quitacao
      *   acrescenta uma baixa QUITACAO por parcela aberta.
         77  WS-FS-REL               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE 'Q'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-NUM-CONTRATO         PIC 9(05) VALUE ZEROS.
         77  WS-DATA-BASE            PIC 9(08) VALUE ZEROS.
         77  WS-TAXA-MORA-DIA        PIC 9V9(4) VALUE 0,0330.
         77  WS-PAR-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
      *
      *   Vencimento gravado na parcela, como no PGPAGTOS.
         77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
         77  WS-DATA-VENC-N          PIC 9(08) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
            03  VAL-DATA             PIC 9(08).
            03  FILLER               PIC X(50) VALUE SPACES.
         COPY CABREL.
         COPY FECHPER.
         COPY JORNAL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ QUITACAO ANTECIPADA DE CONTRATO ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Modo (Q-Cotacao/L-Liquidacao): '
           ACCEPT WS-MODO-EXEC
           DISPLAY 'Contrato: '
           EVALUATE WS-MODO-EXEC
              WHEN 'L'
              WHEN 'l'
      *   A liquidacao baixa na data base; competencia fechada
      *   (PGFECHAM) nao recebe baixa.
                 MOVE WS-DATA-BASE             TO FP-DATA
                 MOVE 'PGQUITAC'               TO FP-PROGRAMA
                 MOVE WS-OPERADOR              TO FP-OPERADOR
                 CALL './bin/PGFECPER' USING FP-PARM
                 IF FP-FECHADO THEN
                    DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA
                            ' FECHADA - LIQUIDACAO RECUSADA.'
                 ELSE
                    PERFORM EFETIVA-QUITACAO
                 END-IF
              WHEN OTHER
                 PERFORM IMPRIME-COTACAO
           END-EVALUATE.
              COMPUTE WS-VLR-ABERTO-PARC =
                 PAR-VLR-PARCELA - WS-VLR-PAGO-ACUM
              ADD WS-VLR-ABERTO-PARC           TO WS-TOT-ABERTO
              MOVE PAR-VENCIMENTO              TO WS-DATA-VENC-N
              COMPUTE WS-INT-VENC =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-VENC-N)
              COMPUTE WS-INT-REF =
                 ADD PAR-VLR-JUROS             TO WS-TOT-JUROS-FUT
              END-IF
           END-IF.
      *
       PROXIMO-NUMERO.
           MOVE ZEROS                          TO WS-ULTIMO-NUMERO
              WRITE REG-PAGTO
           END-IF
           MOVE 'Q'                            TO PAR-SITUACAO
           REWRITE REG-PARCELA
           MOVE 'R'                            TO JN-OPERACAO
           PERFORM JORNALIZA-PARCELA.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGQUITAC'                     TO CR-PROGRAMA
                                               TO ITE-ROTULO
           MOVE WS-VLR-QUITACAO                TO ITE-VALOR
           WRITE REG-REL FROM LINHA-ITEM BEFORE ADVANCING 1 LINES.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-PARCELA.
           IF WS-FS-PAR(1:1) EQUAL '0' THEN
              MOVE 'PGQUITAC'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGQUITAC.
