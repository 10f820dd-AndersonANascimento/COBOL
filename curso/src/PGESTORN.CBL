      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Parcelas gravadas vao para o
      *                                 jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Estorno recusado com a
      *                                 competencia de hoje fechada
      *                                 (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Aporte AMORTEXT (PGAMOREX) nao
      *                                 se estorna aqui: o cronograma
      *                                 ja foi recalculado sobre ele.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
                 88  PAR-QUITADA     VALUE 'Q'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   ESTORNOS.LOG - uma linha por estorno, com motivo e os dois
      *   operadores.
         77  WS-VALOR-INF            PIC 9(07)V99 VALUE ZEROS.
         77  WS-BAIXA-ACHADA         PIC X     VALUE 'N'.
         77  WS-VLR-MORA-BAIXA       PIC 9(07)V99 VALUE ZEROS.
         77  WS-SITUACAO-BAIXA       PIC X(08) VALUE SPACES.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-APROVADOR            PIC X(08) VALUE SPACES.
         77  WS-MOTIVO               PIC X(02) VALUE SPACES.
            88 WS-MOTIVO-VALIDO      VALUE 'CE' 'VE' 'DU' 'OU'.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
      *
         COPY FECHPER.
         COPY JORNAL.
      *
        01  LINHA-LOG.
            03  LOG-DATA             PIC X(08).
                      ' CONFIRA CONTRATO/PARCELA/DATA/VALOR.'
              GOBACK
           END-IF
           IF WS-SITUACAO-BAIXA EQUAL 'AMORTEXT' THEN
              DISPLAY '>> AMORTIZACAO EXTRAORDINARIA (PGAMOREX) NAO'
                      ' SE ESTORNA - O CRONOGRAMA JA FOI RECALCULADO.'
              GOBACK
           END-IF

           MOVE SPACES                         TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO-VALIDO
           END-PERFORM
           DISPLAY 'Operador que pede o estorno: '
           ACCEPT WS-OPERADOR
      *   O contra-lancamento sai com a data de hoje: competencia
      *   fechada (PGFECHAM) nao recebe estorno.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO FP-DATA
           MOVE 'PGESTORN'                     TO FP-PROGRAMA
           MOVE WS-OPERADOR                    TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' ESTORNO RECUSADO.'
              GOBACK
           END-IF
      *   Quatro olhos, como no PGAPROVA: o segundo operador tem de
      *   ser outra pessoa e confirmar na hora.
           DISPLAY 'Segundo operador (confirmacao): '
                             AND PAG-SITUACAO NOT EQUAL 'ESTORNO'
                       MOVE 'S'                TO WS-BAIXA-ACHADA
                       MOVE PAG-VLR-MORA       TO WS-VLR-MORA-BAIXA
                       MOVE PAG-SITUACAO       TO WS-SITUACAO-BAIXA
                    END-IF
              END-READ
           END-PERFORM
                    IF PAR-QUITADA THEN
                       MOVE 'A'                TO PAR-SITUACAO
                       REWRITE REG-PARCELA
                       MOVE 'R'                TO JN-OPERACAO
                       PERFORM JORNALIZA-PARCELA
                    END-IF
              END-READ
              CLOSE PARCELAS
           MOVE WS-APROVADOR                   TO LOG-APROVADOR
           WRITE REG-LOG FROM LINHA-LOG
           CLOSE LOGEST.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-PARCELA.
           IF WS-FS-PAR(1:1) EQUAL '0' THEN
              MOVE 'PGESTORN'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGESTORN.
