      * Original author: Anderson Nascimento
      * Purpose: Fechamento de caixa do dia: le os recibos emitidos
      *          pelo PGPAGTOS em RECIBOS.TXT, totaliza os da data
      *          e unidade pedidas por operador e por forma de
      *          pagamento (o consolidado, tambem por unidade), e
      *          confere a sequencia dos numeros de recibo do dia -
      *          buraco na numeracao sai apontado em letras claras.
      *          Relatorio em CAIXA.LST; o conferente para de contar
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Fechamento por unidade
      *                                 (filial): cada gerente fecha
      *                                 so os recibos da sua unidade
      *                                 (conferida no cadastro do
      *                                 operador pelo PGUNIDAD);
      *                                 unidade em branco fecha o
      *                                 consolidado com quebra por
      *                                 unidade, so para quem tem
      *                                 todas. A sequencia continua
      *                                 conferida sobre a numeracao
      *                                 do dia inteiro.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
             05  RCB-PARCELA         PIC 9(03).
             05  RCB-VLR-PAGO        PIC 9(07)V99.
             05  RCB-VLR-MORA        PIC 9(07)V99.
             05  RCB-UNIDADE         PIC X(03).
      *
      *   CAIXA.LST - o fechamento do dia.
         FD  RELATORIO.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-DATA-PEDIDA          PIC 9(08) VALUE ZEROS.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-UNIDADE-PEDIDA       PIC X(03) VALUE SPACES.
         77  WS-QTD-RECIBOS-UNI      PIC 9(05) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
             05  WS-FOR-FORMA        PIC X(02).
             05  WS-FOR-QTD          PIC 9(05).
             05  WS-FOR-VALOR        PIC 9(09)V99.
         77  WS-QTD-UNID             PIC 9(02) VALUE ZEROS.
         01  WS-TAB-UNID OCCURS 20 TIMES.
             05  WS-UNI-UNIDADE      PIC X(03).
             05  WS-UNI-QTD          PIC 9(05).
             05  WS-UNI-VALOR        PIC 9(09)V99.
         77  WS-IND                  PIC 9(03).
         77  WS-ACHADO               PIC X     VALUE 'N'.
      *
            03  FAL-NUMERO           PIC 9(07).
            03  FILLER               PIC X(14) VALUE ' NAO EMITIDO'.
            03  FILLER               PIC X(27) VALUE SPACES.
      *
        01  LINHA-AVISO-SEQ.
            03  FILLER               PIC X(40) VALUE
                'SEQUENCIA CONFERIDA SOBRE TODOS OS RECIB'.
            03  FILLER               PIC X(40) VALUE
                'OS DO DIA, DE TODAS AS UNIDADES.        '.
         COPY CABREL.
         COPY UNIDADE.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-DATA-PEDIDA EQUAL ZEROS THEN
              MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DATA-PEDIDA
           END-IF.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Unidade (branco = consolidado de todas): '
           ACCEPT WS-UNIDADE-PEDIDA
           PERFORM CONFERE-UNIDADE-OPERADOR
           IF UN-RECUSADA THEN
              GOBACK
           END-IF.

           OPEN INPUT RECIBOS
           IF WS-FS-RCB NOT EQUAL ZEROS THEN
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF RCB-DATA EQUAL WS-DATA-PEDIDA THEN
                       PERFORM GUARDA-NUMERO-RECIBO
                       IF WS-UNIDADE-PEDIDA EQUAL SPACES
                                OR RCB-UNIDADE EQUAL
                                   WS-UNIDADE-PEDIDA THEN
                          PERFORM ACUMULA-RECIBO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECIBOS.

           IF WS-QTD-RECIBOS-UNI EQUAL ZEROS THEN
              DISPLAY 'NENHUM RECIBO EM ' WS-DATA-PEDIDA
                      ' NA UNIDADE ' WS-UNIDADE-PEDIDA
              GOBACK
           END-IF.

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-FECHAMENTO
           CLOSE RELATORIO.
           DISPLAY 'CAIXA DE ' WS-DATA-PEDIDA ' UNIDADE '
                   WS-UNIDADE-PEDIDA ' FECHADO: '
                   WS-QTD-RECIBOS-UNI ' RECIBO(S), TOTAL ' WS-TOT-DIA
           IF WS-QTD-FALHAS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-FALHAS ' FALHA(S) NA SEQUENCIA'
                      ' DE RECIBOS - VEJA CAIXA.LST.'
           END-IF.
           GOBACK.
      *
      *   Unidade informada: precisa estar ativa e no cadastro do
      *   operador. Consolidado (unidade em branco): so para quem
      *   trabalha em todas.
       CONFERE-UNIDADE-OPERADOR.
           MOVE WS-OPERADOR                    TO UN-OPERADOR
           MOVE WS-UNIDADE-PEDIDA              TO UN-CODIGO
           IF WS-UNIDADE-PEDIDA EQUAL SPACES THEN
              MOVE 'A'                         TO UN-FUNCAO
              CALL './bin/PGUNIDAD' USING UN-PARM
              IF UN-RECUSADA THEN
                 DISPLAY '>> CONSOLIDADO SO PARA OPERADOR COM TODAS'
                         ' AS UNIDADES - INFORME A SUA UNIDADE.'
              END-IF
           ELSE
              MOVE 'V'                         TO UN-FUNCAO
              CALL './bin/PGUNIDAD' USING UN-PARM
              IF UN-PERMITIDA THEN
                 MOVE 'A'                      TO UN-FUNCAO
                 CALL './bin/PGUNIDAD' USING UN-PARM
              END-IF
              IF UN-RECUSADA THEN
                 DISPLAY '>> UNIDADE ' WS-UNIDADE-PEDIDA
                         ' INVALIDA OU FORA DO CADASTRO DO OPERADOR '
                         WS-OPERADOR
              END-IF
           END-IF.
      *
      *   A numeracao e unica para todas as unidades: todo recibo
      *   do dia entra na conferencia de sequencia.
       GUARDA-NUMERO-RECIBO.
           IF WS-QTD-RECIBOS LESS 500 THEN
              ADD 1                            TO WS-QTD-RECIBOS
              MOVE RCB-NUMERO                  TO
           END-IF
           IF RCB-NUMERO GREATER WS-NUM-MAX THEN
              MOVE RCB-NUMERO                  TO WS-NUM-MAX
           END-IF.
      *
       ACUMULA-RECIBO.
           ADD 1                               TO WS-QTD-RECIBOS-UNI
           ADD RCB-VLR-PAGO                    TO WS-TOT-DIA
           ADD RCB-VLR-MORA                    TO WS-TOT-MORA-DIA
      *   Por operador.
                   WS-FOR-QTD(WS-QTD-FORMA)
              MOVE RCB-VLR-PAGO                TO
                   WS-FOR-VALOR(WS-QTD-FORMA)
           END-IF
      *   Por unidade.
           MOVE 'N'                            TO WS-ACHADO
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-UNID
              IF WS-UNI-UNIDADE(WS-IND) EQUAL RCB-UNIDADE THEN
                 ADD 1                         TO WS-UNI-QTD(WS-IND)
                 ADD RCB-VLR-PAGO              TO WS-UNI-VALOR(WS-IND)
                 MOVE 'S'                      TO WS-ACHADO
              END-IF
           END-PERFORM
           IF WS-ACHADO NOT EQUAL 'S' AND WS-QTD-UNID LESS 20 THEN
              ADD 1                            TO WS-QTD-UNID
              MOVE RCB-UNIDADE                 TO
                   WS-UNI-UNIDADE(WS-QTD-UNID)
              MOVE 1                           TO
                   WS-UNI-QTD(WS-QTD-UNID)
              MOVE RCB-VLR-PAGO                TO
                   WS-UNI-VALOR(WS-QTD-UNID)
           END-IF.
      *
       IMPRIME-FECHAMENTO.
           MOVE 'PGCAIXA'                      TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           IF WS-UNIDADE-PEDIDA EQUAL SPACES THEN
              STRING 'FECHAMENTO DE CAIXA ' DELIMITED SIZE
                     WS-DATA-PEDIDA           DELIMITED SIZE
                     ' CONSOLIDADO'         DELIMITED SIZE
                     INTO CR-TITULO
           ELSE
              STRING 'FECHAMENTO DE CAIXA ' DELIMITED SIZE
                     WS-DATA-PEDIDA           DELIMITED SIZE
                     ' UNIDADE '            DELIMITED SIZE
                     WS-UNIDADE-PEDIDA        DELIMITED SIZE
                     INTO CR-TITULO
           END-IF
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
              WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           IF WS-UNIDADE-PEDIDA EQUAL SPACES THEN
              PERFORM VARYING WS-IND FROM 1 BY 1
                              UNTIL WS-IND > WS-QTD-UNID
                 MOVE 'UNIDADE   '             TO TOT-ROTULO
                 MOVE SPACES                   TO TOT-CHAVE
                 MOVE WS-UNI-UNIDADE(WS-IND)   TO TOT-CHAVE(1:3)
                 MOVE WS-UNI-QTD(WS-IND)       TO TOT-QTD
                 MOVE WS-UNI-VALOR(WS-IND)     TO TOT-VALOR
                 WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1
                                                   LINES
              END-PERFORM
              WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           END-IF
           MOVE 'TOTAL DIA '                   TO TOT-ROTULO
           MOVE SPACES                         TO TOT-CHAVE
           MOVE WS-QTD-RECIBOS-UNI             TO TOT-QTD
           MOVE WS-TOT-DIA                     TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'SENDO MORA'                   TO TOT-ROTULO
           MOVE ZEROS                          TO TOT-QTD
           MOVE WS-TOT-MORA-DIA                TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           IF WS-UNIDADE-PEDIDA NOT EQUAL SPACES THEN
              WRITE REG-REL FROM LINHA-AVISO-SEQ BEFORE ADVANCING 1
                                                    LINES
           END-IF
           PERFORM CONFERE-SEQUENCIA
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES.
      *
