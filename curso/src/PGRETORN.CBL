      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Jornal de atualizacao assinado
      *                                 como BATCH (lote sem
      *                                 operador no terminal).
      * 15/10/2026 Anderson Nascimento  Gravacoes no MENSALID.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Mensalidade paga em
      *                                 competencia fechada
      *                                 (PGFECHAM) nao se baixa: sai
      *                                 rejeitada em RETORNO.LST.
      * 15/10/2026 Anderson Nascimento  Mensalidades no retorno: o
      *                                 detalhe '2' localiza o titulo
      *                                 pelo nosso numero (TITULOS.DAT)
      *                                 e baixa MEN-VLR-PAGO e
      *                                 MEN-DATA-PGTO direto no
      *                                 MENSALID.DAT; item sem titulo
      *                                 ou divergente sai em
      *                                 RETORNO.LST. O PGINSCTL
      *                                 recusa retorno ja processado.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT RELATORIO ASSIGN TO './RETORNO.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
           SELECT MENSALID ASSIGN TO './MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS MEN-CHAVE
           FILE STATUS  IS WS-FS-MEN.
           SELECT TITULOS ASSIGN TO './TITULOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY IS TIT-CHAVE-MEN WITH DUPLICATES
           FILE STATUS  IS WS-FS-TIT.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   RECEBTOS.TXT - a fila de recebimentos que o PGPAGTOS baixa.
         FD  RECEBTOS.
             05  REC-DATA-PGTO       PIC 9(08).
             05  REC-VLR-PAGO        PIC 9(07)V99.
      *
      *   RETORNO.LST - itens do retorno que nao casaram e, para as
      *   mensalidades, os pagamentos baixados com divergencia.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
      *   MENSALID.DAT - contas a receber das mensalidades (PGMENSAL).
         FD  MENSALID.
         01  REG-MENSALID.
             05  MEN-CHAVE.
                 10  MEN-MATRICULA   PIC 9(05).
                 10  MEN-TURMA       PIC X(10).
                 10  MEN-COMPETENCIA PIC 9(06).
             05  MEN-NOME            PIC X(30).
             05  MEN-VLR-DEVIDO      PIC 9(07)V99.
             05  MEN-VLR-DESCONTO    PIC 9(07)V99.
             05  MEN-VLR-PAGO        PIC 9(07)V99.
             05  MEN-DATA-VENC       PIC 9(08).
             05  MEN-DATA-PGTO       PIC 9(08).
      *
      *   TITULOS.DAT - boletos de mensalidade gerados pelo PGREMESS.
         FD  TITULOS.
         01  REG-TITULO.
             05  TIT-NOSSO-NUMERO    PIC 9(10).
             05  TIT-CHAVE-MEN.
                 10  TIT-MATRICULA   PIC 9(05).
                 10  TIT-TURMA       PIC X(10).
                 10  TIT-COMPETENCIA PIC 9(06).
             05  TIT-VLR-TITULO      PIC 9(07)V99.
             05  TIT-DATA-VENC       PIC 9(08).
             05  TIT-REMESSA         PIC 9(05).
             05  TIT-DATA-REMESSA    PIC 9(08).
             05  TIT-VLR-PAGO        PIC 9(07)V99.
             05  TIT-DATA-PGTO       PIC 9(08).
             05  TIT-SITUACAO        PIC X(01).
                 88  TIT-EMITIDO     VALUE 'E'.
                 88  TIT-LIQUIDADO   VALUE 'L'.
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-RET               PIC 99.
             05  DET-VLR-PAGO        PIC 9(07)V99.
             05  DET-DATA-PGTO       PIC 9(08).
             05  FILLER              PIC X(08).
         01  RET-DETALHE-MEN REDEFINES RET-VISAO.
             05  FILLER              PIC X(01).
             05  DTM-NOSSO-NUMERO    PIC 9(10).
             05  DTM-MATRICULA       PIC 9(05).
             05  DTM-NOME            PIC X(20).
             05  DTM-VLR-PAGO        PIC 9(07)V99.
             05  DTM-DATA-PGTO       PIC 9(08).
             05  FILLER              PIC X(07).
         01  RET-TRAILER REDEFINES RET-VISAO.
             05  FILLER              PIC X(01).
             05  TRL-QTD             PIC 9(05).
         77  WS-QTD-ACEITOS          PIC 9(05) VALUE ZEROS.
         77  WS-QTD-REJEITADOS       PIC 9(05) VALUE ZEROS.
         77  WS-MOTIVO               PIC X(30) VALUE SPACES.
         77  WS-FS-MEN               PIC X(02) VALUE '00'.
         77  WS-FS-TIT               PIC X(02) VALUE '00'.
         77  WS-MENSAL-OK            PIC X     VALUE 'N'.
         77  WS-BAIXA-MEN            PIC X     VALUE 'N'.
         77  WS-VLR-LIQUIDO          PIC 9(07)V99 VALUE ZEROS.
         77  WS-QTD-MEN-BAIXADAS     PIC 9(05) VALUE ZEROS.
         77  WS-QTD-MEN-DIVERG       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-MEN-REJEIT       PIC 9(05) VALUE ZEROS.
         77  WS-VLR-MEN-BAIXADO      PIC 9(11)V99 VALUE ZEROS.
         COPY INSCTL.
         COPY FECHPER.
         COPY JORNAL.
      *
        01  LINHA-REJEITO.
            03  REJ-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  REJ-MOTIVO           PIC X(30).
            03  FILLER               PIC X(28) VALUE SPACES.
      *
      *   Excecao de mensalidade: nosso numero, cobranca, valor do
      *   titulo, valor pago pelo banco e o motivo.
        01  LINHA-EXCECAO-MEN.
            03  EXM-NOSSO-NUMERO     PIC 9(10).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  EXM-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(01) VALUE '/'.
            03  EXM-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE '/'.
            03  EXM-COMPETENCIA      PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  EXM-VLR-TITULO       PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  EXM-VLR-PAGO         PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  EXM-MOTIVO           PIC X(23).
      *
        01  LINHA-CAB-EXCECAO-MEN.
            03  FILLER               PIC X(40) VALUE
                'NOSSO NUM. MATR./TURMA/COMPET.         T'.
            03  FILLER               PIC X(40) VALUE
                'ITULO       PAGO MOTIVO                 '.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              DISPLAY '>> RETORNO RECUSADO - NADA GRAVADO.'
              GOBACK
           END-IF
      *   Controle de insumo: o mesmo RETORNO.TXT nao baixa duas
      *   vezes por esquecimento.
           MOVE 'PGRETORN'                     TO IC-PROGRAMA
           MOVE 'RETORNO.TXT'                  TO IC-ARQUIVO
           MOVE './RETORNO.TXT'                TO IC-CAMINHO
           CALL './bin/PGINSCTL' USING IC-PARM
           IF IC-BLOQUEADO THEN
              DISPLAY '>> RETORNO ABORTADO: RETORNO.TXT JA'
                      ' PROCESSADO (INSUMOS.CTL).'
              GOBACK
           END-IF

           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              OPEN OUTPUT RECEBTOS
           END-IF
           OPEN OUTPUT RELATORIO
      *   Mensalidades: sem TITULOS.DAT ou MENSALID.DAT os detalhes
      *   '2' saem todos como excecao.
           OPEN I-O MENSALID
           IF WS-FS-MEN EQUAL '00' THEN
              OPEN I-O TITULOS
              IF WS-FS-TIT EQUAL '00' THEN
                 MOVE 'S'                      TO WS-MENSAL-OK
              ELSE
                 CLOSE MENSALID
              END-IF
           END-IF
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT RETORNO
           PERFORM UNTIL WS-EOF EQUAL 'S'
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    EVALUATE RET-TIPO
                       WHEN '1'
                          PERFORM TRATA-ITEM-RETORNO
                       WHEN '2'
                          PERFORM TRATA-ITEM-MENSALIDADE
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           IF WS-MENSAL-OK EQUAL 'S' THEN
              CLOSE MENSALID TITULOS
           END-IF.
           CLOSE RETORNO RECEBTOS PARCELAS RELATORIO.
           DISPLAY 'RETORNO PROCESSADO: ' WS-QTD-ACEITOS
                   ' ACEITO(S) PARA RECEBTOS.TXT, '
                   WS-QTD-REJEITADOS ' REJEITADO(S) (RETORNO.LST).'
           DISPLAY 'MENSALIDADES: ' WS-QTD-MEN-BAIXADAS
                   ' BAIXADA(S), TOTAL ' WS-VLR-MEN-BAIXADO ', '
                   WS-QTD-MEN-DIVERG ' COM DIVERGENCIA, '
                   WS-QTD-MEN-REJEIT ' REJEITADA(S) (RETORNO.LST).'
           GOBACK.
      *
       CONFERE-CONTROLES.
                          IF DET-VLR-PAGO NUMERIC THEN
                             ADD DET-VLR-PAGO  TO WS-TOT-DETALHES
                          END-IF
                       WHEN '2'
                          ADD 1                TO WS-QTD-DETALHES
                          IF DTM-VLR-PAGO NUMERIC THEN
                             ADD DTM-VLR-PAGO  TO WS-TOT-DETALHES
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                                                  LINES
              ADD 1                            TO WS-QTD-REJEITADOS
           END-IF.
      *
      *   Detalhe '2': boleto de mensalidade. Nosso numero
      *   desconhecido, titulo ja liquidado (item repetido) ou
      *   cobranca inexistente nao baixam nada e saem como
      *   rejeitados. Pagamento de titulo valido e baixado no
      *   MENSALID.DAT com a data do banco; se o valor pago difere
      *   do titulo, ou a cobranca ja estava quitada no balcao, a
      *   baixa fica registrada e a linha sai como divergencia para
      *   a secretaria acertar com o aluno.
       TRATA-ITEM-MENSALIDADE.
           MOVE SPACES                         TO WS-MOTIVO
           MOVE 'N'                            TO WS-BAIXA-MEN
           MOVE ZEROS                          TO EXM-MATRICULA
                                                  EXM-COMPETENCIA
                                                  EXM-VLR-TITULO
                                                  EXM-VLR-PAGO
           MOVE SPACES                         TO EXM-TURMA
           MOVE ZEROS                          TO EXM-NOSSO-NUMERO
           IF DTM-NOSSO-NUMERO NOT NUMERIC
                    OR DTM-VLR-PAGO NOT NUMERIC
                    OR DTM-DATA-PGTO NOT NUMERIC THEN
              MOVE 'ITEM MAL FORMADO'          TO WS-MOTIVO
           ELSE
              MOVE DTM-NOSSO-NUMERO            TO EXM-NOSSO-NUMERO
              MOVE DTM-VLR-PAGO                TO EXM-VLR-PAGO
              IF WS-MENSAL-OK NOT EQUAL 'S' THEN
                 MOVE 'TITULOS INDISPONIVEL'   TO WS-MOTIVO
              ELSE
                 PERFORM CONFERE-FECHAMENTO
              END-IF
              IF WS-MOTIVO EQUAL SPACES THEN
                 PERFORM CONFERE-TITULO-MENSALIDADE
              END-IF
           END-IF
           IF WS-BAIXA-MEN EQUAL 'S' THEN
              PERFORM BAIXA-MENSALIDADE
           END-IF
           IF WS-MOTIVO NOT EQUAL SPACES THEN
              IF WS-QTD-MEN-DIVERG + WS-QTD-MEN-REJEIT EQUAL ZEROS
                 WRITE REG-REL FROM LINHA-CAB-EXCECAO-MEN
                       BEFORE ADVANCING 1 LINES
              END-IF
              IF WS-BAIXA-MEN EQUAL 'S' THEN
                 ADD 1                         TO WS-QTD-MEN-DIVERG
              ELSE
                 ADD 1                         TO WS-QTD-MEN-REJEIT
              END-IF
              MOVE WS-MOTIVO                   TO EXM-MOTIVO
              WRITE REG-REL FROM LINHA-EXCECAO-MEN BEFORE ADVANCING 1
                                                      LINES
           END-IF.
      *
      *   Pagamento com data em competencia fechada (PGFECHAM) nao
      *   se baixa: sai no RETORNO.LST para acerto na reabertura.
       CONFERE-FECHAMENTO.
           MOVE DTM-DATA-PGTO                  TO FP-DATA
           MOVE 'PGRETORN'                     TO FP-PROGRAMA
           MOVE 'BATCH'                        TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM
           IF FP-FECHADO THEN
              MOVE 'COMPETENCIA FECHADA'       TO WS-MOTIVO
           END-IF.
      *
       CONFERE-TITULO-MENSALIDADE.
           MOVE DTM-NOSSO-NUMERO               TO TIT-NOSSO-NUMERO
           READ TITULOS
              INVALID KEY
                 MOVE 'NOSSO NUMERO DESCONHEC.' TO WS-MOTIVO
              NOT INVALID KEY
                 MOVE TIT-MATRICULA            TO EXM-MATRICULA
                 MOVE TIT-TURMA                TO EXM-TURMA
                 MOVE TIT-COMPETENCIA          TO EXM-COMPETENCIA
                 MOVE TIT-VLR-TITULO           TO EXM-VLR-TITULO
                 IF TIT-LIQUIDADO THEN
                    MOVE 'TITULO JA LIQUIDADO' TO WS-MOTIVO
                 ELSE
                    IF TIT-MATRICULA NOT EQUAL DTM-MATRICULA THEN
                       MOVE 'MATRICULA NAO CONFERE'
                                               TO WS-MOTIVO
                    END-IF
                 END-IF
           END-READ.
           IF WS-MOTIVO EQUAL SPACES THEN
              MOVE TIT-MATRICULA               TO MEN-MATRICULA
              MOVE TIT-TURMA                   TO MEN-TURMA
              MOVE TIT-COMPETENCIA             TO MEN-COMPETENCIA
              READ MENSALID
                 INVALID KEY
                    MOVE 'COBRANCA NAO ENCONTRADA'
                                               TO WS-MOTIVO
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-BAIXA-MEN
                    COMPUTE WS-VLR-LIQUIDO =
                       MEN-VLR-DEVIDO - MEN-VLR-DESCONTO
                    IF MEN-VLR-PAGO NOT LESS WS-VLR-LIQUIDO THEN
                       MOVE 'JA QUITADA NO BALCAO' TO WS-MOTIVO
                    ELSE
                       IF DTM-VLR-PAGO LESS TIT-VLR-TITULO THEN
                          MOVE 'PAGO A MENOR'  TO WS-MOTIVO
                       END-IF
                       IF DTM-VLR-PAGO GREATER TIT-VLR-TITULO THEN
                          MOVE 'PAGO A MAIOR'  TO WS-MOTIVO
                       END-IF
                    END-IF
              END-READ
           END-IF.
      *
      *   Baixa o pago na cobranca, com a data do banco, e liquida
      *   o titulo.
       BAIXA-MENSALIDADE.
           ADD DTM-VLR-PAGO                    TO MEN-VLR-PAGO
           MOVE DTM-DATA-PGTO                  TO MEN-DATA-PGTO
           REWRITE REG-MENSALID
           IF WS-FS-MEN NOT EQUAL '00' THEN
              MOVE 'N'                         TO WS-BAIXA-MEN
              MOVE 'ERRO NA BAIXA FS '         TO WS-MOTIVO
              MOVE WS-FS-MEN                   TO WS-MOTIVO(18:2)
           ELSE
              MOVE 'R'                         TO JN-OPERACAO
              PERFORM JORNALIZA-MENSALID
              MOVE DTM-VLR-PAGO                TO TIT-VLR-PAGO
              MOVE DTM-DATA-PGTO               TO TIT-DATA-PGTO
              MOVE 'L'                         TO TIT-SITUACAO
              REWRITE REG-TITULO
              ADD 1                            TO WS-QTD-MEN-BAIXADAS
              ADD DTM-VLR-PAGO                 TO WS-VLR-MEN-BAIXADO
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-MENSALID.
           IF WS-FS-MEN(1:1) EQUAL '0' THEN
              MOVE 'PGRETORN'                  TO JN-PROGRAMA
              MOVE 'BATCH'                     TO JN-OPERADOR
              MOVE 'MENSALID.DAT'              TO JN-ARQUIVO
              MOVE REG-MENSALID                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGRETORN.
