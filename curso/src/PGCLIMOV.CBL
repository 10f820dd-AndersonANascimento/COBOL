      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Jornal de atualizacao assinado
      *                                 como BATCH (lote sem
      *                                 operador no terminal).
      * 15/10/2026 Anderson Nascimento  Gravacoes no CLIENTE.TXT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 02/09/2026 Anderson Nascimento  Controle de insumo: antes do
      *                                 consumo, o PGINSCTL registra
      *                                 contagem e hash do arquivo em
       COPY AMBCFG.
       COPY TRAVA.
       COPY INSCTL.
       COPY JORNAL.
       77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
                                               './CLIENTE.TXT'.
      *****************************************************************
                    PERFORM MONTA-REGISTRO
                    REWRITE REG-CLIENTE
                    IF WS-FS EQUAL ZEROS THEN
                       MOVE 'R'                TO JN-OPERACAO
                       PERFORM JORNALIZA-CLIENTE
                       PERFORM IMPRIME-APLICADO
                    ELSE
                       MOVE 'ERRO NA REGRAVACAO' TO WS-MOTIVO-REJ
              NOT INVALID KEY
                 DELETE CLIENTE RECORD
                 IF WS-FS EQUAL ZEROS THEN
                    MOVE 'D'                   TO JN-OPERACAO
                    PERFORM JORNALIZA-CLIENTE
                    PERFORM IMPRIME-APLICADO
                 ELSE
                    MOVE 'ERRO NA EXCLUSAO'    TO WS-MOTIVO-REJ
           PERFORM MONTA-REGISTRO
           WRITE REG-CLIENTE
           IF WS-FS EQUAL ZEROS THEN
              MOVE 'W'                         TO JN-OPERACAO
              PERFORM JORNALIZA-CLIENTE
              PERFORM IMPRIME-APLICADO
           ELSE
              MOVE 'ERRO NA GRAVACAO'          TO WS-MOTIVO-REJ
           MOVE WS-MOTIVO-REJ                  TO DET-MOTIVO
           WRITE REG-REL FROM LINHA-DETALHE BEFORE ADVANCING 1 LINES
           ADD 1                               TO WS-QTD-REJEITADOS.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-CLIENTE.
           IF WS-FS LESS 10 THEN
              MOVE 'PGCLIMOV'                  TO JN-PROGRAMA
              MOVE 'BATCH'                     TO JN-OPERADOR
              MOVE 'CLIENTE.TXT'               TO JN-ARQUIVO
              MOVE REG-CLIENTE                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGCLIMOV.
