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
                 MOVE WS-TEL-PADRAO            TO TL-CLIENTE
                 MOVE ZEROS                    TO NR-CPF
                 WRITE REG-CLIENTE
                 MOVE 'W'                      TO JN-OPERACAO
                 PERFORM CONFERE-GRAVACAO
              NOT INVALID KEY
                 PERFORM MONTA-REGISTRO
                 REWRITE REG-CLIENTE
                 MOVE 'R'                      TO JN-OPERACAO
                 PERFORM CONFERE-GRAVACAO
           END-READ.
      *
      *
       CONFERE-GRAVACAO.
           IF WS-FS EQUAL ZEROS THEN
              PERFORM JORNALIZA-CLIENTE
              MOVE CD-CLIENTE                  TO DET-CD-CLIENTE
              MOVE NM-CLIENTE                  TO DET-NM-CLIENTE
              MOVE 'ACEITO'                    TO DET-SITUACAO
           MOVE 'REJEITADO'                    TO DET-SITUACAO
           WRITE REG-REL FROM LINHA-DETALHE BEFORE ADVANCING 1 LINES
           ADD 1                               TO WS-QTD-REJEITADOS.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-CLIENTE.
           IF WS-FS LESS 10 THEN
              MOVE 'PGJSONIN'                  TO JN-PROGRAMA
              MOVE 'BATCH'                     TO JN-OPERADOR
              MOVE 'CLIENTE.TXT'               TO JN-ARQUIVO
              MOVE REG-CLIENTE                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGJSONIN.
