      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de
      *                                 atualizacao.
      * 15/10/2026 Anderson Nascimento  Gravacoes no CLIENTE.TXT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 20/05/2022 Anderson Nascimento  Grava um arquivo sequencial
      * 08/08/2026 Anderson Nascimento  CLIENTE.TXT passa a ser
      *                                 indexado por CD-CLIENTE, com
       77  WS-FS                               PIC 99.
       77  WS-FS-LOG                           PIC 99.
       77  WS-MODO-EXEC                        PIC X     VALUE 'I'.
       77  WS-OPERADOR                         PIC X(08) VALUE SPACES.
       77  WS-DUPLICADO                        PIC X     VALUE 'N'.
       77  WS-TEL-VALIDO                       PIC X     VALUE 'N'.
       77  WS-NM-TRIM                          PIC X(20).
       COPY FSERRO.
       COPY AMBCFG.
       COPY TRAVA.
       COPY JORNAL.
       77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
                                               './CLIENTE.TXT'.
      *   Tabela de faixas de CEP carregada de CEPTAB.TXT.
           PERFORM TESTA-FS-CENTRAL.

           IF WS-FS EQUAL ZEROS THEN
              DISPLAY 'Operador: '
              ACCEPT WS-OPERADOR
              DISPLAY 'Modo (I-Incluir/A-Alterar/E-Excluir): '
              ACCEPT WS-MODO-EXEC
              EVALUATE WS-MODO-EXEC
              PERFORM ACEITA-CPF
              PERFORM NORMALIZA-CLIENTE
              WRITE REG-CLIENTE
              MOVE 'W'                         TO JN-OPERACAO
              PERFORM JORNALIZA-CLIENTE
              MOVE 'INCLUSAO'                   TO WS-LOG-OP
              PERFORM GRAVA-AUDITORIA
              MOVE 'WRITE'                      TO FE-OPERACAO
                 PERFORM ACEITA-CPF
                 PERFORM NORMALIZA-CLIENTE
                 REWRITE REG-CLIENTE
                 MOVE 'R'                      TO JN-OPERACAO
                 PERFORM JORNALIZA-CLIENTE
                 MOVE 'ALTERACAO'               TO WS-LOG-OP
                 PERFORM GRAVA-AUDITORIA
                 MOVE 'REWRITE'                 TO FE-OPERACAO
                 DISPLAY '>> CLIENTE NAO ENCONTRADO: ' CD-CLIENTE
              NOT INVALID KEY
                 DELETE CLIENTE RECORD
                 MOVE 'D'                      TO JN-OPERACAO
                 PERFORM JORNALIZA-CLIENTE
                 MOVE 'EXCLUSAO'                TO WS-LOG-OP
                 PERFORM GRAVA-AUDITORIA
                 MOVE 'DELETE'                  TO FE-OPERACAO
              MOVE WS-FS                        TO LOG-FS
              WRITE REG-LOG-REC FROM LINHA-LOG
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-CLIENTE.
           IF WS-FS LESS 10 THEN
              MOVE 'PGGERARQ'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'CLIENTE.TXT'               TO JN-ARQUIVO
              MOVE REG-CLIENTE                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGGERARQ.
