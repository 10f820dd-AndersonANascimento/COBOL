      *          e o tempo entre INICIO e FIM), as ocorrencias do
      *          ERROS.LOG levantadas na janela, e a manchete do que
      *          precisa de acao - candidatos a rerodada primeiro.
      *          Passo PULADO sai com o passo que falhou e o segurou.
      *          Acabou o abrir quatro arquivos lado a lado toda
      *          manha para reconstruir a noite.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Passos pulados com o passo que
      *                                 falhou (dependencias da cadeia).
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
             05  STA-RESULTADO       PIC X(08).
             05  STA-DATA            PIC 9(08).
             05  STA-HORA            PIC 9(06).
             05  STA-CAUSA           PIC 9(02).
             05  FILLER              PIC X(06).
      *
      *   RUNSTATS.TXT - eventos INICIO/FIM com contadores
      *   (PGRUNST).
         77  WS-QTD-ERROS-LOG        PIC 9(03) VALUE ZEROS.
         77  WS-QTD-PASSOS           PIC 9(02) VALUE ZEROS.
      *
      *   Manchete: os passos em erro ou pulados, candidatos a
      *   rerodada, com o passo que segurou o pulado.
         77  WS-QTD-RERUN            PIC 9(02) VALUE ZEROS.
         01  WS-TAB-RERUN OCCURS 20 TIMES.
             05  WS-RER-SEQ          PIC 9(02).
             05  WS-RER-PROGRAMA     PIC X(08).
             05  WS-RER-OBSERVACAO   PIC X(42).
         77  WS-IND-RER              PIC 9(02).
      *
      *   Passos ja lidos do PLANO.STA, para o nome do passo que
      *   falhou.
         77  WS-QTD-STA              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-STA OCCURS 20 TIMES.
             05  WS-TST-SEQ          PIC 9(02).
             05  WS-TST-PROGRAMA     PIC X(08).
         77  WS-IND-STA              PIC 9(02).
         77  WS-CAUSA-PROGRAMA       PIC X(08) VALUE SPACES.
         77  WS-OBSERVACAO           PIC X(42) VALUE SPACES.
      *
        01  LINHA-PASSO.
            03  PAS-SEQ              PIC 9(02).
            03  MAN-SEQ              PIC 9(02).
            03  FILLER               PIC X(02) VALUE ': '.
            03  MAN-PROGRAMA         PIC X(08).
            03  MAN-OBSERVACAO       PIC X(42).
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
           CLOSE RELATORIO.
           DISPLAY 'BRIEFING DE ' WS-DATA-PEDIDA ' EM BRIEFING.LST'
           IF WS-QTD-RERUN GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-RERUN ' PASSO(S) EM ERRO OU'
                      ' PULADO(S) - VEJA A MANCHETE DO BRIEFING.'
           END-IF.
           GOBACK.
      *
                 END-STRING
              END-IF
           END-PERFORM
           MOVE SPACES                         TO WS-OBSERVACAO
           IF STA-RESULTADO EQUAL 'PULADO' THEN
              PERFORM MONTA-CAUSA
              MOVE WS-OBSERVACAO(10:31)        TO PAS-CONTADORES
           END-IF
           WRITE REG-REL FROM LINHA-PASSO BEFORE ADVANCING 1 LINES
           IF WS-QTD-STA LESS 20 THEN
              ADD 1                            TO WS-QTD-STA
              MOVE STA-SEQ                     TO WS-TST-SEQ(WS-QTD-STA)
              MOVE STA-PROGRAMA           TO WS-TST-PROGRAMA(WS-QTD-STA)
           END-IF
           IF STA-RESULTADO NOT EQUAL 'OK' THEN
              IF WS-QTD-RERUN LESS 20 THEN
                 ADD 1                         TO WS-QTD-RERUN
                      WS-RER-SEQ(WS-QTD-RERUN)
                 MOVE STA-PROGRAMA             TO
                      WS-RER-PROGRAMA(WS-QTD-RERUN)
                 MOVE WS-OBSERVACAO            TO
                      WS-RER-OBSERVACAO(WS-QTD-RERUN)
              END-IF
           END-IF.
      *
      *   O PGBATDRV grava no pulado a sequencia do passo que falhou
      *   (situacao antiga, sem o campo, fica sem causa).
       MONTA-CAUSA.
           MOVE SPACES                         TO WS-CAUSA-PROGRAMA
           IF STA-CAUSA NUMERIC THEN
              PERFORM VARYING WS-IND-STA FROM 1 BY 1
                              UNTIL WS-IND-STA > WS-QTD-STA
                 IF WS-TST-SEQ(WS-IND-STA) EQUAL STA-CAUSA THEN
                    MOVE WS-TST-PROGRAMA(WS-IND-STA)
                                               TO WS-CAUSA-PROGRAMA
                 END-IF
              END-PERFORM
              STRING ' PULADO: FALHA NO PASSO ' DELIMITED SIZE
                     STA-CAUSA                  DELIMITED SIZE
                     ' '                        DELIMITED SIZE
                     WS-CAUSA-PROGRAMA          DELIMITED SIZE
                     INTO WS-OBSERVACAO
              END-STRING
           END-IF.
      *
       IMPRIME-ERROS-LOG.
           MOVE 'OCORRENCIAS DO ERROS.LOG NA JANELA:' TO REG-REL
                                               TO REG-REL
              WRITE REG-REL BEFORE ADVANCING 1 LINES
           ELSE
              MOVE 'MANCHETE: A RERODAR (ERRO OU PULADO), EM ORDEM:'
                                               TO REG-REL
              WRITE REG-REL BEFORE ADVANCING 1 LINES
              PERFORM VARYING WS-IND-RER FROM 1 BY 1
                 MOVE WS-RER-SEQ(WS-IND-RER)   TO MAN-SEQ
                 MOVE WS-RER-PROGRAMA(WS-IND-RER)
                                               TO MAN-PROGRAMA
                 MOVE WS-RER-OBSERVACAO(WS-IND-RER)
                                               TO MAN-OBSERVACAO
                 WRITE REG-REL FROM LINHA-MANCHETE BEFORE ADVANCING
                       1 LINES
              END-PERFORM
