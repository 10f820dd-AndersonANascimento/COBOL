      *          execucao PLANO.TXT (um passo por registro, na
      *          ordem), chama cada programa como o PGMENUGE faz
      *          (CALL ./bin/<programa> com CANCEL depois), grava o
      *          resultado de cada passo em PLANO.STA e, na proxima
      *          execucao, oferece retomar so o que falhou em vez de
      *          comecar do topo. Passo com erro nao para a noite: so
      *          ficam PULADO os passos que dependem dele (direta ou
      *          indiretamente, pelas dependencias do plano), com o
      *          passo que falhou anotado; os ramos independentes
      *          seguem. A ordem certa da noite mora no plano, nao na
      *          cabeca de quem opera.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Dependencias entre passos: erro
      *                                 so pula quem depende dele.
      * 21/08/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         FILE SECTION.
      *
      *   PLANO.TXT - um passo por registro: sequencia e o nome do
      *   programa (sem caminho), na ordem em que a noite roda, e
      *   as sequencias dos passos anteriores de que ele depende
      *   (zero ou branco = nenhum).
         FD  PLANO.
         01  REG-PLANO.
             05  PLA-SEQ             PIC 9(02).
             05  PLA-PROGRAMA        PIC X(08).
             05  PLA-DEPENDE         PIC 9(02) OCCURS 3 TIMES.
             05  FILLER              PIC X(24).
      *
      *   PLANO.STA - resultado da ultima execucao: um registro por
      *   passo com OK / ERRO / PULADO / PENDENTE e data/hora; no
      *   PULADO, a sequencia do passo que falhou.
         FD  SITUACAO.
         01  REG-SITUACAO.
             05  STA-SEQ             PIC 9(02).
             05  STA-RESULTADO       PIC X(08).
             05  STA-DATA            PIC 9(08).
             05  STA-HORA            PIC 9(06).
             05  STA-CAUSA           PIC 9(02).
             05  FILLER              PIC X(06).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PLA               PIC 99.
         77  WS-EOF                  PIC X VALUE 'N'.
         77  WS-DATA-HORA            PIC X(21).
      *
      *   Passos do plano carregados em memoria, com o resultado,
      *   o resultado da execucao anterior e, no PULADO, o passo
      *   que falhou.
         77  WS-QTD-PASSOS           PIC 9(02) VALUE ZEROS.
         01  WS-TAB-PASSO OCCURS 20 TIMES.
             05  WS-PAS-SEQ          PIC 9(02).
             05  WS-PAS-PROGRAMA     PIC X(08).
             05  WS-PAS-RESULTADO    PIC X(08).
             05  WS-PAS-DEPENDE      PIC 9(02) OCCURS 3 TIMES.
             05  WS-PAS-CAUSA        PIC 9(02).
             05  WS-PAS-RES-ANT      PIC X(08).
         77  WS-IND-PAS              PIC 9(02).
         77  WS-IND-DEP              PIC 9(01).
         77  WS-IND-ANT              PIC 9(02).
         77  WS-ANT-ACHADO           PIC 9(02) VALUE ZEROS.
      *
         77  WS-RETOMADA             PIC X VALUE 'N'.
         77  WS-PASSO-FALHO          PIC 9(02) VALUE ZEROS.
         77  WS-QTD-FALHOS-ANT       PIC 9(02) VALUE ZEROS.
         77  WS-QTD-ERROS            PIC 9(02) VALUE ZEROS.
         77  WS-QTD-PULADOS          PIC 9(02) VALUE ZEROS.
         77  WS-RESPOSTA             PIC X VALUE 'N'.
         77  WS-CADEIA-OK            PIC X VALUE 'S'.
         77  WS-PROGRAMA-PATH        PIC X(14) VALUE SPACES.
           END-IF.
           PERFORM LE-SITUACAO-ANTERIOR
           IF WS-PASSO-FALHO GREATER ZEROS THEN
              DISPLAY 'A ULTIMA CADEIA TEVE ' WS-QTD-FALHOS-ANT
                      ' PASSO(S) EM ERRO OU PULADO(S), O PRIMEIRO NO'
                      ' PASSO ' WS-PASSO-FALHO ' ('
                      WS-PAS-PROGRAMA(WS-PASSO-FALHO) ').'
              DISPLAY 'Retomar so os passos que nao terminaram OK?'
                      ' (S/N): '
              ACCEPT WS-RESPOSTA
              IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's' THEN
                 MOVE 'S'                      TO WS-RETOMADA
              END-IF
           END-IF.

           IF WS-CADEIA-OK EQUAL 'S' THEN
              DISPLAY 'CADEIA CONCLUIDA SEM ERROS.'
           ELSE
              DISPLAY '>> CADEIA COM ' WS-QTD-ERROS ' PASSO(S) EM ERRO'
                      ' E ' WS-QTD-PULADOS ' PULADO(S) - CONFIRA'
                      ' PLANO.STA E O LOG CENTRAL DE ERROS.'
           END-IF.
           GOBACK.
      *
                               WS-PAS-PROGRAMA(WS-QTD-PASSOS)
                          MOVE 'PENDENTE'      TO
                               WS-PAS-RESULTADO(WS-QTD-PASSOS)
                          MOVE ZEROS           TO
                               WS-PAS-CAUSA(WS-QTD-PASSOS)
                          MOVE SPACES          TO
                               WS-PAS-RES-ANT(WS-QTD-PASSOS)
                          PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                                          UNTIL WS-IND-DEP > 3
                             PERFORM GUARDA-DEPENDENCIA
                          END-PERFORM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANO
           END-IF.
      *
      *   Plano antigo (sem dependencias) tem branco no lugar.
       GUARDA-DEPENDENCIA.
           IF PLA-DEPENDE(WS-IND-DEP) NUMERIC THEN
              MOVE PLA-DEPENDE(WS-IND-DEP)     TO
                   WS-PAS-DEPENDE(WS-QTD-PASSOS, WS-IND-DEP)
           ELSE
              MOVE ZEROS                       TO
                   WS-PAS-DEPENDE(WS-QTD-PASSOS, WS-IND-DEP)
           END-IF.
      *
      *   Guarda o resultado de cada passo na execucao anterior (o
      *   mesmo programa na mesma sequencia) e acha o primeiro que
      *   nao terminou OK.
       LE-SITUACAO-ANTERIOR.
           MOVE 'N'                            TO WS-EOF
           MOVE ZEROS                          TO WS-PASSO-FALHO
                                                  WS-QTD-FALHOS-ANT
           OPEN INPUT SITUACAO
           IF WS-FS-STA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM GUARDA-SITUACAO-ANTERIOR
                 END-READ
              END-PERFORM
              CLOSE SITUACAO
           END-IF.
      *
       GUARDA-SITUACAO-ANTERIOR.
           IF STA-SEQ GREATER ZEROS
                    AND STA-SEQ NOT GREATER WS-QTD-PASSOS THEN
              IF STA-PROGRAMA EQUAL WS-PAS-PROGRAMA(STA-SEQ) THEN
                 MOVE STA-RESULTADO  TO WS-PAS-RES-ANT(STA-SEQ)
                 IF STA-RESULTADO EQUAL 'ERRO'
                          OR STA-RESULTADO EQUAL 'PULADO' THEN
                    ADD 1                      TO WS-QTD-FALHOS-ANT
                    IF WS-PASSO-FALHO EQUAL ZEROS THEN
                       MOVE STA-SEQ            TO WS-PASSO-FALHO
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      *   Roda os passos na ordem. Na retomada, o que ja terminou OK
      *   na execucao anterior nao roda de novo; passo que depende de
      *   outro em ERRO ou PULADO fica PULADO; os demais rodam, mesmo
      *   depois de um erro.
       EXECUTA-CADEIA.
           PERFORM VARYING WS-IND-PAS FROM 1 BY 1
                           UNTIL WS-IND-PAS > WS-QTD-PASSOS
              IF WS-RETOMADA EQUAL 'S'
                       AND WS-PAS-RES-ANT(WS-IND-PAS) EQUAL 'OK' THEN
      *   Passo ja concluido na execucao anterior.
                 MOVE 'OK'                     TO
                      WS-PAS-RESULTADO(WS-IND-PAS)
              ELSE
                 PERFORM CONFERE-DEPENDENCIAS
                 IF WS-PAS-CAUSA(WS-IND-PAS) GREATER ZEROS THEN
                    PERFORM PULA-PASSO
                 ELSE
                    PERFORM EXECUTA-PASSO
                 END-IF
              END-IF
           END-PERFORM.
      *
      *   A causa do pulo e sempre o passo que falhou de fato: quem
      *   depende de um PULADO herda a causa dele.
       CONFERE-DEPENDENCIAS.
           MOVE ZEROS                     TO WS-PAS-CAUSA(WS-IND-PAS)
           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                           UNTIL WS-IND-DEP > 3
              IF WS-PAS-DEPENDE(WS-IND-PAS, WS-IND-DEP) GREATER ZEROS
                       AND WS-PAS-CAUSA(WS-IND-PAS) EQUAL ZEROS THEN
                 PERFORM CONFERE-UMA-DEPENDENCIA
              END-IF
           END-PERFORM.
      *
       CONFERE-UMA-DEPENDENCIA.
           MOVE ZEROS                          TO WS-ANT-ACHADO
           PERFORM VARYING WS-IND-ANT FROM 1 BY 1
                           UNTIL WS-IND-ANT NOT LESS WS-IND-PAS
              IF WS-PAS-SEQ(WS-IND-ANT) EQUAL
                       WS-PAS-DEPENDE(WS-IND-PAS, WS-IND-DEP) THEN
                 MOVE WS-IND-ANT               TO WS-ANT-ACHADO
              END-IF
           END-PERFORM
           IF WS-ANT-ACHADO EQUAL ZEROS THEN
              DISPLAY '>> PASSO ' WS-PAS-SEQ(WS-IND-PAS)
                      ' DEPENDE DO PASSO '
                      WS-PAS-DEPENDE(WS-IND-PAS, WS-IND-DEP)
                      ', QUE NAO VEM ANTES NO PLANO - IGNORADA.'
           ELSE
              IF WS-PAS-RESULTADO(WS-ANT-ACHADO) EQUAL 'ERRO' THEN
                 MOVE WS-PAS-SEQ(WS-ANT-ACHADO) TO
                      WS-PAS-CAUSA(WS-IND-PAS)
              END-IF
              IF WS-PAS-RESULTADO(WS-ANT-ACHADO) EQUAL 'PULADO' THEN
                 MOVE WS-PAS-CAUSA(WS-ANT-ACHADO) TO
                      WS-PAS-CAUSA(WS-IND-PAS)
              END-IF
           END-IF.
      *
       PULA-PASSO.
           MOVE 'PULADO'                       TO
                WS-PAS-RESULTADO(WS-IND-PAS)
           ADD 1                               TO WS-QTD-PULADOS
           MOVE 'N'                            TO WS-CADEIA-OK
           DISPLAY 'PASSO ' WS-PAS-SEQ(WS-IND-PAS) ': '
                   WS-PAS-PROGRAMA(WS-IND-PAS)
                   ' PULADO - DEPENDE DO PASSO '
                   WS-PAS-CAUSA(WS-IND-PAS) ', QUE FALHOU.'.
      *
       EXECUTA-PASSO.
           MOVE SPACES                         TO WS-PROGRAMA-PATH
           ELSE
              MOVE 'ERRO'                      TO
                   WS-PAS-RESULTADO(WS-IND-PAS)
              ADD 1                            TO WS-QTD-ERROS
              MOVE 'N'                         TO WS-CADEIA-OK
           END-IF
           MOVE ZEROS                          TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           PERFORM VARYING WS-IND-PAS FROM 1 BY 1
                           UNTIL WS-IND-PAS > WS-QTD-PASSOS
              MOVE SPACES                      TO REG-SITUACAO
              MOVE WS-PAS-SEQ(WS-IND-PAS)      TO STA-SEQ
              MOVE WS-PAS-PROGRAMA(WS-IND-PAS) TO STA-PROGRAMA
              MOVE WS-PAS-RESULTADO(WS-IND-PAS) TO STA-RESULTADO
              MOVE WS-DATA-HORA(1:8)           TO STA-DATA
              MOVE WS-DATA-HORA(9:6)           TO STA-HORA
              MOVE WS-PAS-CAUSA(WS-IND-PAS)    TO STA-CAUSA
              WRITE REG-SITUACAO
           END-PERFORM.
           CLOSE SITUACAO.
