      *          de FERIADOS.TXT). O modo G recebe a data e grava o
      *          PLANO.TXT certo para ela - o PGBATDRV roda o que o
      *          calendario manda, nao o que alguem lembrou; no dia
      *          1o o PGFOLHA nunca mais fica de fora. Cada job
      *          declara ate tres jobs anteriores de que depende
      *          (modo I ou D); o plano leva a dependencia como a
      *          sequencia do passo, para o PGBATDRV pular so o ramo
      *          de um passo que falhou.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Dependencias entre jobs na
      *                                 agenda e no PLANO.TXT; modo D.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
      *
      *   AGENDAJB.TXT - um job por registro: ordem, programa,
      *   frequencia (D/S/M/U) e o parametro dela (dia da semana ou
      *   dia do mes; zero para D e U) e os jobs anteriores de que
      *   depende (branco = nenhum).
         FD  AGENDAJB.
         01  REG-AGENDAJB.
             05  AGJ-SEQ             PIC 9(02).
                 88  AGJ-MENSAL      VALUE 'M'.
                 88  AGJ-ULT-UTIL    VALUE 'U'.
             05  AGJ-PARAM           PIC 9(02).
             05  AGJ-DEPENDE         PIC X(08) OCCURS 3 TIMES.
      *
      *   PLANO.TXT - mesmo layout lido pelo PGBATDRV: sequencia,
      *   programa e sequencias dos passos de que depende, na ordem
      *   da noite.
         FD  PLANO.
         01  REG-PLANO.
             05  PLA-SEQ             PIC 9(02).
             05  PLA-PROGRAMA        PIC X(08).
             05  PLA-DEPENDE         PIC 9(02) OCCURS 3 TIMES.
             05  FILLER              PIC X(24).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-AGJ               PIC 99.
         77  WS-FREQ-INF             PIC X(01) VALUE SPACES.
            88 WS-FREQ-VALIDA        VALUE 'D' 'S' 'M' 'U'.
         77  WS-PARAM-INF            PIC 9(02) VALUE ZEROS.
         01  WS-DEPENDENCIAS-INF.
             05  WS-DEP-INF          PIC X(08) OCCURS 3 TIMES.
         77  WS-IND-DEP              PIC 9(01).
         77  WS-FIM-DEP              PIC X     VALUE 'N'.
         77  WS-DEP-OK               PIC X     VALUE 'N'.
         77  WS-ACHOU-JOB            PIC X     VALUE 'N'.
      *
      *   Jobs que vem antes na agenda (os unicos de que um job pode
      *   depender) e jobs ja gravados no plano da noite.
         77  WS-QTD-ANTERIORES       PIC 9(02) VALUE ZEROS.
         01  WS-TAB-ANTERIOR OCCURS 99 TIMES.
             05  WS-ANT-PROGRAMA     PIC X(08).
         01  WS-TAB-GERADO OCCURS 99 TIMES.
             05  WS-GER-PROGRAMA     PIC X(08).
         77  WS-IND-AUX              PIC 9(02).
         77  WS-ACHADO               PIC 9(02) VALUE ZEROS.
         77  WS-PROCURA              PIC X(08) VALUE SPACES.
         COPY DATAVAL.
         COPY DIAUTIL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ AGENDA DE PROCESSAMENTO ------'
           DISPLAY 'Modo (G-Gera PLANO.TXT/L-Lista/I-Inclui job/'
                   'D-Dependencias): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'L'
              WHEN 'I'
              WHEN 'i'
                 PERFORM INCLUI-JOB
              WHEN 'D'
              WHEN 'd'
                 PERFORM ALTERA-DEPENDENCIAS
              WHEN OTHER
                 PERFORM GERA-PLANO
           END-EVALUATE.
                    ADD 1                      TO WS-QTD-LISTADOS
                    DISPLAY AGJ-SEQ ' ' AGJ-PROGRAMA ' FREQ '
                            AGJ-FREQ ' PARAM ' AGJ-PARAM
                            ' DEPENDE ' AGJ-DEPENDE(1) ' '
                            AGJ-DEPENDE(2) ' ' AGJ-DEPENDE(3)
              END-READ
           END-PERFORM
           CLOSE AGENDAJB
              DISPLAY 'Dia do mes (1-31): '
              ACCEPT WS-PARAM-INF
           END-IF
           PERFORM CARREGA-ANTERIORES
           PERFORM PEDE-DEPENDENCIAS
           OPEN EXTEND AGENDAJB
           IF WS-FS-AGJ EQUAL 35 THEN
              OPEN OUTPUT AGENDAJB
           MOVE WS-PROG-INF                    TO AGJ-PROGRAMA
           MOVE WS-FREQ-INF                    TO AGJ-FREQ
           MOVE WS-PARAM-INF                   TO AGJ-PARAM
           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                           UNTIL WS-IND-DEP > 3
              MOVE WS-DEP-INF(WS-IND-DEP) TO AGJ-DEPENDE(WS-IND-DEP)
           END-PERFORM
           WRITE REG-AGENDAJB
           CLOSE AGENDAJB
           DISPLAY 'JOB INCLUIDO: ' AGJ-PROGRAMA.
      *
      *   Todos os jobs da agenda: o job incluido entra no fim, entao
      *   qualquer um deles vem antes.
       CARREGA-ANTERIORES.
           MOVE ZEROS                          TO WS-QTD-ANTERIORES
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT AGENDAJB
           IF WS-FS-AGJ EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ AGENDAJB
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM GUARDA-ANTERIOR
                 END-READ
              END-PERFORM
              CLOSE AGENDAJB
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       GUARDA-ANTERIOR.
           IF WS-QTD-ANTERIORES LESS 99 THEN
              ADD 1                            TO WS-QTD-ANTERIORES
              MOVE AGJ-PROGRAMA                TO
                   WS-ANT-PROGRAMA(WS-QTD-ANTERIORES)
           END-IF.
      *
      *   Ate tres dependencias; branco encerra. So vale job que vem
      *   antes na agenda - a noite roda em ordem.
       PEDE-DEPENDENCIAS.
           MOVE SPACES                         TO WS-DEPENDENCIAS-INF
           MOVE 'N'                            TO WS-FIM-DEP
           PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                           UNTIL WS-IND-DEP > 3 OR WS-FIM-DEP EQUAL 'S'
              PERFORM PEDE-UMA-DEPENDENCIA
           END-PERFORM.
      *
       PEDE-UMA-DEPENDENCIA.
           MOVE 'N'                            TO WS-DEP-OK
           PERFORM UNTIL WS-DEP-OK EQUAL 'S'
              DISPLAY 'Depende do job (programa anterior, branco ='
                      ' nenhum/fim): '
              ACCEPT WS-DEP-INF(WS-IND-DEP)
              MOVE FUNCTION UPPER-CASE(WS-DEP-INF(WS-IND-DEP))
                                          TO WS-DEP-INF(WS-IND-DEP)
              IF WS-DEP-INF(WS-IND-DEP) EQUAL SPACES THEN
                 MOVE 'S'                      TO WS-FIM-DEP
                                                  WS-DEP-OK
              ELSE
                 MOVE WS-DEP-INF(WS-IND-DEP)   TO WS-PROCURA
                 PERFORM BUSCA-ANTERIOR
                 IF WS-ACHADO GREATER ZEROS THEN
                    MOVE 'S'                   TO WS-DEP-OK
                 ELSE
                    DISPLAY '>> ' WS-PROCURA ' NAO E JOB ANTERIOR NA'
                            ' AGENDA.'
                 END-IF
              END-IF
           END-PERFORM.
      *
       BUSCA-ANTERIOR.
           MOVE ZEROS                          TO WS-ACHADO
           PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                           UNTIL WS-IND-AUX > WS-QTD-ANTERIORES
              IF WS-ANT-PROGRAMA(WS-IND-AUX) EQUAL WS-PROCURA THEN
                 MOVE WS-IND-AUX               TO WS-ACHADO
              END-IF
           END-PERFORM.
      *
      *   Troca as dependencias de um job ja cadastrado, no lugar.
       ALTERA-DEPENDENCIAS.
           DISPLAY 'Programa do job: '
           ACCEPT WS-PROG-INF
           MOVE FUNCTION UPPER-CASE(WS-PROG-INF) TO WS-PROG-INF
           OPEN I-O AGENDAJB
           IF WS-FS-AGJ NOT EQUAL ZEROS THEN
              DISPLAY 'AGENDAJB.TXT AUSENTE - INCLUA OS JOBS PELO'
                      ' MODO I.'
              GOBACK
           END-IF
           MOVE ZEROS                          TO WS-QTD-ANTERIORES
           MOVE 'N'                            TO WS-ACHOU-JOB
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ AGENDAJB
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF AGJ-PROGRAMA EQUAL WS-PROG-INF THEN
                       MOVE 'S'                TO WS-EOF
                                                  WS-ACHOU-JOB
                    ELSE
                       PERFORM GUARDA-ANTERIOR
                    END-IF
              END-READ
           END-PERFORM
           IF WS-ACHOU-JOB EQUAL 'S' THEN
              DISPLAY 'DEPENDE HOJE DE: ' AGJ-DEPENDE(1) ' '
                      AGJ-DEPENDE(2) ' ' AGJ-DEPENDE(3)
              PERFORM PEDE-DEPENDENCIAS
              PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                              UNTIL WS-IND-DEP > 3
                 MOVE WS-DEP-INF(WS-IND-DEP)
                                          TO AGJ-DEPENDE(WS-IND-DEP)
              END-PERFORM
              REWRITE REG-AGENDAJB
              DISPLAY 'DEPENDENCIAS DE ' AGJ-PROGRAMA ' GRAVADAS.'
           ELSE
              DISPLAY '>> JOB ' WS-PROG-INF ' NAO ESTA NA AGENDA.'
           END-IF
           CLOSE AGENDAJB.
      *
      *   Gera o PLANO.TXT da data pedida: cada job da agenda entra
      *   quando a frequencia dele casa com o calendario do dia.
       GERA-PLANO.
                         AGJ-PROGRAMA ' - IGNORADO.'
           END-EVALUATE.
           IF WS-ENTRA-NO-PLANO EQUAL 'S' THEN
              MOVE SPACES                      TO REG-PLANO
              PERFORM VARYING WS-IND-DEP FROM 1 BY 1
                              UNTIL WS-IND-DEP > 3
                 PERFORM RESOLVE-DEPENDENCIA
              END-PERFORM
              ADD 1                            TO WS-QTD-GERADOS
              MOVE WS-QTD-GERADOS              TO PLA-SEQ
              MOVE AGJ-PROGRAMA                TO PLA-PROGRAMA
              MOVE AGJ-PROGRAMA      TO WS-GER-PROGRAMA(WS-QTD-GERADOS)
              WRITE REG-PLANO
           END-IF.
      *
      *   A dependencia vira a sequencia do passo dela no plano de
      *   hoje; job de que se depende e que nao roda hoje (mensal,
      *   semanal) nao segura ninguem.
       RESOLVE-DEPENDENCIA.
           MOVE ZEROS                     TO PLA-DEPENDE(WS-IND-DEP)
           IF AGJ-DEPENDE(WS-IND-DEP) NOT EQUAL SPACES THEN
              MOVE ZEROS                       TO WS-ACHADO
              PERFORM VARYING WS-IND-AUX FROM 1 BY 1
                              UNTIL WS-IND-AUX > WS-QTD-GERADOS
                 IF WS-GER-PROGRAMA(WS-IND-AUX) EQUAL
                          AGJ-DEPENDE(WS-IND-DEP) THEN
                    MOVE WS-IND-AUX            TO WS-ACHADO
                 END-IF
              END-PERFORM
              IF WS-ACHADO GREATER ZEROS THEN
                 MOVE WS-ACHADO           TO PLA-DEPENDE(WS-IND-DEP)
              ELSE
                 DISPLAY '   ' AGJ-PROGRAMA ': '
                         AGJ-DEPENDE(WS-IND-DEP)
                         ' NAO RODA HOJE - DEPENDENCIA IGNORADA.'
              END-IF
           END-IF.
      *
       END PROGRAM PGPLANGE.
