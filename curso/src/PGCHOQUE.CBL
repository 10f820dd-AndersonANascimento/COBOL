      *****************************************************************
      * Program name:    PGCHOQUE
      * Original author: Anderson Nascimento
      * Purpose: Verificador de choque de horario do aluno
      *          matriculado em mais de uma turma (area no copybook
      *          CHOQUE). Guarda em memoria as matriculas ja
      *          existentes que o chamador informa (funcao 'G') e,
      *          a cada aluno que vai entrar numa turma (funcao
      *          'V'), cruza as datas do plano de sessoes
      *          (PLANSES.TXT, do PGPLANSE) da turma nova com as das
      *          outras turmas do aluno; na data comum, compara os
      *          horarios das reservas de sala (RESERVAS.DAT, do
      *          PGRESERV) feitas em nome de cada turma, pela mesma
      *          regra de sobreposicao do PGRESERV. Data comum sem
      *          reserva de uma das turmas e devolvida como choque
      *          sem horario. Plano e reservas sao lidos uma vez por
      *          conversa (funcao 'I') e os choques, com o programa
      *          chamador, vao para CHOQUES.LOG.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCHOQUE.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         CONFIGURATION SECTION.
          SPECIAL-NAMES.  DECIMAL-POINT IS COMMA.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT PLANSES ASSIGN TO './PLANSES.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PLA.
           SELECT RESERVAS ASSIGN TO './RESERVAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS RES-CHAVE
           FILE STATUS   IS WS-FS-RES.
           SELECT CHOQUES ASSIGN TO './CHOQUES.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CHO.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PLANSES.TXT - plano de sessoes por turma (PGPLANSE).
         FD  PLANSES.
         01  REG-PLANSES.
             05  PLA-TURMA           PIC X(10).
             05  PLA-SEQ             PIC 9(03).
             05  PLA-DATA            PIC 9(08).
      *
      *   RESERVAS.DAT - reservas de sala (PGRESERV); a turma e o
      *   ocupante da reserva.
         FD  RESERVAS.
         01  REG-RESERVA.
             05  RES-CHAVE.
                 10  RES-SALA        PIC X(10).
                 10  RES-DATA        PIC 9(08).
                 10  RES-HORA-INI    PIC 9(04).
             05  RES-HORA-FIM        PIC 9(04).
             05  RES-PREDIO          PIC X(05).
             05  RES-OCUPANTE        PIC X(20).
             05  RES-OPERADOR        PIC X(08).
      *
      *   CHOQUES.LOG - um registro por choque achado numa carga.
         FD  CHOQUES.
         01  REG-CHOQUE              PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PLA               PIC X(02) VALUE '00'.
         77  WS-FS-RES               PIC X(02) VALUE '00'.
         77  WS-FS-CHO               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CARREGADO            PIC X     VALUE 'N'.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
      *
      *   Matriculas existentes informadas pelo chamador.
         77  WS-QTD-PAR              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-PAR OCCURS 5000 TIMES.
             05  WS-PAR-MATR         PIC 9(05).
             05  WS-PAR-TURMA        PIC X(10).
         77  WS-IND-PAR              PIC 9(04).
         77  WS-PAR-ACHADO           PIC X     VALUE 'N'.
      *
      *   Plano de sessoes e reservas de sala em memoria.
         77  WS-QTD-PLA              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-PLA OCCURS 3000 TIMES.
             05  WS-PLA-TURMA        PIC X(10).
             05  WS-PLA-DATA         PIC 9(08).
         77  WS-IND-PLA              PIC 9(04).
         77  WS-IND-PLA-2            PIC 9(04).
         77  WS-QTD-RES              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-RES OCCURS 3000 TIMES.
             05  WS-RES-TURMA        PIC X(10).
             05  WS-RES-DATA         PIC 9(08).
             05  WS-RES-HORA-INI     PIC 9(04).
             05  WS-RES-HORA-FIM     PIC 9(04).
         77  WS-IND-RES              PIC 9(04).
      *
      *   Confronto da turma nova com uma outra turma do aluno.
         77  WS-TURMA-OUTRA          PIC X(10) VALUE SPACES.
         77  WS-TURMA-BUSCA          PIC X(10) VALUE SPACES.
         77  WS-DATA-COMUM           PIC 9(08) VALUE ZEROS.
         77  WS-HORARIO-ACHADO       PIC X     VALUE 'N'.
         77  WS-HORA-INI-ACHADA      PIC 9(04) VALUE ZEROS.
         77  WS-HORA-FIM-ACHADA      PIC 9(04) VALUE ZEROS.
         77  WS-ACHOU-1              PIC X     VALUE 'N'.
         77  WS-HORA-INI-1           PIC 9(04) VALUE ZEROS.
         77  WS-HORA-FIM-1           PIC 9(04) VALUE ZEROS.
         77  WS-ACHOU-2              PIC X     VALUE 'N'.
         77  WS-HORA-INI-2           PIC 9(04) VALUE ZEROS.
         77  WS-HORA-FIM-2           PIC 9(04) VALUE ZEROS.
         77  WS-SESSOES-CHOQUE       PIC 9(03) VALUE ZEROS.
         77  WS-IND-CHO              PIC 9(02).
      *
        01  LINHA-CHOQUE.
            03  LCH-DATA-REG         PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-PROGRAMA         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-MATR             PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-TURMA-CHOQUE     PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-DATA-CHOQUE      PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-HORA-INI-1       PIC 9(04).
            03  FILLER               PIC X(01) VALUE '-'.
            03  LCH-HORA-FIM-1       PIC 9(04).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-HORA-INI-2       PIC 9(04).
            03  FILLER               PIC X(01) VALUE '-'.
            03  LCH-HORA-FIM-2       PIC 9(04).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-SESSOES          PIC 9(03).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-SEM-HORARIO      PIC X(01).
      *****************************************************************
       LINKAGE SECTION.
       COPY CHOQUE.
      *****************************************************************
       PROCEDURE DIVISION USING CH-PARM.
       MAIN-PROCEDURE.
           EVALUATE TRUE
              WHEN CH-INICIA
                 MOVE ZEROS                    TO WS-QTD-PAR
                 MOVE 'N'                      TO WS-CARREGADO
              WHEN CH-GUARDA
                 PERFORM GUARDA-MATRICULA
              WHEN CH-VERIFICA
                 PERFORM VERIFICA-CHOQUES
           END-EVALUATE.
           EXIT PROGRAM.
      *
      *   Acrescenta o par turma/matricula a tabela, sem repetir o
      *   aluno que a carga so atualizou na mesma turma.
       GUARDA-MATRICULA.
           MOVE 'N'                            TO WS-PAR-ACHADO
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER WS-QTD-PAR
                      OR WS-PAR-ACHADO EQUAL 'S'
              IF WS-PAR-MATR(WS-IND-PAR) EQUAL CH-MATRICULA
                       AND WS-PAR-TURMA(WS-IND-PAR) EQUAL CH-TURMA
                       THEN
                 MOVE 'S'                      TO WS-PAR-ACHADO
              END-IF
           END-PERFORM.
           IF WS-PAR-ACHADO NOT EQUAL 'S' THEN
              IF WS-QTD-PAR LESS 5000 THEN
                 ADD 1                         TO WS-QTD-PAR
                 MOVE CH-MATRICULA             TO
                      WS-PAR-MATR(WS-QTD-PAR)
                 MOVE CH-TURMA                 TO
                      WS-PAR-TURMA(WS-QTD-PAR)
              ELSE
                 DISPLAY '>> PGCHOQUE: TABELA DE MATRICULAS CHEIA -'
                         ' MATRICULA ' CH-MATRICULA ' DA TURMA '
                         CH-TURMA ' NAO CONFERIDA.'
              END-IF
           END-IF.
      *
      *   Confronta a turma nova com cada outra turma do aluno.
       VERIFICA-CHOQUES.
           MOVE ZEROS                          TO CH-QTD-TURMAS
                                                  CH-QTD-SESSOES
           PERFORM VARYING WS-IND-CHO FROM 1 BY 1
                   UNTIL WS-IND-CHO GREATER 5
              MOVE SPACES                      TO
                   CH-TURMA-CHOQUE(WS-IND-CHO)
                   CH-SEM-HORARIO(WS-IND-CHO)
              MOVE ZEROS                       TO
                   CH-SESSOES-CHOQUE(WS-IND-CHO)
                   CH-DATA-CHOQUE(WS-IND-CHO)
                   CH-HORA-INI-1(WS-IND-CHO)
                   CH-HORA-FIM-1(WS-IND-CHO)
                   CH-HORA-INI-2(WS-IND-CHO)
                   CH-HORA-FIM-2(WS-IND-CHO)
           END-PERFORM.
           IF WS-CARREGADO NOT EQUAL 'S' THEN
              PERFORM CARREGA-PLANO
              PERFORM CARREGA-RESERVAS
              MOVE 'S'                         TO WS-CARREGADO
           END-IF.
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER WS-QTD-PAR
              IF WS-PAR-MATR(WS-IND-PAR) EQUAL CH-MATRICULA
                       AND WS-PAR-TURMA(WS-IND-PAR) NOT EQUAL
                           CH-TURMA THEN
                 MOVE WS-PAR-TURMA(WS-IND-PAR) TO WS-TURMA-OUTRA
                 PERFORM CONFRONTA-TURMAS
              END-IF
           END-PERFORM.
           IF CH-QTD-TURMAS GREATER ZEROS
                    AND CH-PROGRAMA NOT EQUAL SPACES THEN
              PERFORM GRAVA-LOG-CHOQUE
           END-IF.
      *
      *   Percorre as sessoes planejadas da turma nova procurando a
      *   mesma data no plano da outra turma; cada data comum cujo
      *   horario se sobrepoe (ou nao pode ser conferido) e uma
      *   sessao em choque. A primeira delas vai para a area.
       CONFRONTA-TURMAS.
           MOVE ZEROS                          TO WS-SESSOES-CHOQUE
           PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                   UNTIL WS-IND-PLA GREATER WS-QTD-PLA
              IF WS-PLA-TURMA(WS-IND-PLA) EQUAL CH-TURMA THEN
                 PERFORM VARYING WS-IND-PLA-2 FROM 1 BY 1
                         UNTIL WS-IND-PLA-2 GREATER WS-QTD-PLA
                    IF WS-PLA-TURMA(WS-IND-PLA-2) EQUAL
                             WS-TURMA-OUTRA
                             AND WS-PLA-DATA(WS-IND-PLA-2) EQUAL
                                 WS-PLA-DATA(WS-IND-PLA) THEN
                       PERFORM TESTA-SESSAO-COMUM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           IF WS-SESSOES-CHOQUE GREATER ZEROS THEN
              ADD WS-SESSOES-CHOQUE            TO CH-QTD-SESSOES
              IF CH-QTD-TURMAS LESS 5 THEN
                 ADD 1                         TO CH-QTD-TURMAS
                 MOVE WS-TURMA-OUTRA           TO
                      CH-TURMA-CHOQUE(CH-QTD-TURMAS)
                 MOVE WS-SESSOES-CHOQUE        TO
                      CH-SESSOES-CHOQUE(CH-QTD-TURMAS)
              END-IF
           END-IF.
      *
      *   Mesma regra do PGRESERV: ha choque quando um horario
      *   comeca antes do outro terminar e termina depois dele
      *   comecar.
       TESTA-SESSAO-COMUM.
           MOVE WS-PLA-DATA(WS-IND-PLA)        TO WS-DATA-COMUM
           MOVE CH-TURMA                       TO WS-TURMA-BUSCA
           PERFORM BUSCA-HORARIO-TURMA
           MOVE WS-HORARIO-ACHADO              TO WS-ACHOU-1
           MOVE WS-HORA-INI-ACHADA             TO WS-HORA-INI-1
           MOVE WS-HORA-FIM-ACHADA             TO WS-HORA-FIM-1
           MOVE WS-TURMA-OUTRA                 TO WS-TURMA-BUSCA
           PERFORM BUSCA-HORARIO-TURMA
           MOVE WS-HORARIO-ACHADO              TO WS-ACHOU-2
           MOVE WS-HORA-INI-ACHADA             TO WS-HORA-INI-2
           MOVE WS-HORA-FIM-ACHADA             TO WS-HORA-FIM-2
           IF WS-ACHOU-1 EQUAL 'S' AND WS-ACHOU-2 EQUAL 'S'
                    AND (WS-HORA-INI-1 NOT LESS WS-HORA-FIM-2
                     OR  WS-HORA-FIM-1 NOT GREATER WS-HORA-INI-2)
                    THEN
              CONTINUE
           ELSE
              ADD 1                            TO WS-SESSOES-CHOQUE
              IF WS-SESSOES-CHOQUE EQUAL 1
                       AND CH-QTD-TURMAS LESS 5 THEN
                 COMPUTE WS-IND-CHO = CH-QTD-TURMAS + 1
                 MOVE WS-DATA-COMUM            TO
                      CH-DATA-CHOQUE(WS-IND-CHO)
                 MOVE WS-HORA-INI-1            TO
                      CH-HORA-INI-1(WS-IND-CHO)
                 MOVE WS-HORA-FIM-1            TO
                      CH-HORA-FIM-1(WS-IND-CHO)
                 MOVE WS-HORA-INI-2            TO
                      CH-HORA-INI-2(WS-IND-CHO)
                 MOVE WS-HORA-FIM-2            TO
                      CH-HORA-FIM-2(WS-IND-CHO)
                 IF WS-ACHOU-1 EQUAL 'S' AND WS-ACHOU-2 EQUAL 'S'
                          THEN
                    MOVE 'N'                   TO
                         CH-SEM-HORARIO(WS-IND-CHO)
                 ELSE
                    MOVE 'S'                   TO
                         CH-SEM-HORARIO(WS-IND-CHO)
                 END-IF
              END-IF
           END-IF.
      *
      *   Reserva de sala feita em nome da turma na data comum.
       BUSCA-HORARIO-TURMA.
           MOVE 'N'                            TO WS-HORARIO-ACHADO
           MOVE ZEROS                          TO WS-HORA-INI-ACHADA
                                                  WS-HORA-FIM-ACHADA
           PERFORM VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL WS-IND-RES GREATER WS-QTD-RES
                      OR WS-HORARIO-ACHADO EQUAL 'S'
              IF WS-RES-TURMA(WS-IND-RES) EQUAL WS-TURMA-BUSCA
                       AND WS-RES-DATA(WS-IND-RES) EQUAL
                           WS-DATA-COMUM THEN
                 MOVE WS-RES-HORA-INI(WS-IND-RES)
                                               TO WS-HORA-INI-ACHADA
                 MOVE WS-RES-HORA-FIM(WS-IND-RES)
                                               TO WS-HORA-FIM-ACHADA
                 MOVE 'S'                      TO WS-HORARIO-ACHADO
              END-IF
           END-PERFORM.
      *
       CARREGA-PLANO.
           MOVE ZEROS                          TO WS-QTD-PLA
           OPEN INPUT PLANSES
           IF WS-FS-PLA EQUAL '00' THEN
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PLANSES
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-PLA LESS 3000 THEN
                          ADD 1                TO WS-QTD-PLA
                          MOVE PLA-TURMA       TO
                               WS-PLA-TURMA(WS-QTD-PLA)
                          MOVE PLA-DATA        TO
                               WS-PLA-DATA(WS-QTD-PLA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANSES
           END-IF.
      *
       CARREGA-RESERVAS.
           MOVE ZEROS                          TO WS-QTD-RES
           OPEN INPUT RESERVAS
           IF WS-FS-RES EQUAL '00' THEN
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RESERVAS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-RES LESS 3000 THEN
                          ADD 1                TO WS-QTD-RES
                          MOVE RES-OCUPANTE(1:10) TO
                               WS-RES-TURMA(WS-QTD-RES)
                          MOVE RES-DATA        TO
                               WS-RES-DATA(WS-QTD-RES)
                          MOVE RES-HORA-INI    TO
                               WS-RES-HORA-INI(WS-QTD-RES)
                          MOVE RES-HORA-FIM    TO
                               WS-RES-HORA-FIM(WS-QTD-RES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESERVAS
           END-IF.
      *
       GRAVA-LOG-CHOQUE.
           OPEN EXTEND CHOQUES
           IF WS-FS-CHO EQUAL '35' THEN
              OPEN OUTPUT CHOQUES
           END-IF.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           PERFORM VARYING WS-IND-CHO FROM 1 BY 1
                   UNTIL WS-IND-CHO GREATER CH-QTD-TURMAS
              MOVE WS-DATA-HORA(1:8)           TO LCH-DATA-REG
              MOVE CH-PROGRAMA                 TO LCH-PROGRAMA
              MOVE CH-MATRICULA                TO LCH-MATR
              MOVE CH-TURMA                    TO LCH-TURMA
              MOVE CH-TURMA-CHOQUE(WS-IND-CHO) TO LCH-TURMA-CHOQUE
              MOVE CH-DATA-CHOQUE(WS-IND-CHO)  TO LCH-DATA-CHOQUE
              MOVE CH-HORA-INI-1(WS-IND-CHO)   TO LCH-HORA-INI-1
              MOVE CH-HORA-FIM-1(WS-IND-CHO)   TO LCH-HORA-FIM-1
              MOVE CH-HORA-INI-2(WS-IND-CHO)   TO LCH-HORA-INI-2
              MOVE CH-HORA-FIM-2(WS-IND-CHO)   TO LCH-HORA-FIM-2
              MOVE CH-SESSOES-CHOQUE(WS-IND-CHO)
                                               TO LCH-SESSOES
              MOVE CH-SEM-HORARIO(WS-IND-CHO)  TO LCH-SEM-HORARIO
              WRITE REG-CHOQUE FROM LINHA-CHOQUE
           END-PERFORM.
           CLOSE CHOQUES.
      *
       END PROGRAM PGCHOQUE.
