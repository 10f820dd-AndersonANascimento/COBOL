      *****************************************************************
      * Program name:    PGCHOQRL
      * Original author: Anderson Nascimento
      * Purpose: Relatorio de choque de horario: lista em CHOQUES.LST
      *          todo aluno hoje matriculado em duas turmas ativas
      *          (aberta ou publicada no TURMAS.DAT) cujas sessoes
      *          planejadas (PLANSES.TXT) caem na mesma data com
      *          horarios de reserva de sala sobrepostos, ou sem
      *          reserva que permita conferir. A conferencia e a do
      *          PGCHOQUE, a mesma usada na carga do PROG6601 e na
      *          progressao do PGPROGRE; cada par de turmas sai uma
      *          so vez, com a primeira data em choque, os dois
      *          horarios e quantas sessoes coincidem.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCHOQRL.
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
           SELECT ALUNOS   ASSIGN TO WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS
           WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT RELATORIO ASSIGN TO './CHOQUES.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   ALUNOS.DAT - mestre de alunos (turma + matricula).
         FD  ALUNOS.
         01  REG-ALUNOS.
             05  CHAVE-ALUNOS.
                 10  TURMA-ALUNOS    PIC X(10).
                 10  MATR-ALUNOS     PIC 9(05).
             05  NOME-ALUNOS         PIC X(30).
             05  NOTA1-ALUNOS        PIC 9(02)V99.
             05  NOTA2-ALUNOS        PIC 9(02)V99.
             05  NOTA3-ALUNOS        PIC 9(02)V99.
             05  MEDIA-ALUNOS        PIC 9(02)V99.
             05  RESULTADO-ALUNOS    PIC X(09).
      *
      *   TURMAS.DAT - catalogo de turmas mantido pelo PGTURMAS.
         FD  TURMAS.
         01  REG-TURMA.
             05  TUR-CODIGO          PIC X(10).
             05  TUR-CURSO           PIC X(30).
             05  TUR-INSTRUTOR       PIC X(30).
             05  TUR-INSTR-COD       PIC 9(05).
             05  TUR-SALA            PIC X(10).
             05  TUR-CAPACIDADE      PIC 9(03).
             05  TUR-DATA-INICIO     PIC 9(08).
             05  TUR-DATA-FIM        PIC 9(08).
             05  TUR-MENSALIDADE     PIC 9(05)V99.
             05  TUR-STATUS          PIC X(01).
                 88  TUR-ABERTA      VALUE 'A'.
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
      *   CHOQUES.LST - alunos com choque de horario entre turmas.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-TURMA-ATIVA          PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Ultima turma consultada no catalogo, para nao reler a
      *   cada aluno da mesma turma.
         77  WS-TURMA-LIDA           PIC X(10) VALUE SPACES.
      *
      *   Alunos ja contados, para o total de alunos distintos.
         77  WS-QTD-CONTADOS         PIC 9(04) VALUE ZEROS.
         01  WS-TAB-CONTADO OCCURS 2000 TIMES.
             05  WS-CON-MATR         PIC 9(05).
         77  WS-IND-CON              PIC 9(04).
         77  WS-CONTADO              PIC X     VALUE 'N'.
         77  WS-IND-CHOQUE           PIC 9(02).
      *
         77  WS-QTD-LIDOS            PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ALUNOS-CHOQUE    PIC 9(05) VALUE ZEROS.
         77  WS-QTD-PARES            PIC 9(05) VALUE ZEROS.
         77  WS-QTD-SESSOES          PIC 9(05) VALUE ZEROS.
      *
         COPY CABREL.
         COPY AMBCFG.
         COPY CHOQUE.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(40) VALUE
                '  MATR. NOME              TURMA      X T'.
            03  FILLER               PIC X(40) VALUE
                'URMA    1A DATA  HORARIO   HORARIO  SES.'.
      *
        01  LINHA-CHOQUE.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCH-MATR             PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-NOME             PIC X(17).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-TURMA-CHOQUE     PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-HORARIO-1        PIC X(09).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-HORARIO-2        PIC X(09).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCH-SESSOES          PIC ZZ9.
      *
        01  LINHA-TOT-GERAL-1.
            03  FILLER               PIC X(21) VALUE
                'MATRICULAS LIDAS:   '.
            03  TOT-LIDOS            PIC ZZZZ9.
            03  FILLER               PIC X(21) VALUE
                '   ALUNOS EM CHOQUE: '.
            03  TOT-ALUNOS           PIC ZZZZ9.
            03  FILLER               PIC X(28) VALUE SPACES.
      *
        01  LINHA-TOT-GERAL-2.
            03  FILLER               PIC X(21) VALUE
                'PARES DE TURMAS:    '.
            03  TOT-PARES            PIC ZZZZ9.
            03  FILLER               PIC X(21) VALUE
                '   SESSOES EM CHOQUE:'.
            03  TOT-SESSOES          PIC ZZZZ9.
            03  FILLER               PIC X(28) VALUE SPACES.
      *
        01  LINHA-LEGENDA.
            03  FILLER               PIC X(80) VALUE
                'HORARIO 0000-0000 = TURMA SEM RESERVA DE SALA NA DATA'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminho do mestre resolvido pelo ambiente ativo (PGAMBCFG),
      *   como nos demais programas.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           DISPLAY '------ ALUNOS COM CHOQUE DE HORARIO ------'

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALUNOS
              GOBACK
           END-IF.
           OPEN INPUT TURMAS
           IF WS-FS-TUR NOT EQUAL '00' THEN
              DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-TUR
              CLOSE ALUNOS
              GOBACK
           END-IF.

      *   Primeira passada: toda matricula em turma ativa vai para o
      *   PGCHOQUE. Sem programa na area, nada vai para o
      *   CHOQUES.LOG - aqui o registro e o proprio relatorio.
           MOVE 'I'                            TO CH-FUNCAO
           MOVE SPACES                         TO CH-PROGRAMA
           CALL './bin/PGCHOQUE' USING CH-PARM
           PERFORM POSICIONA-ALUNOS
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM TESTA-TURMA-ATIVA
                    IF WS-TURMA-ATIVA EQUAL 'S' THEN
                       ADD 1                   TO WS-QTD-LIDOS
                       MOVE 'G'                TO CH-FUNCAO
                       MOVE MATR-ALUNOS        TO CH-MATRICULA
                       MOVE TURMA-ALUNOS       TO CH-TURMA
                       CALL './bin/PGCHOQUE' USING CH-PARM
                    END-IF
              END-READ
           END-PERFORM.

      *   Segunda passada: cada matricula ativa e conferida contra as
      *   outras turmas do mesmo aluno.
           OPEN OUTPUT RELATORIO
           PERFORM POSICIONA-ALUNOS
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM TESTA-TURMA-ATIVA
                    IF WS-TURMA-ATIVA EQUAL 'S' THEN
                       PERFORM CONFERE-ALUNO
                    END-IF
              END-READ
           END-PERFORM.

           IF CONTLIN GREATER 50 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-QTD-LIDOS                   TO TOT-LIDOS
           MOVE WS-QTD-ALUNOS-CHOQUE           TO TOT-ALUNOS
           MOVE WS-QTD-PARES                   TO TOT-PARES
           MOVE WS-QTD-SESSOES                 TO TOT-SESSOES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TOT-GERAL-1 BEFORE ADVANCING 1
                                                   LINES
           WRITE REG-REL FROM LINHA-TOT-GERAL-2 BEFORE ADVANCING 1
                                                   LINES
           WRITE REG-REL FROM LINHA-LEGENDA BEFORE ADVANCING 2
                                               LINES
           CLOSE RELATORIO TURMAS ALUNOS.
           DISPLAY 'MATRICULAS ATIVAS: ' WS-QTD-LIDOS
                   '  ALUNOS EM CHOQUE: ' WS-QTD-ALUNOS-CHOQUE
                   ' - LISTA EM CHOQUES.LST'.
           GOBACK.
      *
       POSICIONA-ALUNOS.
           MOVE 'N'                            TO WS-EOF
           MOVE LOW-VALUES                     TO CHAVE-ALUNOS
           MOVE SPACES                         TO WS-TURMA-LIDA
           START ALUNOS KEY NOT LESS CHAVE-ALUNOS
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
      *
      *   Turma ativa e a aberta ou publicada; fechada e arquivada ja
      *   nao tem sessao pela frente. Turma fora do catalogo fica de
      *   fora.
       TESTA-TURMA-ATIVA.
           IF TURMA-ALUNOS NOT EQUAL WS-TURMA-LIDA THEN
              MOVE TURMA-ALUNOS                TO WS-TURMA-LIDA
              MOVE 'N'                         TO WS-TURMA-ATIVA
              MOVE TURMA-ALUNOS                TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TUR-ABERTA OR TUR-PUBLICADA THEN
                       MOVE 'S'                TO WS-TURMA-ATIVA
                    END-IF
              END-READ
           END-IF.
      *
      *   Cada par de turmas do aluno sai uma vez so: na passada pela
      *   turma de codigo menor.
       CONFERE-ALUNO.
           MOVE 'V'                            TO CH-FUNCAO
           MOVE MATR-ALUNOS                    TO CH-MATRICULA
           MOVE TURMA-ALUNOS                   TO CH-TURMA
           CALL './bin/PGCHOQUE' USING CH-PARM
           PERFORM VARYING WS-IND-CHOQUE FROM 1 BY 1
                   UNTIL WS-IND-CHOQUE GREATER CH-QTD-TURMAS
              IF CH-TURMA-CHOQUE(WS-IND-CHOQUE) GREATER TURMA-ALUNOS
                       THEN
                 PERFORM IMPRIME-CHOQUE
              END-IF
           END-PERFORM.
      *
       IMPRIME-CHOQUE.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE MATR-ALUNOS                    TO LCH-MATR
           MOVE NOME-ALUNOS                    TO LCH-NOME
           MOVE TURMA-ALUNOS                   TO LCH-TURMA
           MOVE CH-TURMA-CHOQUE(WS-IND-CHOQUE) TO LCH-TURMA-CHOQUE
           MOVE CH-DATA-CHOQUE(WS-IND-CHOQUE)  TO LCH-DATA
           MOVE SPACES                         TO LCH-HORARIO-1
                                                  LCH-HORARIO-2
           STRING CH-HORA-INI-1(WS-IND-CHOQUE) '-'
                  CH-HORA-FIM-1(WS-IND-CHOQUE) DELIMITED SIZE
                  INTO LCH-HORARIO-1
           STRING CH-HORA-INI-2(WS-IND-CHOQUE) '-'
                  CH-HORA-FIM-2(WS-IND-CHOQUE) DELIMITED SIZE
                  INTO LCH-HORARIO-2
           MOVE CH-SESSOES-CHOQUE(WS-IND-CHOQUE)
                                               TO LCH-SESSOES
           WRITE REG-REL FROM LINHA-CHOQUE BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN
           ADD 1                               TO WS-QTD-PARES
           ADD CH-SESSOES-CHOQUE(WS-IND-CHOQUE) TO WS-QTD-SESSOES
           PERFORM CONTA-ALUNO-CHOQUE.
      *
       CONTA-ALUNO-CHOQUE.
           MOVE 'N'                            TO WS-CONTADO
           PERFORM VARYING WS-IND-CON FROM 1 BY 1
                   UNTIL WS-IND-CON GREATER WS-QTD-CONTADOS
                      OR WS-CONTADO EQUAL 'S'
              IF WS-CON-MATR(WS-IND-CON) EQUAL MATR-ALUNOS THEN
                 MOVE 'S'                      TO WS-CONTADO
              END-IF
           END-PERFORM.
           IF WS-CONTADO NOT EQUAL 'S' THEN
              ADD 1                            TO WS-QTD-ALUNOS-CHOQUE
              IF WS-QTD-CONTADOS LESS 2000 THEN
                 ADD 1                         TO WS-QTD-CONTADOS
                 MOVE MATR-ALUNOS              TO
                      WS-CON-MATR(WS-QTD-CONTADOS)
              END-IF
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGCHOQRL'                     TO CR-PROGRAMA
           MOVE 'ALUNOS COM CHOQUE DE HORARIO'  TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES
           MOVE 4                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
       END PROGRAM PGCHOQRL.
