      *****************************************************************
      * Program name:    PGLIBERA
      * Original author: Anderson Nascimento
      * Purpose: Bloqueio academico por inadimplencia - secretaria e
      *          financeiro:
      *            A - liberacao supervisionada: o aluno bloqueado
      *                pelo PGBLOQUE recebe em LIBERA.DAT uma
      *                liberacao para uma acao (P progressao, C
      *                certificado, H historico ou T todas) ate uma
      *                data de validade, com motivo, operador e um
      *                supervisor que confirma na hora (o mesmo
      *                espirito de quatro olhos do PGESTORN); a
      *                concessao fica em BLOQUEIO.LOG;
      *            E - lista de excecao: todo aluno do ALUNOS.DAT
      *                hoje bloqueado, com as parcelas vencidas, o
      *                maior atraso, a divida e a liberacao em vigor,
      *                em BLOQUEIO.LST.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGLIBERA.
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
           SELECT LIBERA ASSIGN TO './LIBERA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS LIB-CHAVE
           FILE STATUS   IS WS-FS-LIB.
           SELECT ALUNOS   ASSIGN TO WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT BLOQLOG ASSIGN TO './BLOQUEIO.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-LOG.
           SELECT RELATORIO ASSIGN TO './BLOQUEIO.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   LIBERA.DAT - liberacoes supervisionadas, por matricula e
      *   acao ('T' vale para todas), ate a validade.
         FD  LIBERA.
         01  REG-LIBERA.
             05  LIB-CHAVE.
                 10  LIB-MATRICULA   PIC 9(05).
                 10  LIB-ACAO        PIC X(01).
             05  LIB-VALIDADE        PIC 9(08).
             05  LIB-MOTIVO          PIC X(30).
             05  LIB-VLR-VENCIDO     PIC 9(07)V99.
             05  LIB-OPERADOR        PIC X(08).
             05  LIB-SUPERVISOR      PIC X(08).
             05  LIB-DATA-REG        PIC 9(08).
      *
      *   ALUNOS.DAT - mesmo layout do mestre gravado pelo PROG6601.
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
      *   BLOQUEIO.LOG - mesmo registro gravado pelo PGBLOQUE.
         FD  BLOQLOG.
         01  REG-BLOQLOG             PIC X(80).
      *
      *   BLOQUEIO.LST - lista de excecao dos alunos bloqueados.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-LIB               PIC X(02) VALUE '00'.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-LOG               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-MODO                 PIC X     VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-SUPERVISOR           PIC X(08) VALUE SPACES.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-ACAO-INF             PIC X(01) VALUE SPACE.
             88  WS-ACAO-VALIDA      VALUE 'P' 'C' 'H' 'T'.
         77  WS-MOTIVO-INF           PIC X(30) VALUE SPACES.
         77  WS-VALIDADE-INF         PIC X(08) VALUE SPACES.
         77  WS-VALIDADE             PIC 9(08) VALUE ZEROS.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Matriculas ja conferidas na lista de excecao: o aluno em
      *   duas turmas sai uma vez so, na primeira.
         77  WS-QTD-VISTOS           PIC 9(04) VALUE ZEROS.
         01  WS-TAB-VISTO OCCURS 5000 TIMES.
             05  WS-VIS-MATR         PIC 9(05).
         77  WS-IND-VIS              PIC 9(04).
         77  WS-VISTO                PIC X     VALUE 'N'.
      *
         77  WS-IND-ACAO             PIC 9(01).
         77  WS-ACOES                PIC X(04) VALUE 'PCHT'.
         77  WS-LIBERACOES           PIC X(04) VALUE SPACES.
         77  WS-MAIOR-VALIDADE       PIC 9(08) VALUE ZEROS.
         77  WS-QTD-BLOQUEADOS       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-LIBERADOS        PIC 9(05) VALUE ZEROS.
         77  WS-TOT-VENCIDO          PIC 9(09)V99 VALUE ZEROS.
      *
         COPY BLOQUEIO.
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
      *
        01  LINHA-BLOQLOG.
            03  LOG-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-HORA             PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-PROGRAMA         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-ACAO             PIC X(01).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-SITUACAO         PIC X(01).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-QTD-VENCIDAS     PIC ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-VLR-VENCIDO      PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-MAIOR-ATRASO     PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-OPERADOR         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-SUPERVISOR       PIC X(08).
            03  FILLER               PIC X(07) VALUE SPACES.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(40) VALUE
                'MATR.  NOME                  TURMA     '.
            03  FILLER               PIC X(40) VALUE
                ' PARC. ATRASO  VENCIDO LIBERADO ATE'.
      *
        01  LINHA-BLOQUEADO.
            03  LBQ-MATR             PIC 9(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LBQ-NOME             PIC X(21).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LBQ-TURMA            PIC X(10).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LBQ-QTD-VENCIDAS     PIC ZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LBQ-MAIOR-ATRASO     PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LBQ-VLR-VENCIDO      PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LBQ-LIBERACAO        PIC X(17).
      *
        01  LINHA-TOTAL.
            03  FILLER               PIC X(20) VALUE
                'ALUNOS BLOQUEADOS:'.
            03  TOT-BLOQUEADOS       PIC ZZZZ9.
            03  FILLER               PIC X(16) VALUE
                '   COM LIBERACAO'.
            03  FILLER               PIC X(02) VALUE ': '.
            03  TOT-LIBERADOS        PIC ZZZZ9.
            03  FILLER               PIC X(12) VALUE
                '   DIVIDA: '.
            03  TOT-VENCIDO          PIC ZZZZZZZZ9,99.
            03  FILLER               PIC X(08) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           DISPLAY '------ BLOQUEIO POR INADIMPLENCIA ------'
           DISPLAY 'Modo (A-Liberacao supervisionada/E-Lista de '
                   'excecao): '
           ACCEPT WS-MODO
           EVALUATE WS-MODO
              WHEN 'A'
              WHEN 'a'
                 PERFORM CONCEDE-LIBERACAO
              WHEN 'E'
              WHEN 'e'
                 PERFORM LISTA-EXCECAO
              WHEN OTHER
                 DISPLAY '>> MODO INVALIDO.'
           END-EVALUATE.
           GOBACK.
      *
      *   Modo A: so o aluno de fato bloqueado recebe liberacao; o
      *   supervisor tem de ser outra pessoa e confirmar na hora.
       CONCEDE-LIBERACAO.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Matricula: '
           ACCEPT WS-MATR-INF
           MOVE WS-MATR-INF                    TO BQ-MATRICULA
           MOVE SPACE                          TO BQ-ACAO
           MOVE 'PGLIBERA'                     TO BQ-PROGRAMA
           MOVE WS-OPERADOR                    TO BQ-OPERADOR
           CALL './bin/PGBLOQUE' USING BQ-PARM
           DISPLAY 'PARCELAS VENCIDAS: ' BQ-QTD-VENCIDAS
                   '  MAIOR ATRASO: ' BQ-MAIOR-ATRASO ' DIA(S)'
                   '  DIVIDA: ' BQ-VLR-VENCIDO
           IF NOT BQ-BLOQUEADO THEN
              DISPLAY '>> MATRICULA NAO ESTA BLOQUEADA - NADA A'
                      ' LIBERAR.'
              GOBACK
           END-IF.

           MOVE SPACE                          TO WS-ACAO-INF
           PERFORM UNTIL WS-ACAO-VALIDA
              DISPLAY 'Acao (P-Progressao/C-Certificado/H-Historico'
                      '/T-Todas): '
              ACCEPT WS-ACAO-INF
              MOVE FUNCTION UPPER-CASE(WS-ACAO-INF) TO WS-ACAO-INF
              IF NOT WS-ACAO-VALIDA THEN
                 DISPLAY '>> INFORME P, C, H OU T'
              END-IF
           END-PERFORM.
           MOVE SPACES                         TO WS-MOTIVO-INF
           PERFORM UNTIL WS-MOTIVO-INF NOT EQUAL SPACES
              DISPLAY 'Motivo da liberacao: '
              ACCEPT WS-MOTIVO-INF
           END-PERFORM.
           DISPLAY 'Valida ate (AAAAMMDD, BRANCO = HOJE): '
           ACCEPT WS-VALIDADE-INF
           IF WS-VALIDADE-INF EQUAL SPACES THEN
              MOVE WS-DATA-HOJE                TO WS-VALIDADE
           ELSE
              IF WS-VALIDADE-INF NOT NUMERIC THEN
                 DISPLAY '>> VALIDADE INVALIDA - LIBERACAO RECUSADA.'
                 GOBACK
              END-IF
              MOVE WS-VALIDADE-INF             TO WS-VALIDADE
              IF WS-VALIDADE LESS WS-DATA-HOJE THEN
                 DISPLAY '>> VALIDADE NO PASSADO - LIBERACAO'
                         ' RECUSADA.'
                 GOBACK
              END-IF
           END-IF.

      *   Quatro olhos, como no PGESTORN.
           DISPLAY 'Supervisor (confirmacao): '
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR EQUAL WS-OPERADOR
                    OR WS-SUPERVISOR EQUAL SPACES THEN
              DISPLAY '>> O SUPERVISOR DEVE SER OUTRA PESSOA -'
                      ' LIBERACAO RECUSADA.'
              GOBACK
           END-IF.
           DISPLAY 'Supervisor confirma a liberacao (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'LIBERACAO CANCELADA.'
              GOBACK
           END-IF.

           OPEN I-O LIBERA
           IF WS-FS-LIB EQUAL '35' THEN
              OPEN OUTPUT LIBERA
              CLOSE LIBERA
              OPEN I-O LIBERA
           END-IF.
           MOVE WS-MATR-INF                    TO LIB-MATRICULA
           MOVE WS-ACAO-INF                    TO LIB-ACAO
           MOVE WS-VALIDADE                    TO LIB-VALIDADE
           MOVE WS-MOTIVO-INF                  TO LIB-MOTIVO
           MOVE BQ-VLR-VENCIDO                 TO LIB-VLR-VENCIDO
           MOVE WS-OPERADOR                    TO LIB-OPERADOR
           MOVE WS-SUPERVISOR                  TO LIB-SUPERVISOR
           MOVE WS-DATA-HOJE                   TO LIB-DATA-REG
           WRITE REG-LIBERA
              INVALID KEY
                 REWRITE REG-LIBERA
           END-WRITE.
           CLOSE LIBERA.
           PERFORM GRAVA-LOG-LIBERACAO.
           DISPLAY 'LIBERACAO ' WS-ACAO-INF ' DA MATRICULA '
                   WS-MATR-INF ' VALIDA ATE ' WS-VALIDADE
                   ' (SUPERVISOR ' WS-SUPERVISOR ').'.
      *
      *   A concessao vai para o mesmo BLOQUEIO.LOG do PGBLOQUE, com
      *   situacao 'O' (liberacao concedida).
       GRAVA-LOG-LIBERACAO.
           OPEN EXTEND BLOQLOG
           IF WS-FS-LOG EQUAL '35' THEN
              OPEN OUTPUT BLOQLOG
           END-IF.
           MOVE WS-DATA-HOJE                   TO LOG-DATA
           MOVE WS-DATA-HORA(9:6)              TO LOG-HORA
           MOVE 'PGLIBERA'                     TO LOG-PROGRAMA
           MOVE WS-ACAO-INF                    TO LOG-ACAO
           MOVE WS-MATR-INF                    TO LOG-MATRICULA
           MOVE 'O'                            TO LOG-SITUACAO
           MOVE BQ-QTD-VENCIDAS                TO LOG-QTD-VENCIDAS
           MOVE BQ-VLR-VENCIDO                 TO LOG-VLR-VENCIDO
           MOVE BQ-MAIOR-ATRASO                TO LOG-MAIOR-ATRASO
           MOVE WS-OPERADOR                    TO LOG-OPERADOR
           MOVE WS-SUPERVISOR                  TO LOG-SUPERVISOR
           WRITE REG-BLOQLOG FROM LINHA-BLOQLOG.
           CLOSE BLOQLOG.
      *
      *   Modo E: varre o mestre e lista quem esta bloqueado hoje.
       LISTA-EXCECAO.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALUNOS
              GOBACK
           END-IF.
           OPEN INPUT LIBERA
           OPEN OUTPUT RELATORIO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM CONFERE-ALUNO
              END-READ
           END-PERFORM.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-QTD-BLOQUEADOS              TO TOT-BLOQUEADOS
           MOVE WS-QTD-LIBERADOS               TO TOT-LIBERADOS
           MOVE WS-TOT-VENCIDO                 TO TOT-VENCIDO
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO ALUNOS
           IF WS-FS-LIB EQUAL '00' THEN
              CLOSE LIBERA
           END-IF.
           DISPLAY 'ALUNOS BLOQUEADOS: ' WS-QTD-BLOQUEADOS
                   ' - LISTA EM BLOQUEIO.LST'.
      *
       CONFERE-ALUNO.
           MOVE 'N'                            TO WS-VISTO
           PERFORM VARYING WS-IND-VIS FROM 1 BY 1
                   UNTIL WS-IND-VIS GREATER WS-QTD-VISTOS
                      OR WS-VISTO EQUAL 'S'
              IF WS-VIS-MATR(WS-IND-VIS) EQUAL MATR-ALUNOS THEN
                 MOVE 'S'                      TO WS-VISTO
              END-IF
           END-PERFORM.
           IF WS-VISTO NOT EQUAL 'S' THEN
              IF WS-QTD-VISTOS LESS 5000 THEN
                 ADD 1                         TO WS-QTD-VISTOS
                 MOVE MATR-ALUNOS              TO
                      WS-VIS-MATR(WS-QTD-VISTOS)
              END-IF
              MOVE MATR-ALUNOS                 TO BQ-MATRICULA
              MOVE SPACE                       TO BQ-ACAO
              MOVE SPACES                      TO BQ-PROGRAMA
                                                  BQ-OPERADOR
              CALL './bin/PGBLOQUE' USING BQ-PARM
              IF BQ-BLOQUEADO THEN
                 PERFORM IMPRIME-BLOQUEADO
              END-IF
           END-IF.
      *
      *   Liberacoes em vigor do aluno (uma letra por acao) e a
      *   validade mais longa entre elas.
       BUSCA-LIBERACOES.
           MOVE SPACES                         TO WS-LIBERACOES
           MOVE ZEROS                          TO WS-MAIOR-VALIDADE
           IF WS-FS-LIB EQUAL '00' THEN
              PERFORM VARYING WS-IND-ACAO FROM 1 BY 1
                      UNTIL WS-IND-ACAO GREATER 4
                 MOVE MATR-ALUNOS              TO LIB-MATRICULA
                 MOVE WS-ACOES(WS-IND-ACAO:1)  TO LIB-ACAO
                 READ LIBERA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF LIB-VALIDADE NOT LESS WS-DATA-HOJE THEN
                          MOVE LIB-ACAO        TO
                               WS-LIBERACOES(WS-IND-ACAO:1)
                          IF LIB-VALIDADE GREATER WS-MAIOR-VALIDADE
                                   THEN
                             MOVE LIB-VALIDADE TO WS-MAIOR-VALIDADE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       IMPRIME-BLOQUEADO.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           PERFORM BUSCA-LIBERACOES
           MOVE MATR-ALUNOS                    TO LBQ-MATR
           MOVE NOME-ALUNOS                    TO LBQ-NOME
           MOVE TURMA-ALUNOS                   TO LBQ-TURMA
           MOVE BQ-QTD-VENCIDAS                TO LBQ-QTD-VENCIDAS
           MOVE BQ-MAIOR-ATRASO                TO LBQ-MAIOR-ATRASO
           MOVE BQ-VLR-VENCIDO                 TO LBQ-VLR-VENCIDO
           MOVE SPACES                         TO LBQ-LIBERACAO
           IF WS-LIBERACOES NOT EQUAL SPACES THEN
              STRING WS-LIBERACOES ' ' WS-MAIOR-VALIDADE
                     DELIMITED SIZE INTO LBQ-LIBERACAO
              ADD 1                            TO WS-QTD-LIBERADOS
           END-IF.
           WRITE REG-REL FROM LINHA-BLOQUEADO BEFORE ADVANCING 1
                                                 LINES
           ADD 1                               TO CONTLIN
           ADD 1                               TO WS-QTD-BLOQUEADOS
           ADD BQ-VLR-VENCIDO                  TO WS-TOT-VENCIDO.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGLIBERA'                     TO CR-PROGRAMA
           MOVE 'ALUNOS BLOQUEADOS POR INADIMPLENCIA'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES
           MOVE 4                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
       END PROGRAM PGLIBERA.
