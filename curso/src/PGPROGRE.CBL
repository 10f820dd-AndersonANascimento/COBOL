      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 02/09/2026 Anderson Nascimento  Programa criado.
      * 15/10/2026 Anderson Nascimento  Aprovado que ja esta em outra
      *                                 turma e conferido pelo
      *                                 PGCHOQUE contra as sessoes e
      *                                 reservas da turma sucessora;
      *                                 o choque de horario sai no
      *                                 manifesto e em CHOQUES.LOG.
      * 15/10/2026 Anderson Nascimento  Aprovado com mensalidade
      *                                 vencida alem dos limites do
      *                                 BLOQUEIO.PARM fica retido
      *                                 (PGBLOQUE), salvo liberacao
      *                                 supervisionada (PGLIBERA); o
      *                                 manifesto mostra a divida.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGPROGRE.
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
      *   ENTRADA.TXT - mesmo layout de 81 bytes lido pelo PROG6601.
         FD  ARQUIVO1    RECORDING MODE IS F
         77  WS-TURMA-DESTINO        PIC X(10) VALUE SPACES.
         77  WS-QTD-PROGREDIDOS      PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FICARAM          PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CHOQUES          PIC 9(05) VALUE ZEROS.
         77  WS-QTD-BLOQUEADOS       PIC 9(05) VALUE ZEROS.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-IND-CHOQUE           PIC 9(02).
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  MAN-SITUACAO         PIC X(22).
            03  FILLER               PIC X(08) VALUE SPACES.
      *
        01  LINHA-CHOQUE-MAN.
            03  FILLER               PIC X(07) VALUE SPACES.
            03  FILLER               PIC X(18) VALUE
                                     'CHOQUE DE HORARIO '.
            03  FILLER               PIC X(04) VALUE 'COM '.
            03  CHM-TURMA            PIC X(10).
            03  FILLER               PIC X(04) VALUE ' EM '.
            03  CHM-DATA             PIC 9(08).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  CHM-SESSOES          PIC ZZ9.
            03  FILLER               PIC X(10) VALUE ' SESSAO(S)'.
            03  FILLER               PIC X(14) VALUE SPACES.
      *
        01  LINHA-BLOQUEIO-MAN.
            03  FILLER               PIC X(07) VALUE SPACES.
            03  FILLER               PIC X(15) VALUE
                                     'DIVIDA VENCIDA '.
            03  BQM-VLR-VENCIDO      PIC ZZZZZZ9,99.
            03  FILLER               PIC X(02) VALUE ' ('.
            03  BQM-QTD-VENCIDAS     PIC ZZ9.
            03  FILLER               PIC X(08) VALUE ' PARC., '.
            03  BQM-MAIOR-ATRASO     PIC ZZZZ9.
            03  FILLER               PIC X(06) VALUE ' DIAS)'.
            03  BQM-LIBERACAO        PIC X(24).
      *
        01  LINHA-TOTAL.
            03  TOT-ROTULO           PIC X(24).
            03  FILLER               PIC X(51) VALUE SPACES.
         COPY CABREL.
         COPY AMBCFG.
         COPY CHOQUE.
         COPY BLOQUEIO.
         77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                                 './ALUNOS.DAT'.
      *****************************************************************
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           DISPLAY '------ PROGRESSAO DE PERIODO ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE

           OPEN INPUT TURMAS
                      WS-FS-ALUNOS
              GOBACK
           END-IF.
           PERFORM CARREGA-MATRICULAS-CHOQUE.
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO.

           MOVE 'N'                            TO WS-EOF
           MOVE WS-TURMA-ORIGEM                TO TURMA-ALUNOS
           MOVE ZEROS                          TO MATR-ALUNOS
           START ALUNOS KEY NOT LESS CHAVE-ALUNOS
           MOVE 'FICARAM:'                     TO TOT-ROTULO
           MOVE WS-QTD-FICARAM                 TO TOT-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'RETIDOS POR BLOQUEIO:'        TO TOT-ROTULO
           MOVE WS-QTD-BLOQUEADOS              TO TOT-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'COM CHOQUE DE HORARIO:'       TO TOT-ROTULO
           MOVE WS-QTD-CHOQUES                 TO TOT-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           CLOSE ALUNOS RELATORIO.
           DISPLAY 'PROGREDIRAM: ' WS-QTD-PROGREDIDOS
                   '  FICARAM: ' WS-QTD-FICARAM
                   '  RETIDOS: ' WS-QTD-BLOQUEADOS
                   ' - MANIFESTO EM PGPROGRE.LST'.
           GOBACK.
      *
      *   a matricula preservada e as notas zeradas; quem nao foi
      *   aprovado fica, mas sai nomeado no manifesto.
       PROGRIDE-ALUNO.
           MOVE 'L'                            TO BQ-SITUACAO
           IF RESULTADO-ALUNOS EQUAL 'APROVADO' THEN
              PERFORM TESTA-BLOQUEIO
           END-IF.
           EVALUATE TRUE
              WHEN RESULTADO-ALUNOS NOT EQUAL 'APROVADO'
                 ADD 1                         TO WS-QTD-FICARAM
                 MOVE 'PERMANECE (NAO APROVADO)'
                                               TO MAN-SITUACAO
              WHEN BQ-BLOQUEADO
                 ADD 1                         TO WS-QTD-BLOQUEADOS
                 MOVE 'RETIDO - INADIMPLENCIA' TO MAN-SITUACAO
              WHEN WS-QTD-DET LESS 600
                 MOVE SPACES                   TO WS-DET-AUX
                 MOVE MATR-ALUNOS              TO AUX-MATR
                 MOVE NOME-ALUNOS              TO AUX-NOME
                 ADD 1                         TO WS-QTD-PROGREDIDOS
                 MOVE 'PROGREDIU PARA '        TO MAN-SITUACAO
                 MOVE WS-TURMA-DESTINO         TO MAN-SITUACAO(16:7)
              WHEN OTHER
                 MOVE 'S'                      TO WS-TAB-ESTOUROU
                 MOVE 'TABELA CHEIA - FICOU'   TO MAN-SITUACAO
           END-EVALUATE
           MOVE MATR-ALUNOS                    TO MAN-MATR
           MOVE NOME-ALUNOS                    TO MAN-NOME
           MOVE RESULTADO-ALUNOS               TO MAN-RESULTADO
           WRITE REG-REL FROM LINHA-MANIFESTO BEFORE ADVANCING 1
                                                 LINES.
           IF BQ-BLOQUEADO OR BQ-AUTORIZADO THEN
              PERFORM IMPRIME-BLOQUEIO
           END-IF.
           IF RESULTADO-ALUNOS EQUAL 'APROVADO'
                    AND NOT BQ-BLOQUEADO
                    AND WS-TAB-ESTOUROU NOT EQUAL 'S' THEN
              PERFORM TESTA-CHOQUE-HORARIO
           END-IF.
      *
      *   Aprovado com mensalidade vencida alem dos limites do
      *   BLOQUEIO.PARM nao progride, a menos que haja liberacao
      *   supervisionada em vigor (PGLIBERA).
       TESTA-BLOQUEIO.
           MOVE MATR-ALUNOS                    TO BQ-MATRICULA
           MOVE 'P'                            TO BQ-ACAO
           MOVE 'PGPROGRE'                     TO BQ-PROGRAMA
           MOVE WS-OPERADOR                    TO BQ-OPERADOR
           CALL './bin/PGBLOQUE' USING BQ-PARM.
      *
       IMPRIME-BLOQUEIO.
           MOVE BQ-VLR-VENCIDO                 TO BQM-VLR-VENCIDO
           MOVE BQ-QTD-VENCIDAS                TO BQM-QTD-VENCIDAS
           MOVE BQ-MAIOR-ATRASO                TO BQM-MAIOR-ATRASO
           MOVE SPACES                         TO BQM-LIBERACAO
           IF BQ-AUTORIZADO THEN
              STRING ' LIBERADO POR ' BQ-SUPERVISOR
                     DELIMITED SIZE INTO BQM-LIBERACAO
           END-IF.
           WRITE REG-REL FROM LINHA-BLOQUEIO-MAN BEFORE ADVANCING 1
                                                    LINES.
      *
      *   Todas as matriculas do mestre vao para o PGCHOQUE, que
      *   confere o aluno aprovado contra as outras turmas dele.
       CARREGA-MATRICULAS-CHOQUE.
           MOVE 'I'                            TO CH-FUNCAO
           MOVE 'PGPROGRE'                     TO CH-PROGRAMA
           CALL './bin/PGCHOQUE' USING CH-PARM
           MOVE LOW-VALUES                     TO CHAVE-ALUNOS
           MOVE 'N'                            TO WS-EOF
           START ALUNOS KEY NOT LESS CHAVE-ALUNOS
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE 'G'                   TO CH-FUNCAO
                    MOVE MATR-ALUNOS           TO CH-MATRICULA
                    MOVE TURMA-ALUNOS          TO CH-TURMA
                    CALL './bin/PGCHOQUE' USING CH-PARM
              END-READ
           END-PERFORM.
      *
      *   A turma sucessora nao pode bater, em data e horario, com
      *   outra turma em que o aprovado ja esta; o choque so e
      *   apontado no manifesto para a secretaria resolver antes da
      *   carga.
       TESTA-CHOQUE-HORARIO.
           MOVE 'V'                            TO CH-FUNCAO
           MOVE MATR-ALUNOS                    TO CH-MATRICULA
           MOVE WS-TURMA-DESTINO               TO CH-TURMA
           CALL './bin/PGCHOQUE' USING CH-PARM
           IF CH-QTD-TURMAS GREATER ZEROS THEN
              ADD 1                            TO WS-QTD-CHOQUES
              PERFORM VARYING WS-IND-CHOQUE FROM 1 BY 1
                      UNTIL WS-IND-CHOQUE GREATER CH-QTD-TURMAS
                 MOVE CH-TURMA-CHOQUE(WS-IND-CHOQUE) TO CHM-TURMA
                 MOVE CH-DATA-CHOQUE(WS-IND-CHOQUE)  TO CHM-DATA
                 MOVE CH-SESSOES-CHOQUE(WS-IND-CHOQUE)
                                               TO CHM-SESSOES
                 WRITE REG-REL FROM LINHA-CHOQUE-MAN
                       BEFORE ADVANCING 1 LINES
              END-PERFORM
           END-IF.
      *
      *   Preserva os detalhes ja presentes no ENTRADA.TXT (pulando
      *   os controles 'H'/'T' antigos) e acumula o hash deles.
