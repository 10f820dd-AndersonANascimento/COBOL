      *****************************************************************
      * Program name:    PGESPERA
      * Original author: Anderson Nascimento
      * Purpose: Lista de espera das turmas lotadas. A carga e o
      *          modo M do PROG6601 colocam em ESPERA.DAT, na ordem
      *          de chegada, a matricula que encontra a turma cheia;
      *          este programa da a secretaria:
      *            L - relatorio ESPERA.LST por turma (capacidade,
      *                ocupadas, fila e demanda sobre a capacidade,
      *                base para a decisao de abrir outra turma);
      *            O - oferta das vagas livres ao proximo da fila
      *                (PGESPVAG), de uma turma ou de todas;
      *            C - confirmacao da vaga oferecida: o aluno entra
      *                no ALUNOS.DAT e no HISTORICO.DAT com as notas
      *                que vieram na carga;
      *            D - desistencia: o aluno sai da fila e, se tinha
      *                oferta, a vaga vai para o proximo.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Gravacoes no ALUNOS.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGESPERA.
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
           SELECT ESPERA ASSIGN TO './ESPERA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ESPERA
           FILE STATUS   IS WS-FS-ESP.
           SELECT ALUNOS   ASSIGN TO WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS
           WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT HISTORICO ASSIGN TO WS-CAMINHO-HISTORICO
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-HIST
           FILE STATUS   IS WS-FS-HIST.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT PARAMETROS ASSIGN TO './PROG6601.PARM'
           FILE STATUS   IS WS-FS-PARM.
           SELECT PESOS ASSIGN TO './PESOS.PARM'
           FILE STATUS   IS WS-FS-PESOS.
           SELECT RELATORIO ASSIGN TO './ESPERA.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   ESPERA.DAT - lista de espera por turma, em ordem de
      *   chegada (ESP-SEQ), com as notas que vieram na carga.
         FD  ESPERA.
         01  REG-ESPERA.
             05  CHAVE-ESPERA.
                 10  ESP-TURMA       PIC X(10).
                 10  ESP-SEQ         PIC 9(05).
             05  ESP-MATR            PIC 9(05).
             05  ESP-NOME            PIC X(30).
             05  ESP-NOTA1           PIC 9(02)V99.
             05  ESP-NOTA2           PIC 9(02)V99.
             05  ESP-NOTA3           PIC 9(02)V99.
             05  ESP-DATA-INCL       PIC 9(08).
             05  ESP-HORA-INCL       PIC 9(06).
             05  ESP-ORIGEM          PIC X(08).
             05  ESP-SITUACAO        PIC X(01).
                 88  ESP-AGUARDANDO  VALUE 'A'.
                 88  ESP-OFERECIDA   VALUE 'O'.
                 88  ESP-CONFIRMADA  VALUE 'C'.
                 88  ESP-DESISTENTE  VALUE 'D'.
                 88  ESP-VENCIDA     VALUE 'V'.
                 88  ESP-ENCERRADA   VALUE 'E'.
             05  ESP-DATA-OFERTA     PIC 9(08).
             05  ESP-DATA-FIM        PIC 9(08).
             05  ESP-OPERADOR        PIC X(08).
      *
      *   ALUNOS.DAT - mestre de alunos (layout do PROG6601), onde a
      *   vaga confirmada e gravada.
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
      *   HISTORICO.DAT - historico escolar (layout do PROG6601).
         FD  HISTORICO.
         01  REG-HIST.
             05  CHAVE-HIST.
                 10  MATR-HIST       PIC 9(05).
                 10  PERIODO-HIST    PIC 9(06).
                 10  TURMA-HIST      PIC X(10).
             05  NOME-HIST           PIC X(30).
             05  NOTA1-HIST          PIC 9(02)V99.
             05  NOTA2-HIST          PIC 9(02)V99.
             05  NOTA3-HIST          PIC 9(02)V99.
             05  MEDIA-HIST          PIC 9(02)V99.
             05  RESULTADO-HIST      PIC X(09).
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
      *   PROG6601.PARM - nota de corte aprovado/reprovado (padrao
      *   7,00), a mesma da carga.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PARM-CORTE          PIC 9(02)V99.
      *
      *   PESOS.PARM - pesos das tres notas por turma (layout do
      *   PROG6601); turma sem cartao usa a media simples.
         FD  PESOS.
         01  REG-PESO.
             05  PESO-TURMA          PIC X(10).
             05  PESO-1              PIC 9(03).
             05  PESO-2              PIC 9(03).
             05  PESO-3              PIC 9(03).
      *
      *   ESPERA.LST - lista de espera e demanda por turma.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-ESP               PIC X(02) VALUE '00'.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-HIST              PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-PARM              PIC X(02) VALUE '00'.
         77  WS-FS-PESOS             PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-MODO                 PIC X(01) VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-TURMA-PEDIDA         PIC X(10) VALUE SPACES.
         77  WS-SEQ-PEDIDA           PIC 9(05) VALUE ZEROS.
         77  WS-EOF-ESP              PIC X     VALUE 'N'.
         77  WS-EOF-ALUNOS           PIC X     VALUE 'N'.
         77  WS-EOF-TUR              PIC X     VALUE 'N'.
         77  WS-ESPERA-ACHADA        PIC X     VALUE 'N'.
         77  WS-TURMA-ACHADA         PIC X     VALUE 'N'.
         77  WS-CATALOGO-OK          PIC X     VALUE 'N'.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE ZEROS.
      *
      *   Nota de corte e pesos da turma para a media da vaga
      *   confirmada, com as mesmas regras da carga do PROG6601.
         77  WS-NOTA-CORTE           PIC 9(02)V99 VALUE 7,00.
         77  WS-PESO-ACHADO          PIC X     VALUE 'N'.
         77  WS-P1                   PIC 9(03) VALUE ZEROS.
         77  WS-P2                   PIC 9(03) VALUE ZEROS.
         77  WS-P3                   PIC 9(03) VALUE ZEROS.
         77  WS-SOMA-PESOS           PIC 9(04) VALUE ZEROS.
         77  MEDIA-FINAL             PIC 9(02)V9999 VALUE ZEROS.
         77  WS-RESULTADO            PIC X(09) VALUE SPACES.
         77  WS-PERIODO-INFORMADO    PIC X(06) VALUE SPACES.
         01  WS-PERIODO-LETIVO.
             05  WS-PERIODO-ANO      PIC 9(04).
             05  WS-PERIODO-SEM      PIC 9(02).
      *
      *   Acumuladores do relatorio por turma e geral.
         77  WS-TURMA-ATUAL          PIC X(10) VALUE SPACES.
         77  WS-QTD-MATRIC           PIC 9(05) VALUE ZEROS.
         77  WS-QTD-AGUARD           PIC 9(05) VALUE ZEROS.
         77  WS-QTD-OFERTA           PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CONFIRM          PIC 9(05) VALUE ZEROS.
         77  WS-QTD-TURMAS           PIC 9(03) VALUE ZEROS.
         77  WS-TOT-AGUARD           PIC 9(05) VALUE ZEROS.
         77  WS-TOT-OFERTA           PIC 9(05) VALUE ZEROS.
         77  WS-PCT-DEMANDA          PIC 9(04) VALUE ZEROS.
      *
         COPY AMBCFG.
         COPY TRAVA.
         COPY ESPVAG.
         COPY CABREL.
         COPY JORNAL.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
         77  WS-CAMINHO-HISTORICO    PIC X(40) VALUE
                                     './HISTORICO.DAT'.
      *
        01  LINHA-TURMA.
            03  FILLER               PIC X(07) VALUE 'TURMA: '.
            03  LTU-TURMA            PIC X(10).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LTU-CURSO            PIC X(30).
            03  FILLER               PIC X(06) VALUE '  CAP '.
            03  LTU-CAPACIDADE       PIC ZZ9.
            03  FILLER               PIC X(07) VALUE '  OCUP '.
            03  LTU-OCUPADAS         PIC ZZZZ9.
            03  FILLER               PIC X(06) VALUE '  ST '.
            03  LTU-STATUS           PIC X(01).
            03  FILLER               PIC X(03) VALUE SPACES.
      *
        01  LINHA-CAB-DETALHE.
            03  FILLER               PIC X(08) VALUE '   SEQ'.
            03  FILLER               PIC X(07) VALUE 'MATR'.
            03  FILLER               PIC X(32) VALUE 'N O M E'.
            03  FILLER               PIC X(04) VALUE 'SIT'.
            03  FILLER               PIC X(10) VALUE 'INCLUSAO'.
            03  FILLER               PIC X(10) VALUE 'OFERTA'.
            03  FILLER               PIC X(09) VALUE 'ORIGEM'.
      *
        01  LINHA-DETALHE.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  DET-SEQ              PIC ZZZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  DET-MATR             PIC 9(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  DET-NOME             PIC X(30).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  DET-SITUACAO         PIC X(01).
            03  FILLER               PIC X(03) VALUE SPACES.
            03  DET-DATA-INCL        PIC 9(08).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  DET-DATA-OFERTA      PIC 9(08).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  DET-ORIGEM           PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACES.
      *
        01  LINHA-DEMANDA.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  FILLER               PIC X(12) VALUE 'AGUARDANDO:'.
            03  DEM-AGUARD           PIC ZZZZ9.
            03  FILLER               PIC X(14) VALUE '  OFERECIDAS:'.
            03  DEM-OFERTA           PIC ZZZZ9.
            03  FILLER               PIC X(11) VALUE '  DEMANDA:'.
            03  DEM-PCT              PIC ZZZ9.
            03  FILLER               PIC X(25) VALUE
                '% DA CAPACIDADE'.
      *
        01  LINHA-TOTAL.
            03  FILLER               PIC X(08) VALUE 'TURMAS:'.
            03  TOT-TURMAS           PIC ZZ9.
            03  FILLER               PIC X(14) VALUE '  AGUARDANDO:'.
            03  TOT-AGUARD           PIC ZZZZ9.
            03  FILLER               PIC X(14) VALUE '  OFERECIDAS:'.
            03  TOT-OFERTA           PIC ZZZZ9.
            03  FILLER               PIC X(31) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminhos dos mestres resolvidos pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           MOVE 'HISTORICO.DAT'                TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-HISTORICO
           DISPLAY '------ LISTA DE ESPERA DAS TURMAS ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'MODO (L-RELATORIO/O-OFERTA DE VAGAS/C-CONFIRMA'
                   ' VAGA/D-DESISTENCIA): '
           ACCEPT WS-MODO
           MOVE FUNCTION UPPER-CASE(WS-MODO)   TO WS-MODO
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           EVALUATE WS-MODO
              WHEN 'L'
                 PERFORM RELATORIO-ESPERA
              WHEN 'O'
                 PERFORM OFERTA-VAGAS
              WHEN 'C'
                 PERFORM CONFIRMA-VAGA
              WHEN 'D'
                 PERFORM DESISTENCIA
              WHEN OTHER
                 DISPLAY 'MODO INVALIDO.'
           END-EVALUATE.
           GOBACK.
      *
      *   Relatorio da fila por turma (uma turma ou todas): cada
      *   turma com capacidade, ocupadas no mestre, os alunos ainda
      *   aguardando ou com oferta em aberto e a demanda total
      *   (ocupadas + fila) sobre a capacidade da sala.
       RELATORIO-ESPERA.
           DISPLAY 'Turma (BRANCO = TODAS): '
           ACCEPT WS-TURMA-PEDIDA
           OPEN INPUT ESPERA
           IF WS-FS-ESP NOT EQUAL '00' THEN
              DISPLAY 'ESPERA.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ESP ' (NENHUMA TURMA LOTADA AINDA).'
           ELSE
              PERFORM ABRE-CATALOGO
              OPEN INPUT ALUNOS
              OPEN OUTPUT RELATORIO
              PERFORM IMPRIME-CABECALHO
              MOVE SPACES                      TO WS-TURMA-ATUAL
              MOVE WS-TURMA-PEDIDA             TO ESP-TURMA
              MOVE ZEROS                       TO ESP-SEQ
              MOVE 'N'                         TO WS-EOF-ESP
              START ESPERA KEY NOT LESS CHAVE-ESPERA
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-ESP
              END-START
              PERFORM UNTIL WS-EOF-ESP EQUAL 'S'
                 READ ESPERA NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-ESP
                    NOT AT END
                       IF WS-TURMA-PEDIDA NOT EQUAL SPACES
                                AND ESP-TURMA NOT EQUAL
                                    WS-TURMA-PEDIDA THEN
                          MOVE 'S'             TO WS-EOF-ESP
                       ELSE
                          PERFORM IMPRIME-REGISTRO-ESPERA
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-TURMA-ATUAL NOT EQUAL SPACES THEN
                 PERFORM FECHA-TURMA-RELATORIO
              END-IF
              WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
              MOVE WS-QTD-TURMAS               TO TOT-TURMAS
              MOVE WS-TOT-AGUARD               TO TOT-AGUARD
              MOVE WS-TOT-OFERTA               TO TOT-OFERTA
              WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
              CLOSE RELATORIO ALUNOS ESPERA
              IF WS-CATALOGO-OK EQUAL 'S' THEN
                 CLOSE TURMAS
              END-IF
              DISPLAY 'LISTA DE ESPERA IMPRESSA EM ESPERA.LST'
           END-IF.
      *
      *   Quebra por turma e linha de detalhe; so aparecem na fila
      *   quem aguarda e quem tem oferta em aberto, as demais
      *   situacoes ja sairam dela.
       IMPRIME-REGISTRO-ESPERA.
           IF ESP-TURMA NOT EQUAL WS-TURMA-ATUAL THEN
              IF WS-TURMA-ATUAL NOT EQUAL SPACES THEN
                 PERFORM FECHA-TURMA-RELATORIO
              END-IF
              PERFORM ABRE-TURMA-RELATORIO
           END-IF.
           IF ESP-AGUARDANDO OR ESP-OFERECIDA THEN
              IF CONTLIN GREATER 55 THEN
                 PERFORM IMPRIME-CABECALHO
              END-IF
              MOVE ESP-SEQ                     TO DET-SEQ
              MOVE ESP-MATR                    TO DET-MATR
              MOVE ESP-NOME                    TO DET-NOME
              MOVE ESP-SITUACAO                TO DET-SITUACAO
              MOVE ESP-DATA-INCL               TO DET-DATA-INCL
              MOVE ESP-DATA-OFERTA             TO DET-DATA-OFERTA
              MOVE ESP-ORIGEM                  TO DET-ORIGEM
              WRITE REG-REL FROM LINHA-DETALHE BEFORE ADVANCING 1
                                                  LINES
              ADD 1                            TO CONTLIN
              IF ESP-AGUARDANDO THEN
                 ADD 1                         TO WS-QTD-AGUARD
              ELSE
                 ADD 1                         TO WS-QTD-OFERTA
              END-IF
           END-IF.
      *
       ABRE-TURMA-RELATORIO.
           MOVE ESP-TURMA                      TO WS-TURMA-ATUAL
           ADD 1                               TO WS-QTD-TURMAS
           MOVE ZEROS                          TO WS-QTD-AGUARD
                                                  WS-QTD-OFERTA
           PERFORM LE-TURMA-CATALOGO
           PERFORM CONTA-MATRICULAS-TURMA
           IF CONTLIN GREATER 50 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-TURMA-ATUAL                 TO LTU-TURMA
           MOVE WS-QTD-MATRIC                  TO LTU-OCUPADAS
           IF WS-TURMA-ACHADA EQUAL 'S' THEN
              MOVE TUR-CURSO                   TO LTU-CURSO
              MOVE TUR-CAPACIDADE              TO LTU-CAPACIDADE
              MOVE TUR-STATUS                  TO LTU-STATUS
           ELSE
              MOVE 'NAO CADASTRADA (PGTURMAS)' TO LTU-CURSO
              MOVE ZEROS                       TO LTU-CAPACIDADE
              MOVE SPACE                       TO LTU-STATUS
           END-IF.
           WRITE REG-REL FROM LINHA-TURMA BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-DETALHE BEFORE ADVANCING 1
                                                   LINES
           ADD 2                               TO CONTLIN.
      *
      *   Demanda da turma: ocupadas mais a fila, sobre a capacidade;
      *   acima de 100% e a procura que justificaria outra turma.
       FECHA-TURMA-RELATORIO.
           MOVE WS-QTD-AGUARD                  TO DEM-AGUARD
           MOVE WS-QTD-OFERTA                  TO DEM-OFERTA
           IF WS-TURMA-ACHADA EQUAL 'S'
                    AND TUR-CAPACIDADE GREATER ZEROS THEN
              COMPUTE WS-PCT-DEMANDA ROUNDED =
                      (WS-QTD-MATRIC + WS-QTD-AGUARD + WS-QTD-OFERTA)
                      * 100 / TUR-CAPACIDADE
           ELSE
              MOVE ZEROS                       TO WS-PCT-DEMANDA
           END-IF.
           MOVE WS-PCT-DEMANDA                 TO DEM-PCT
           WRITE REG-REL FROM LINHA-DEMANDA BEFORE ADVANCING 2 LINES
           ADD 2                               TO CONTLIN
           ADD WS-QTD-AGUARD                   TO WS-TOT-AGUARD
           ADD WS-QTD-OFERTA                   TO WS-TOT-OFERTA.
      *
       ABRE-CATALOGO.
           OPEN INPUT TURMAS
           IF WS-FS-TUR EQUAL '00' THEN
              MOVE 'S'                         TO WS-CATALOGO-OK
           ELSE
              MOVE 'N'                         TO WS-CATALOGO-OK
              DISPLAY '>> TURMAS.DAT INDISPONIVEL (FILE STATUS '
                      WS-FS-TUR ') - CADASTRE AS TURMAS NO PGTURMAS.'
           END-IF.
      *
       LE-TURMA-CATALOGO.
           MOVE 'N'                            TO WS-TURMA-ACHADA
           IF WS-CATALOGO-OK EQUAL 'S' THEN
              MOVE WS-TURMA-ATUAL              TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-TURMA-ACHADA
              END-READ
           END-IF.
      *
      *   Matriculas que a turma ja ocupa no mestre.
       CONTA-MATRICULAS-TURMA.
           MOVE ZEROS                          TO WS-QTD-MATRIC
           MOVE WS-TURMA-ATUAL                 TO TURMA-ALUNOS
           MOVE ZEROS                          TO MATR-ALUNOS
           MOVE 'N'                            TO WS-EOF-ALUNOS
           START ALUNOS KEY NOT LESS CHAVE-ALUNOS
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF-ALUNOS
           END-START.
           PERFORM UNTIL WS-EOF-ALUNOS EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF-ALUNOS
                 NOT AT END
                    IF TURMA-ALUNOS EQUAL WS-TURMA-ATUAL THEN
                       ADD 1                   TO WS-QTD-MATRIC
                    ELSE
                       MOVE 'S'                TO WS-EOF-ALUNOS
                    END-IF
              END-READ
           END-PERFORM.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGESPERA'                     TO CR-PROGRAMA
           MOVE 'LISTA DE ESPERA E DEMANDA POR TURMA'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 3                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
      *   Oferta das vagas livres: a turma pedida ou, em branco, toda
      *   turma aberta ou publicada do catalogo.
       OFERTA-VAGAS.
           DISPLAY 'Turma (BRANCO = TODAS): '
           ACCEPT WS-TURMA-PEDIDA
           MOVE WS-OPERADOR                    TO EV-OPERADOR
           MOVE 'PGESPERA'                     TO EV-PROGRAMA
           IF WS-TURMA-PEDIDA NOT EQUAL SPACES THEN
              MOVE WS-TURMA-PEDIDA             TO EV-TURMA
              CALL './bin/PGESPVAG' USING EV-PARM
              DISPLAY 'TURMA ' EV-TURMA ': ' EV-QTD-OFERTAS
                      ' OFERTA(S), ' EV-QTD-ESPERA ' AGUARDANDO.'
           ELSE
              OPEN INPUT TURMAS
              IF WS-FS-TUR NOT EQUAL '00' THEN
                 DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                         WS-FS-TUR
              ELSE
                 MOVE 'N'                      TO WS-EOF-TUR
                 PERFORM UNTIL WS-EOF-TUR EQUAL 'S'
                    READ TURMAS NEXT RECORD
                       AT END
                          MOVE 'S'             TO WS-EOF-TUR
                       NOT AT END
                          IF TUR-ABERTA OR TUR-PUBLICADA THEN
                             MOVE TUR-CODIGO   TO EV-TURMA
                             CALL './bin/PGESPVAG' USING EV-PARM
                             DISPLAY 'TURMA ' EV-TURMA ': '
                                     EV-QTD-OFERTAS ' OFERTA(S), '
                                     EV-QTD-ESPERA ' AGUARDANDO.'
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE TURMAS
              END-IF
           END-IF.
      *
      *   Confirmacao da vaga oferecida: a matricula entra no mestre
      *   com as notas da carga, media e resultado calculados como na
      *   carga do PROG6601, e no historico do periodo letivo.
       CONFIRMA-VAGA.
           PERFORM LE-ESPERA-PEDIDA
           EVALUATE TRUE
              WHEN WS-ESPERA-ACHADA NOT EQUAL 'S'
                 CONTINUE
              WHEN NOT ESP-OFERECIDA
                 DISPLAY '>> REGISTRO NA SITUACAO ' ESP-SITUACAO
                         ' - SO VAGA OFERECIDA (O) PODE SER'
                         ' CONFIRMADA.'
                 CLOSE ESPERA
              WHEN OTHER
                 PERFORM CONFIRMA-VAGA-MESTRE
                 CLOSE ESPERA
           END-EVALUATE.
      *
       CONFIRMA-VAGA-MESTRE.
           MOVE ESP-TURMA                      TO WS-TURMA-ATUAL
           PERFORM ABRE-CATALOGO
           PERFORM LE-TURMA-CATALOGO
           IF WS-CATALOGO-OK EQUAL 'S' THEN
              CLOSE TURMAS
           END-IF.
           IF WS-TURMA-ACHADA NOT EQUAL 'S'
                    OR TUR-FECHADA OR TUR-ARQUIVADA THEN
              DISPLAY '>> TURMA ' WS-TURMA-ATUAL ' FECHADA, ARQUIVADA'
                      ' OU FORA DO CATALOGO - VAGA NAO CONFIRMADA.'
           ELSE
              MOVE 'R'                         TO TR-FUNCAO
              MOVE 'PGESPERA'                  TO TR-PROGRAMA
              MOVE 'ALUNOS.DAT'                TO TR-ARQUIVO
              CALL './bin/PGTRAVA' USING TR-PARM
              IF TR-RECUSADA THEN
                 DISPLAY '>> ALUNOS.DAT EM USO POR ' TR-DONO
                         ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              ELSE
                 PERFORM DEFINE-PERIODO-LETIVO
                 PERFORM CARREGA-PARAMETROS
                 PERFORM CALCULA-MEDIA
                 PERFORM GRAVA-ALUNO-CONFIRMADO
                 MOVE 'L'                      TO TR-FUNCAO
                 CALL './bin/PGTRAVA' USING TR-PARM
              END-IF
           END-IF.
      *
       GRAVA-ALUNO-CONFIRMADO.
           OPEN I-O ALUNOS
           IF WS-FS-ALUNOS EQUAL '35' THEN
              OPEN OUTPUT ALUNOS
              CLOSE ALUNOS
              OPEN I-O ALUNOS
           END-IF.
           OPEN I-O HISTORICO
           IF WS-FS-HIST EQUAL '35' THEN
              OPEN OUTPUT HISTORICO
              CLOSE HISTORICO
              OPEN I-O HISTORICO
           END-IF.
           MOVE ESP-TURMA                      TO TURMA-ALUNOS
           MOVE ESP-MATR                       TO MATR-ALUNOS
           MOVE ESP-NOME                       TO NOME-ALUNOS
           MOVE ESP-NOTA1                      TO NOTA1-ALUNOS
           MOVE ESP-NOTA2                      TO NOTA2-ALUNOS
           MOVE ESP-NOTA3                      TO NOTA3-ALUNOS
           MOVE MEDIA-FINAL                    TO MEDIA-ALUNOS
           MOVE WS-RESULTADO                   TO RESULTADO-ALUNOS
           WRITE REG-ALUNOS
              INVALID KEY
                 DISPLAY '>> MATRICULA ' ESP-MATR ' JA CONSTA NA'
                         ' TURMA ' ESP-TURMA ' - MESTRE MANTIDO.'
           END-WRITE
           MOVE 'W'                            TO JN-OPERACAO
           PERFORM JORNALIZA-ALUNO.
           MOVE ESP-MATR                       TO MATR-HIST
           MOVE WS-PERIODO-LETIVO              TO PERIODO-HIST
           MOVE ESP-TURMA                      TO TURMA-HIST
           MOVE ESP-NOME                       TO NOME-HIST
           MOVE ESP-NOTA1                      TO NOTA1-HIST
           MOVE ESP-NOTA2                      TO NOTA2-HIST
           MOVE ESP-NOTA3                      TO NOTA3-HIST
           MOVE MEDIA-FINAL                    TO MEDIA-HIST
           MOVE WS-RESULTADO                   TO RESULTADO-HIST
           WRITE REG-HIST
              INVALID KEY
                 REWRITE REG-HIST
           END-WRITE.
           CLOSE ALUNOS HISTORICO.
           MOVE 'C'                            TO ESP-SITUACAO
           MOVE WS-DATA-HOJE                   TO ESP-DATA-FIM
           MOVE WS-OPERADOR                    TO ESP-OPERADOR
           REWRITE REG-ESPERA.
           DISPLAY 'VAGA CONFIRMADA: MATRICULA ' ESP-MATR ' NA TURMA '
                   ESP-TURMA ' (' WS-RESULTADO ').'.
      *
      *   Desistencia (ou oferta recusada): o aluno sai da fila; se
      *   ele segurava uma vaga oferecida, ela vai para o proximo.
       DESISTENCIA.
           PERFORM LE-ESPERA-PEDIDA
           EVALUATE TRUE
              WHEN WS-ESPERA-ACHADA NOT EQUAL 'S'
                 CONTINUE
              WHEN NOT ESP-AGUARDANDO AND NOT ESP-OFERECIDA
                 DISPLAY '>> REGISTRO NA SITUACAO ' ESP-SITUACAO
                         ' - JA FORA DA FILA.'
                 CLOSE ESPERA
              WHEN OTHER
                 MOVE 'D'                      TO ESP-SITUACAO
                 MOVE WS-DATA-HOJE             TO ESP-DATA-FIM
                 MOVE WS-OPERADOR              TO ESP-OPERADOR
                 REWRITE REG-ESPERA
                 CLOSE ESPERA
                 DISPLAY 'DESISTENCIA REGISTRADA: MATRICULA ' ESP-MATR
                         ' NA TURMA ' ESP-TURMA '.'
                 MOVE ESP-TURMA                TO EV-TURMA
                 MOVE WS-OPERADOR              TO EV-OPERADOR
                 MOVE 'PGESPERA'               TO EV-PROGRAMA
                 CALL './bin/PGESPVAG' USING EV-PARM
           END-EVALUATE.
      *
      *   Le o registro de espera pedido (turma + sequencia); achado,
      *   ESPERA.DAT fica aberto em I-O para a atualizacao.
       LE-ESPERA-PEDIDA.
           MOVE 'N'                            TO WS-ESPERA-ACHADA
           DISPLAY 'Turma: '
           ACCEPT WS-TURMA-PEDIDA
           DISPLAY 'Sequencia na lista: '
           ACCEPT WS-SEQ-PEDIDA
           OPEN I-O ESPERA
           IF WS-FS-ESP NOT EQUAL '00' THEN
              DISPLAY 'ESPERA.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ESP
           ELSE
              MOVE WS-TURMA-PEDIDA             TO ESP-TURMA
              MOVE WS-SEQ-PEDIDA               TO ESP-SEQ
              READ ESPERA
                 INVALID KEY
                    DISPLAY '>> SEQUENCIA ' WS-SEQ-PEDIDA
                            ' NAO EXISTE NA FILA DA TURMA '
                            WS-TURMA-PEDIDA '.'
                    CLOSE ESPERA
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-ESPERA-ACHADA
              END-READ
           END-IF.
      *
      *   Periodo letivo (AAAASS) do historico; em branco assume o
      *   corrente, como no PROG6601.
       DEFINE-PERIODO-LETIVO.
           DISPLAY 'PERIODO LETIVO (AAAASS, BRANCO = ATUAL): '
           ACCEPT WS-PERIODO-INFORMADO.
           IF WS-PERIODO-INFORMADO EQUAL SPACES THEN
              MOVE WS-DATA-HOJE(1:4)           TO WS-PERIODO-ANO
              IF WS-DATA-HOJE(5:2) GREATER '06' THEN
                 MOVE 02                       TO WS-PERIODO-SEM
              ELSE
                 MOVE 01                       TO WS-PERIODO-SEM
              END-IF
           ELSE
              MOVE WS-PERIODO-INFORMADO        TO WS-PERIODO-LETIVO
           END-IF.
      *
      *   Nota de corte e pesos da turma da vaga confirmada.
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARM EQUAL '00' THEN
              READ PARAMETROS
                 NOT AT END
                    MOVE PARM-CORTE            TO WS-NOTA-CORTE
              END-READ
              CLOSE PARAMETROS
           END-IF.
           MOVE 'N'                            TO WS-PESO-ACHADO
           OPEN INPUT PESOS
           IF WS-FS-PESOS EQUAL '00' THEN
              PERFORM UNTIL WS-FS-PESOS NOT EQUAL '00'
                 READ PESOS
                    AT END
                       MOVE '10'               TO WS-FS-PESOS
                    NOT AT END
                       IF PESO-TURMA EQUAL ESP-TURMA
                                AND PESO-1 NUMERIC AND PESO-2 NUMERIC
                                AND PESO-3 NUMERIC THEN
                          COMPUTE WS-SOMA-PESOS =
                                  PESO-1 + PESO-2 + PESO-3
                          IF WS-SOMA-PESOS EQUAL 100 THEN
                             MOVE 'S'          TO WS-PESO-ACHADO
                             MOVE PESO-1       TO WS-P1
                             MOVE PESO-2       TO WS-P2
                             MOVE PESO-3       TO WS-P3
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PESOS
           END-IF.
      *
       CALCULA-MEDIA.
           IF WS-PESO-ACHADO EQUAL 'S' THEN
              COMPUTE MEDIA-FINAL ROUNDED =
                 ((ESP-NOTA1 * WS-P1) +
                  (ESP-NOTA2 * WS-P2) +
                  (ESP-NOTA3 * WS-P3)) / 100
           ELSE
              COMPUTE MEDIA-FINAL ROUNDED = (ESP-NOTA1 +
                                             ESP-NOTA2 +
                                             ESP-NOTA3) / 3
           END-IF.
           IF MEDIA-FINAL NOT LESS WS-NOTA-CORTE THEN
              MOVE 'APROVADO'                  TO WS-RESULTADO
           ELSE
              MOVE 'REPROVADO'                 TO WS-RESULTADO
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-ALUNO.
           IF WS-FS-ALUNOS(1:1) EQUAL '0' THEN
              MOVE 'PGESPERA'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'ALUNOS.DAT'                TO JN-ARQUIVO
              MOVE REG-ALUNOS                  TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGESPERA.
