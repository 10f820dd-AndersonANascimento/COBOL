      *****************************************************************
      * Program name:    PGESPVAG
      * Original author: Anderson Nascimento
      * Purpose: Ofertador de vagas da lista de espera (area no
      *          copybook ESPVAG, mesmo padrao de CALL do PGTURLOG):
      *          para a turma informada, vence as ofertas paradas
      *          alem do prazo do cartao ESPERA.PARM (padrao 5
      *          dias), conta as vagas livres (capacidade do
      *          TURMAS.DAT menos as matriculas do ALUNOS.DAT e as
      *          ofertas ainda em aberto) e oferece cada vaga ao
      *          proximo aluno aguardando em ESPERA.DAT, na ordem de
      *          chegada. Cada oferta sai em ESPOFER.TXT para a
      *          secretaria avisar o aluno; a confirmacao e a carga
      *          no mestre ficam com o PGESPERA. Turma arquivada tem
      *          a fila encerrada.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGESPVAG.
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
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT PARAMETROS ASSIGN TO './ESPERA.PARM'
           FILE STATUS   IS WS-FS-PARM.
           SELECT OFERTAS ASSIGN TO './ESPOFER.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-OFE.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   ESPERA.DAT - lista de espera por turma, em ordem de
      *   chegada (ESP-SEQ), com as notas que vieram na carga para a
      *   matricula entrar no mestre quando a vaga for confirmada.
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
      *   ALUNOS.DAT - mestre de alunos (KSDS, turma + matricula); so
      *   lido aqui, para contar as vagas ja ocupadas.
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
      *   TURMAS.DAT - catalogo de turmas mantido pelo PGTURMAS;
      *   capacidade da sala e status da turma.
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
      *   ESPERA.PARM - cartao com o prazo, em dias corridos, para o
      *   aluno responder a oferta; sem ele vale o padrao de 5 dias.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PARM-PRAZO-OFERTA   PIC 9(03).
      *
      *   ESPOFER.TXT - uma linha por vaga oferecida, para a
      *   secretaria avisar o aluno.
         FD  OFERTAS.
         01  REG-OFERTA              PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-ESP               PIC X(02) VALUE '00'.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-PARM              PIC X(02) VALUE '00'.
         77  WS-FS-OFE               PIC X(02) VALUE '00'.
         77  WS-EOF-ESP              PIC X     VALUE 'N'.
         77  WS-EOF-ALUNOS           PIC X     VALUE 'N'.
         77  WS-TURMA-ACHADA         PIC X     VALUE 'N'.
         77  WS-PRAZO-OFERTA         PIC 9(03) VALUE 5.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-DIA-HOJE             PIC 9(07) VALUE ZEROS.
         77  WS-DIA-OFERTA           PIC 9(07) VALUE ZEROS.
         77  WS-QTD-MATRIC           PIC 9(05) VALUE ZEROS.
         77  WS-QTD-EM-OFERTA        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-VENCIDAS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-LIVRES           PIC S9(05) VALUE ZEROS.
         77  WS-OFERTAS-ABERTO       PIC X     VALUE 'N'.
         COPY AMBCFG.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
      *
        01  LINHA-OFERTA.
            03  OFE-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFE-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFE-SEQ              PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFE-MATR             PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFE-NOME             PIC X(30).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFE-OPERADOR         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFE-PROGRAMA         PIC X(08).
      *****************************************************************
       LINKAGE SECTION.
       COPY ESPVAG.
      *****************************************************************
       PROCEDURE DIVISION USING EV-PARM.
       MAIN-PROCEDURE.
           MOVE ZEROS                          TO EV-QTD-OFERTAS
                                                  EV-QTD-ESPERA
           MOVE ZEROS                          TO WS-QTD-MATRIC
                                                  WS-QTD-EM-OFERTA
                                                  WS-QTD-VENCIDAS
           MOVE 'N'                            TO WS-OFERTAS-ABERTO
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           COMPUTE WS-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

      *   Sem lista de espera gravada nao ha a quem oferecer.
           OPEN I-O ESPERA
           IF WS-FS-ESP NOT EQUAL '00' THEN
              EXIT PROGRAM
           END-IF.

           OPEN INPUT TURMAS
           IF WS-FS-TUR NOT EQUAL '00' THEN
              DISPLAY '>> PGESPVAG: TURMAS.DAT INDISPONIVEL (FILE '
                      'STATUS ' WS-FS-TUR ') - NENHUMA OFERTA.'
              CLOSE ESPERA
              EXIT PROGRAM
           END-IF.
           MOVE 'N'                            TO WS-TURMA-ACHADA
           MOVE EV-TURMA                       TO TUR-CODIGO
           READ TURMAS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-TURMA-ACHADA
           END-READ.
           CLOSE TURMAS.
           IF WS-TURMA-ACHADA NOT EQUAL 'S' THEN
              CLOSE ESPERA
              EXIT PROGRAM
           END-IF.

      *   Turma arquivada nao volta a ter vaga: quem ainda estava na
      *   fila dela sai como encerrado.
           IF TUR-ARQUIVADA THEN
              PERFORM ENCERRA-FILA-TURMA
              CLOSE ESPERA
              EXIT PROGRAM
           END-IF.

           PERFORM CARREGA-PARAMETROS
           PERFORM VENCE-OFERTAS-ANTIGAS
           PERFORM CONTA-MATRICULAS-TURMA

      *   Vaga livre = capacidade da sala menos o que ja esta no
      *   mestre e o que ja foi oferecido e ainda aguarda resposta.
      *   Turma fechada nao recebe mais ninguem.
           COMPUTE WS-QTD-LIVRES = TUR-CAPACIDADE - WS-QTD-MATRIC
                                 - WS-QTD-EM-OFERTA
           IF (TUR-ABERTA OR TUR-PUBLICADA)
                    AND WS-QTD-LIVRES GREATER ZEROS THEN
              PERFORM OFERECE-VAGAS
           END-IF.
           PERFORM CONTA-AGUARDANDO.

           IF WS-OFERTAS-ABERTO EQUAL 'S' THEN
              CLOSE OFERTAS
           END-IF.
           CLOSE ESPERA.
           IF WS-QTD-VENCIDAS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-VENCIDAS ' OFERTA(S) VENCIDA(S)'
                      ' NA TURMA ' EV-TURMA ' (PRAZO DE '
                      WS-PRAZO-OFERTA ' DIA(S)).'
           END-IF.
           IF EV-QTD-OFERTAS GREATER ZEROS THEN
              DISPLAY '>> ' EV-QTD-OFERTAS ' VAGA(S) DA TURMA '
                      EV-TURMA ' OFERECIDA(S) A LISTA DE ESPERA'
                      ' (ESPOFER.TXT).'
           END-IF.
           EXIT PROGRAM.
      *
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARM EQUAL '00' THEN
              READ PARAMETROS
                 NOT AT END
                    IF PARM-PRAZO-OFERTA NUMERIC
                             AND PARM-PRAZO-OFERTA GREATER ZEROS THEN
                       MOVE PARM-PRAZO-OFERTA  TO WS-PRAZO-OFERTA
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
      *
      *   Posiciona a lista de espera no primeiro registro da turma.
       POSICIONA-ESPERA.
           MOVE EV-TURMA                       TO ESP-TURMA
           MOVE ZEROS                          TO ESP-SEQ
           MOVE 'N'                            TO WS-EOF-ESP
           START ESPERA KEY NOT LESS CHAVE-ESPERA
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF-ESP
           END-START.
      *
      *   Le o proximo registro da fila; acabou a turma, acabou a
      *   leitura.
       LE-PROXIMO-ESPERA.
           READ ESPERA NEXT RECORD
              AT END
                 MOVE 'S'                      TO WS-EOF-ESP
              NOT AT END
                 IF ESP-TURMA NOT EQUAL EV-TURMA THEN
                    MOVE 'S'                   TO WS-EOF-ESP
                 END-IF
           END-READ.
      *
      *   Oferta sem resposta alem do prazo vence e a vaga volta para
      *   o proximo da fila; as ofertas dentro do prazo seguram a
      *   vaga e entram na conta das ocupadas.
       VENCE-OFERTAS-ANTIGAS.
           PERFORM POSICIONA-ESPERA
           PERFORM LE-PROXIMO-ESPERA
           PERFORM UNTIL WS-EOF-ESP EQUAL 'S'
              IF ESP-OFERECIDA THEN
                 COMPUTE WS-DIA-OFERTA =
                         FUNCTION INTEGER-OF-DATE(ESP-DATA-OFERTA)
                 IF WS-DIA-HOJE - WS-DIA-OFERTA
                          GREATER WS-PRAZO-OFERTA THEN
                    MOVE 'V'                   TO ESP-SITUACAO
                    MOVE WS-DATA-HOJE          TO ESP-DATA-FIM
                    MOVE EV-OPERADOR           TO ESP-OPERADOR
                    REWRITE REG-ESPERA
                    ADD 1                      TO WS-QTD-VENCIDAS
                 ELSE
                    ADD 1                      TO WS-QTD-EM-OFERTA
                 END-IF
              END-IF
              PERFORM LE-PROXIMO-ESPERA
           END-PERFORM.
      *
      *   Conta as matriculas que a turma ja ocupa no mestre.
       CONTA-MATRICULAS-TURMA.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL '00' THEN
              MOVE EV-TURMA                    TO TURMA-ALUNOS
              MOVE ZEROS                       TO MATR-ALUNOS
              MOVE 'N'                         TO WS-EOF-ALUNOS
              START ALUNOS KEY NOT LESS CHAVE-ALUNOS
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-ALUNOS
              END-START
              PERFORM UNTIL WS-EOF-ALUNOS EQUAL 'S'
                 READ ALUNOS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-ALUNOS
                    NOT AT END
                       IF TURMA-ALUNOS EQUAL EV-TURMA THEN
                          ADD 1                TO WS-QTD-MATRIC
                       ELSE
                          MOVE 'S'             TO WS-EOF-ALUNOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUNOS
           END-IF.
      *
      *   Percorre a fila na ordem de chegada oferecendo uma vaga a
      *   cada aluno aguardando, ate acabarem as vagas livres.
       OFERECE-VAGAS.
           PERFORM POSICIONA-ESPERA
           PERFORM LE-PROXIMO-ESPERA
           PERFORM UNTIL WS-EOF-ESP EQUAL 'S'
                      OR WS-QTD-LIVRES NOT GREATER ZEROS
              IF ESP-AGUARDANDO THEN
                 MOVE 'O'                      TO ESP-SITUACAO
                 MOVE WS-DATA-HOJE             TO ESP-DATA-OFERTA
                 MOVE EV-OPERADOR              TO ESP-OPERADOR
                 REWRITE REG-ESPERA
                 PERFORM GRAVA-OFERTA
                 ADD 1                         TO EV-QTD-OFERTAS
                 SUBTRACT 1                    FROM WS-QTD-LIVRES
              END-IF
              PERFORM LE-PROXIMO-ESPERA
           END-PERFORM.
      *
       GRAVA-OFERTA.
           IF WS-OFERTAS-ABERTO NOT EQUAL 'S' THEN
              OPEN EXTEND OFERTAS
              IF WS-FS-OFE EQUAL '35' THEN
                 OPEN OUTPUT OFERTAS
              END-IF
              MOVE 'S'                         TO WS-OFERTAS-ABERTO
           END-IF.
           MOVE WS-DATA-HOJE                   TO OFE-DATA
           MOVE ESP-TURMA                      TO OFE-TURMA
           MOVE ESP-SEQ                        TO OFE-SEQ
           MOVE ESP-MATR                       TO OFE-MATR
           MOVE ESP-NOME                       TO OFE-NOME
           MOVE EV-OPERADOR                    TO OFE-OPERADOR
           MOVE EV-PROGRAMA                    TO OFE-PROGRAMA
           WRITE REG-OFERTA FROM LINHA-OFERTA.
      *
      *   Quantos alunos da turma continuam aguardando vaga.
       CONTA-AGUARDANDO.
           PERFORM POSICIONA-ESPERA
           PERFORM LE-PROXIMO-ESPERA
           PERFORM UNTIL WS-EOF-ESP EQUAL 'S'
              IF ESP-AGUARDANDO THEN
                 ADD 1                         TO EV-QTD-ESPERA
              END-IF
              PERFORM LE-PROXIMO-ESPERA
           END-PERFORM.
      *
      *   Turma arquivada: aguardando e oferecido viram encerrado.
       ENCERRA-FILA-TURMA.
           PERFORM POSICIONA-ESPERA
           PERFORM LE-PROXIMO-ESPERA
           PERFORM UNTIL WS-EOF-ESP EQUAL 'S'
              IF ESP-AGUARDANDO OR ESP-OFERECIDA THEN
                 MOVE 'E'                      TO ESP-SITUACAO
                 MOVE WS-DATA-HOJE             TO ESP-DATA-FIM
                 MOVE EV-OPERADOR              TO ESP-OPERADOR
                 REWRITE REG-ESPERA
              END-IF
              PERFORM LE-PROXIMO-ESPERA
           END-PERFORM.
      *
       END PROGRAM PGESPVAG.
