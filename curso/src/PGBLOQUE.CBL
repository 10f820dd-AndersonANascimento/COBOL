      *****************************************************************
      * Program name:    PGBLOQUE
      * Original author: Anderson Nascimento
      * Purpose: Bloqueio academico por inadimplencia (area no
      *          copybook BLOQUEIO, mesmo padrao de CALL do
      *          PGESPVAG): soma as mensalidades da matricula em
      *          MENSALID.DAT vencidas e nao quitadas (liquido do
      *          desconto, como no modo I do PGMENSAL) e bloqueia o
      *          aluno quando a parcela mais atrasada passa do limite
      *          de dias E o total vencido alcanca o valor minimo,
      *          ambos do cartao BLOQUEIO.PARM (padrao 30 dias e
      *          100,00). Aluno bloqueado com liberacao supervisionada
      *          valida em LIBERA.DAT (PGLIBERA) para a acao pedida
      *          sai autorizado. Bloqueio e autorizacao ficam em
      *          BLOQUEIO.LOG com programa, operador e supervisor.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGBLOQUE.
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
           SELECT MENSALID ASSIGN TO './MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS MEN-CHAVE
           FILE STATUS   IS WS-FS-MEN.
           SELECT LIBERA ASSIGN TO './LIBERA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS LIB-CHAVE
           FILE STATUS   IS WS-FS-LIB.
           SELECT PARAMETROS ASSIGN TO './BLOQUEIO.PARM'
           FILE STATUS   IS WS-FS-PARM.
           SELECT BLOQLOG ASSIGN TO './BLOQUEIO.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-LOG.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   MENSALID.DAT - contas a receber das mensalidades (layout
      *   do PGMENSAL).
         FD  MENSALID.
         01  REG-MENSALID.
             05  MEN-CHAVE.
                 10  MEN-MATRICULA   PIC 9(05).
                 10  MEN-TURMA       PIC X(10).
                 10  MEN-COMPETENCIA PIC 9(06).
             05  MEN-NOME            PIC X(30).
             05  MEN-VLR-DEVIDO      PIC 9(07)V99.
             05  MEN-VLR-DESCONTO    PIC 9(07)V99.
             05  MEN-VLR-PAGO        PIC 9(07)V99.
             05  MEN-DATA-VENC       PIC 9(08).
             05  MEN-DATA-PGTO       PIC 9(08).
      *
      *   LIBERA.DAT - liberacoes supervisionadas (PGLIBERA), por
      *   matricula e acao ('T' vale para todas), ate a validade.
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
      *   BLOQUEIO.PARM - cartao com os limites do bloqueio: dias de
      *   atraso da parcela mais antiga e valor vencido minimo.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PARM-DIAS-ATRASO    PIC 9(03).
             05  PARM-VLR-MINIMO     PIC 9(07)V99.
      *
      *   BLOQUEIO.LOG - uma linha por bloqueio ou autorizacao.
         FD  BLOQLOG.
         01  REG-BLOQLOG             PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-MEN               PIC X(02) VALUE '00'.
         77  WS-FS-LIB               PIC X(02) VALUE '00'.
         77  WS-FS-PARM              PIC X(02) VALUE '00'.
         77  WS-FS-LOG               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-DIAS-LIMITE          PIC 9(03) VALUE 30.
         77  WS-VLR-LIMITE           PIC 9(07)V99 VALUE 100,00.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-DIA-HOJE             PIC 9(07) VALUE ZEROS.
         77  WS-DIA-VENC             PIC 9(07) VALUE ZEROS.
         77  WS-ATRASO               PIC 9(05) VALUE ZEROS.
         77  WS-VLR-ABERTO           PIC S9(07)V99 VALUE ZEROS.
         77  WS-LIBERACAO-OK         PIC X     VALUE 'N'.
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
      *****************************************************************
       LINKAGE SECTION.
       COPY BLOQUEIO.
      *****************************************************************
       PROCEDURE DIVISION USING BQ-PARM.
       MAIN-PROCEDURE.
           MOVE 'L'                            TO BQ-SITUACAO
           MOVE ZEROS                          TO BQ-QTD-VENCIDAS
                                                  BQ-VLR-VENCIDO
                                                  BQ-MAIOR-ATRASO
           MOVE SPACES                         TO BQ-SUPERVISOR
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           COMPUTE WS-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)

           PERFORM CARREGA-PARAMETROS
           PERFORM APURA-VENCIDAS

      *   Bloqueia quando as duas condicoes do cartao se cumprem:
      *   atraso alem do limite e divida vencida relevante.
           IF BQ-MAIOR-ATRASO GREATER WS-DIAS-LIMITE
                    AND BQ-VLR-VENCIDO NOT LESS WS-VLR-LIMITE THEN
              MOVE 'B'                         TO BQ-SITUACAO
           END-IF.

           IF BQ-BLOQUEADO AND BQ-ACAO NOT EQUAL SPACE THEN
              PERFORM BUSCA-LIBERACAO
              IF WS-LIBERACAO-OK EQUAL 'S' THEN
                 MOVE 'A'                      TO BQ-SITUACAO
                 MOVE LIB-SUPERVISOR           TO BQ-SUPERVISOR
              END-IF
              IF BQ-PROGRAMA NOT EQUAL SPACES THEN
                 PERFORM GRAVA-LOG-BLOQUEIO
              END-IF
           END-IF.
           EXIT PROGRAM.
      *
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARM EQUAL '00' THEN
              READ PARAMETROS
                 NOT AT END
                    IF PARM-DIAS-ATRASO NUMERIC THEN
                       MOVE PARM-DIAS-ATRASO   TO WS-DIAS-LIMITE
                    END-IF
                    IF PARM-VLR-MINIMO NUMERIC THEN
                       MOVE PARM-VLR-MINIMO    TO WS-VLR-LIMITE
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
      *
      *   Percorre as cobrancas da matricula (a chave do MENSALID
      *   comeca nela) somando o que venceu e nao foi quitado.
       APURA-VENCIDAS.
           OPEN INPUT MENSALID
           IF WS-FS-MEN EQUAL '00' THEN
              MOVE BQ-MATRICULA                TO MEN-MATRICULA
              MOVE SPACES                      TO MEN-TURMA
              MOVE ZEROS                       TO MEN-COMPETENCIA
              MOVE 'N'                         TO WS-EOF
              START MENSALID KEY NOT LESS MEN-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ MENSALID NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF MEN-MATRICULA NOT EQUAL BQ-MATRICULA THEN
                          MOVE 'S'             TO WS-EOF
                       ELSE
                          PERFORM ACUMULA-VENCIDA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MENSALID
           END-IF.
      *
       ACUMULA-VENCIDA.
           COMPUTE WS-VLR-ABERTO = MEN-VLR-DEVIDO - MEN-VLR-DESCONTO
                                 - MEN-VLR-PAGO
           IF WS-VLR-ABERTO GREATER ZEROS
                    AND MEN-DATA-VENC LESS WS-DATA-HOJE THEN
              ADD 1                            TO BQ-QTD-VENCIDAS
              ADD WS-VLR-ABERTO                TO BQ-VLR-VENCIDO
              COMPUTE WS-DIA-VENC =
                      FUNCTION INTEGER-OF-DATE(MEN-DATA-VENC)
              COMPUTE WS-ATRASO = WS-DIA-HOJE - WS-DIA-VENC
              IF WS-ATRASO GREATER BQ-MAIOR-ATRASO THEN
                 MOVE WS-ATRASO                TO BQ-MAIOR-ATRASO
              END-IF
           END-IF.
      *
      *   Liberacao da propria acao ou geral ('T'), dentro da
      *   validade.
       BUSCA-LIBERACAO.
           MOVE 'N'                            TO WS-LIBERACAO-OK
           OPEN INPUT LIBERA
           IF WS-FS-LIB EQUAL '00' THEN
              MOVE BQ-MATRICULA                TO LIB-MATRICULA
              MOVE BQ-ACAO                     TO LIB-ACAO
              PERFORM LE-LIBERACAO
              IF WS-LIBERACAO-OK NOT EQUAL 'S' THEN
                 MOVE BQ-MATRICULA             TO LIB-MATRICULA
                 MOVE 'T'                      TO LIB-ACAO
                 PERFORM LE-LIBERACAO
              END-IF
              CLOSE LIBERA
           END-IF.
      *
       LE-LIBERACAO.
           READ LIBERA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF LIB-VALIDADE NOT LESS WS-DATA-HOJE THEN
                    MOVE 'S'                   TO WS-LIBERACAO-OK
                 END-IF
           END-READ.
      *
       GRAVA-LOG-BLOQUEIO.
           OPEN EXTEND BLOQLOG
           IF WS-FS-LOG EQUAL '35' THEN
              OPEN OUTPUT BLOQLOG
           END-IF.
           MOVE WS-DATA-HOJE                   TO LOG-DATA
           MOVE WS-DATA-HORA(9:6)              TO LOG-HORA
           MOVE BQ-PROGRAMA                    TO LOG-PROGRAMA
           MOVE BQ-ACAO                        TO LOG-ACAO
           MOVE BQ-MATRICULA                   TO LOG-MATRICULA
           MOVE BQ-SITUACAO                    TO LOG-SITUACAO
           MOVE BQ-QTD-VENCIDAS                TO LOG-QTD-VENCIDAS
           MOVE BQ-VLR-VENCIDO                 TO LOG-VLR-VENCIDO
           MOVE BQ-MAIOR-ATRASO                TO LOG-MAIOR-ATRASO
           MOVE BQ-OPERADOR                    TO LOG-OPERADOR
           MOVE BQ-SUPERVISOR                  TO LOG-SUPERVISOR
           WRITE REG-BLOQLOG FROM LINHA-BLOQLOG.
           CLOSE BLOQLOG.
      *
       END PROGRAM PGBLOQUE.
