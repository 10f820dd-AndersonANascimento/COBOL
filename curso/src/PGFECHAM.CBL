      *****************************************************************
      * Program name:    PGFECHAM
      * Original author: Anderson Nascimento
      * Purpose: Fechamento de periodo financeiro: o modo F fecha
      *          uma competencia (aaaamm) depois de conferir que o
      *          diario DIARIO.TXT do mes bate (debitos = creditos);
      *          dali em diante o PGFECPER recusa qualquer baixa,
      *          mensalidade, recibo ou partida com data dentro dela.
      *          O modo R reabre a competencia para ajuste, so com
      *          supervisor diferente do operador e motivo, e o modo
      *          F fecha de novo depois dos acertos. O modo L lista
      *          as competencias. Fechamentos e reaberturas ficam em
      *          FECHAPER.LOG, o mesmo log das recusas do PGFECPER.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGFECHAM.
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
           SELECT FECHAPER ASSIGN TO './FECHAPER.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS FPR-COMPETENCIA
           FILE STATUS   IS WS-FS-FPR.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DIA.
           SELECT FECHALOG ASSIGN TO './FECHAPER.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-LOG.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   FECHAPER.DAT - uma linha por competencia fechada; a
      *   reabertura guarda quem pediu, o supervisor e o motivo.
         FD  FECHAPER.
         01  REG-FECHAPER.
             05  FPR-COMPETENCIA     PIC 9(06).
             05  FPR-SITUACAO        PIC X(01).
                 88  FPR-FECHADA               VALUE 'F'.
                 88  FPR-REABERTA              VALUE 'R'.
             05  FPR-DATA-FECHAMENTO PIC 9(08).
             05  FPR-OPER-FECHAMENTO PIC X(08).
             05  FPR-DATA-REABERTURA PIC 9(08).
             05  FPR-OPER-REABERTURA PIC X(08).
             05  FPR-SUPERVISOR      PIC X(08).
             05  FPR-MOTIVO          PIC X(40).
             05  FPR-QTD-REABERTURAS PIC 9(03).
      *
      *   DIARIO.TXT - o diario (layout do PGCONTAB).
         FD  DIARIO.
         01  REG-DIARIO.
             05  DIA-DATA            PIC 9(08).
             05  DIA-ORIGEM          PIC X(08).
             05  DIA-CONTA           PIC 9(05).
             05  DIA-DC              PIC X(01).
             05  DIA-VALOR           PIC 9(09)V99.
             05  DIA-HISTORICO       PIC X(20).
             05  DIA-CCUSTO          PIC X(03).
      *
      *   FECHAPER.LOG - mesmo registro gravado pelo PGFECPER.
         FD  FECHALOG.
         01  REG-FECHALOG            PIC X(100).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-FPR               PIC X(02) VALUE '00'.
         77  WS-FS-DIA               PIC X(02) VALUE '00'.
         77  WS-FS-LOG               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-MODO                 PIC X     VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-SUPERVISOR           PIC X(08) VALUE SPACES.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-COMPETENCIA-INF      PIC X(06) VALUE SPACES.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-MES                  PIC 9(02) VALUE ZEROS.
         77  WS-COMPETENCIA-HOJE     PIC 9(06) VALUE ZEROS.
         77  WS-MOTIVO-INF           PIC X(40) VALUE SPACES.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-EXISTE               PIC X     VALUE 'N'.
         77  WS-EVENTO               PIC X(01) VALUE SPACE.
         77  WS-QTD-PARTIDAS         PIC 9(07) VALUE ZEROS.
         77  WS-TOT-DEBITOS          PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-CREDITOS         PIC 9(11)V99 VALUE ZEROS.
         77  WS-QTD-LISTADAS         PIC 9(05) VALUE ZEROS.
         77  WS-VALOR-ED             PIC ZZZZZZZZZZ9,99.
      *
        01  LINHA-FECHALOG.
            03  LOG-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-HORA             PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-PROGRAMA         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-EVENTO           PIC X(01).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-COMPETENCIA      PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-DATA-LANC        PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-OPERADOR         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-SUPERVISOR       PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LOG-MOTIVO           PIC X(39).
      *
        01  LINHA-LISTA.
            03  LST-COMPETENCIA      PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LST-SITUACAO         PIC X(09).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LST-DATA-FECHAMENTO  PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LST-OPER-FECHAMENTO  PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LST-QTD-REABERTURAS  PIC ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LST-SUPERVISOR       PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LST-MOTIVO           PIC X(30).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           COMPUTE WS-COMPETENCIA-HOJE = WS-DATA-HOJE / 100
           DISPLAY '------ FECHAMENTO DE PERIODO ------'
           DISPLAY 'Modo (F-Fecha competencia/R-Reabre para ajuste/'
                   'L-Lista): '
           ACCEPT WS-MODO
           EVALUATE WS-MODO
              WHEN 'F'
              WHEN 'f'
                 PERFORM FECHA-COMPETENCIA THRU FECHA-COMPETENCIA-FIM
              WHEN 'R'
              WHEN 'r'
                 PERFORM REABRE-COMPETENCIA THRU REABRE-COMPETENCIA-FIM
              WHEN 'L'
              WHEN 'l'
                 PERFORM LISTA-COMPETENCIAS
              WHEN OTHER
                 DISPLAY '>> MODO INVALIDO.'
           END-EVALUATE.
           GOBACK.
      *
      *   Operador e competencia (aaaamm), comuns aos modos F e R;
      *   competencia futura nao se fecha nem se reabre.
       PEDE-COMPETENCIA.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA-INF
           MOVE ZEROS                          TO WS-COMPETENCIA
           IF WS-COMPETENCIA-INF NUMERIC THEN
              MOVE WS-COMPETENCIA-INF          TO WS-COMPETENCIA
              MOVE WS-COMPETENCIA-INF(5:2)     TO WS-MES
              IF WS-MES LESS 1 OR WS-MES GREATER 12
                       OR WS-COMPETENCIA GREATER WS-COMPETENCIA-HOJE
                 MOVE ZEROS                    TO WS-COMPETENCIA
              END-IF
           END-IF.
      *
      *   Le a competencia no FECHAPER.DAT, criando o arquivo na
      *   primeira vez.
       ABRE-FECHAPER.
           OPEN I-O FECHAPER
           IF WS-FS-FPR EQUAL '35' THEN
              OPEN OUTPUT FECHAPER
              CLOSE FECHAPER
              OPEN I-O FECHAPER
           END-IF.
           MOVE WS-COMPETENCIA                 TO FPR-COMPETENCIA
           MOVE 'S'                            TO WS-EXISTE
           READ FECHAPER
              INVALID KEY
                 MOVE 'N'                      TO WS-EXISTE
           END-READ.
      *
      *   Modo F: fecha a competencia aberta ou reaberta, se o
      *   diario do mes estiver batido.
       FECHA-COMPETENCIA.
           PERFORM PEDE-COMPETENCIA
           IF WS-COMPETENCIA EQUAL ZEROS THEN
              DISPLAY '>> COMPETENCIA INVALIDA OU FUTURA.'
              GO TO FECHA-COMPETENCIA-FIM
           END-IF.
           PERFORM SOMA-DIARIO
           MOVE WS-TOT-DEBITOS                 TO WS-VALOR-ED
           DISPLAY 'PARTIDAS NO DIARIO: ' WS-QTD-PARTIDAS
                   '  DEBITOS: ' WS-VALOR-ED
           MOVE WS-TOT-CREDITOS                TO WS-VALOR-ED
           DISPLAY '                            CREDITOS: '
                   WS-VALOR-ED
           IF WS-TOT-DEBITOS NOT EQUAL WS-TOT-CREDITOS THEN
              DISPLAY '>> DIARIO DA COMPETENCIA NAO BATE - '
                      'FECHAMENTO RECUSADO.'
              GO TO FECHA-COMPETENCIA-FIM
           END-IF.

           PERFORM ABRE-FECHAPER
           IF WS-EXISTE EQUAL 'S' AND FPR-FECHADA THEN
              DISPLAY '>> COMPETENCIA ' WS-COMPETENCIA
                      ' JA ESTA FECHADA.'
              CLOSE FECHAPER
              GO TO FECHA-COMPETENCIA-FIM
           END-IF.
           DISPLAY 'Confirma o fechamento de ' WS-COMPETENCIA
                   ' (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'FECHAMENTO CANCELADO.'
              CLOSE FECHAPER
              GO TO FECHA-COMPETENCIA-FIM
           END-IF.

           MOVE 'F'                            TO FPR-SITUACAO
           MOVE WS-DATA-HOJE                   TO FPR-DATA-FECHAMENTO
           MOVE WS-OPERADOR                    TO FPR-OPER-FECHAMENTO
           IF WS-EXISTE EQUAL 'S' THEN
              REWRITE REG-FECHAPER
           ELSE
              MOVE ZEROS                       TO FPR-DATA-REABERTURA
                                                  FPR-QTD-REABERTURAS
              MOVE SPACES                      TO FPR-OPER-REABERTURA
                                                  FPR-SUPERVISOR
                                                  FPR-MOTIVO
              WRITE REG-FECHAPER
           END-IF.
           CLOSE FECHAPER.
           MOVE 'F'                            TO WS-EVENTO
           MOVE SPACES                         TO WS-SUPERVISOR
                                                  WS-MOTIVO-INF
           PERFORM GRAVA-LOG-FECHAMENTO
           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' FECHADA.'.
       FECHA-COMPETENCIA-FIM.
           EXIT.
      *
      *   Soma as partidas do diario com data na competencia.
       SOMA-DIARIO.
           MOVE ZEROS                          TO WS-QTD-PARTIDAS
                                                  WS-TOT-DEBITOS
                                                  WS-TOT-CREDITOS
           OPEN INPUT DIARIO
           IF WS-FS-DIA EQUAL '00' THEN
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ DIARIO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF DIA-DATA(1:6) EQUAL WS-COMPETENCIA-INF THEN
                          ADD 1                TO WS-QTD-PARTIDAS
                          IF DIA-DC EQUAL 'D' THEN
                             ADD DIA-VALOR     TO WS-TOT-DEBITOS
                          ELSE
                             ADD DIA-VALOR     TO WS-TOT-CREDITOS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIARIO
           END-IF.
      *
      *   Modo R: reabre competencia fechada para ajuste, com
      *   motivo e supervisor.
       REABRE-COMPETENCIA.
           PERFORM PEDE-COMPETENCIA
           IF WS-COMPETENCIA EQUAL ZEROS THEN
              DISPLAY '>> COMPETENCIA INVALIDA OU FUTURA.'
              GO TO REABRE-COMPETENCIA-FIM
           END-IF.
           PERFORM ABRE-FECHAPER
           IF WS-EXISTE NOT EQUAL 'S' OR NOT FPR-FECHADA THEN
              DISPLAY '>> COMPETENCIA ' WS-COMPETENCIA
                      ' NAO ESTA FECHADA - NADA A REABRIR.'
              CLOSE FECHAPER
              GO TO REABRE-COMPETENCIA-FIM
           END-IF.
           MOVE SPACES                         TO WS-MOTIVO-INF
           PERFORM UNTIL WS-MOTIVO-INF NOT EQUAL SPACES
              DISPLAY 'Motivo da reabertura: '
              ACCEPT WS-MOTIVO-INF
           END-PERFORM.

      *   Quatro olhos, como no PGESTORN.
           DISPLAY 'Supervisor (confirmacao): '
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR EQUAL WS-OPERADOR
                    OR WS-SUPERVISOR EQUAL SPACES THEN
              DISPLAY '>> O SUPERVISOR DEVE SER OUTRA PESSOA -'
                      ' REABERTURA RECUSADA.'
              CLOSE FECHAPER
              GO TO REABRE-COMPETENCIA-FIM
           END-IF.
           DISPLAY 'Supervisor confirma a reabertura (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'REABERTURA CANCELADA.'
              CLOSE FECHAPER
              GO TO REABRE-COMPETENCIA-FIM
           END-IF.

           MOVE 'R'                            TO FPR-SITUACAO
           MOVE WS-DATA-HOJE                   TO FPR-DATA-REABERTURA
           MOVE WS-OPERADOR                    TO FPR-OPER-REABERTURA
           MOVE WS-SUPERVISOR                  TO FPR-SUPERVISOR
           MOVE WS-MOTIVO-INF                  TO FPR-MOTIVO
           ADD 1                               TO FPR-QTD-REABERTURAS
           REWRITE REG-FECHAPER.
           CLOSE FECHAPER.
           MOVE 'R'                            TO WS-EVENTO
           PERFORM GRAVA-LOG-FECHAMENTO
           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' REABERTA PARA'
                   ' AJUSTE (SUPERVISOR ' WS-SUPERVISOR ').'
           DISPLAY 'FECHE DE NOVO (MODO F) AO TERMINAR OS ACERTOS.'.
       REABRE-COMPETENCIA-FIM.
           EXIT.
      *
      *   Fechamento ('F') e reabertura ('R') no FECHAPER.LOG.
       GRAVA-LOG-FECHAMENTO.
           OPEN EXTEND FECHALOG
           IF WS-FS-LOG EQUAL '35' THEN
              OPEN OUTPUT FECHALOG
           END-IF.
           MOVE WS-DATA-HOJE                   TO LOG-DATA
           MOVE WS-DATA-HORA(9:6)              TO LOG-HORA
           MOVE 'PGFECHAM'                     TO LOG-PROGRAMA
           MOVE WS-EVENTO                      TO LOG-EVENTO
           MOVE WS-COMPETENCIA                 TO LOG-COMPETENCIA
           MOVE WS-DATA-HOJE                   TO LOG-DATA-LANC
           MOVE WS-OPERADOR                    TO LOG-OPERADOR
           MOVE WS-SUPERVISOR                  TO LOG-SUPERVISOR
           MOVE WS-MOTIVO-INF                  TO LOG-MOTIVO
           WRITE REG-FECHALOG FROM LINHA-FECHALOG.
           CLOSE FECHALOG.
      *
      *   Modo L: as competencias registradas, em ordem.
       LISTA-COMPETENCIAS.
           OPEN INPUT FECHAPER
           IF WS-FS-FPR NOT EQUAL '00' THEN
              DISPLAY 'NENHUMA COMPETENCIA FECHADA.'
           ELSE
              DISPLAY 'COMPET SITUACAO  FECHADA  OPERADOR REA '
                      'SUPERV.  MOTIVO DA REABERTURA'
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ FECHAPER NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM MOSTRA-COMPETENCIA
                 END-READ
              END-PERFORM
              CLOSE FECHAPER
              DISPLAY 'COMPETENCIAS: ' WS-QTD-LISTADAS
           END-IF.
      *
       MOSTRA-COMPETENCIA.
           ADD 1                               TO WS-QTD-LISTADAS
           MOVE FPR-COMPETENCIA                TO LST-COMPETENCIA
           IF FPR-FECHADA THEN
              MOVE 'FECHADA'                   TO LST-SITUACAO
           ELSE
              MOVE 'REABERTA'                  TO LST-SITUACAO
           END-IF.
           MOVE FPR-DATA-FECHAMENTO            TO LST-DATA-FECHAMENTO
           MOVE FPR-OPER-FECHAMENTO            TO LST-OPER-FECHAMENTO
           MOVE FPR-QTD-REABERTURAS            TO LST-QTD-REABERTURAS
           MOVE FPR-SUPERVISOR                 TO LST-SUPERVISOR
           MOVE FPR-MOTIVO                     TO LST-MOTIVO
           DISPLAY LINHA-LISTA.
      *
       END PROGRAM PGFECHAM.
