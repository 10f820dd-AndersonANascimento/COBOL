      *****************************************************************
      * Program name:    PGFECPER
      * Original author: Anderson Nascimento
      * Purpose: Trava do fechamento de periodo (area no copybook
      *          FECHPER, mesmo padrao de CALL do PGBLOQUE): recebe a
      *          data de um lancamento, apura a competencia (aaaamm)
      *          e procura em FECHAPER.DAT (PGFECHAM). Competencia
      *          fechada devolve FECHADO e o programa chamador recusa
      *          o lancamento; competencia reaberta pelo supervisor
      *          devolve AJUSTE e o lancamento passa; sem registro
      *          (ou sem o arquivo) a competencia esta aberta.
      *          Recusas e ajustes ficam em FECHAPER.LOG com
      *          programa, operador e data do lancamento.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGFECPER.
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
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS FPR-COMPETENCIA
           FILE STATUS   IS WS-FS-FPR.
           SELECT FECHALOG ASSIGN TO './FECHAPER.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-LOG.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   FECHAPER.DAT - uma linha por competencia fechada (layout
      *   do PGFECHAM).
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
      *   FECHAPER.LOG - uma linha por fechamento, reabertura,
      *   lancamento recusado ou ajuste em competencia reaberta.
         FD  FECHALOG.
         01  REG-FECHALOG            PIC X(100).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-FPR               PIC X(02) VALUE '00'.
         77  WS-FS-LOG               PIC X(02) VALUE '00'.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
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
      *****************************************************************
       LINKAGE SECTION.
       COPY FECHPER.
      *****************************************************************
       PROCEDURE DIVISION USING FP-PARM.
       MAIN-PROCEDURE.
           MOVE 'L'                            TO FP-SITUACAO
           MOVE ZEROS                          TO FP-DATA-FECHAMENTO
           COMPUTE FP-COMPETENCIA = FP-DATA / 100

           OPEN INPUT FECHAPER
           IF WS-FS-FPR EQUAL '00' THEN
              MOVE FP-COMPETENCIA              TO FPR-COMPETENCIA
              READ FECHAPER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE FPR-DATA-FECHAMENTO   TO FP-DATA-FECHAMENTO
                    IF FPR-FECHADA THEN
                       MOVE 'F'                TO FP-SITUACAO
                    ELSE
                       MOVE 'A'                TO FP-SITUACAO
                    END-IF
              END-READ
              CLOSE FECHAPER
           END-IF.

           IF NOT FP-LIBERADO AND FP-PROGRAMA NOT EQUAL SPACES THEN
              PERFORM GRAVA-LOG-FECHAMENTO
           END-IF.
           EXIT PROGRAM.
      *
      *   Recusa ('B') ou ajuste ('A'); no ajuste vai junto o
      *   supervisor e o motivo da reabertura em vigor.
       GRAVA-LOG-FECHAMENTO.
           OPEN EXTEND FECHALOG
           IF WS-FS-LOG EQUAL '35' THEN
              OPEN OUTPUT FECHALOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO LOG-DATA
           MOVE WS-DATA-HORA(9:6)              TO LOG-HORA
           MOVE FP-PROGRAMA                    TO LOG-PROGRAMA
           MOVE FP-COMPETENCIA                 TO LOG-COMPETENCIA
           MOVE FP-DATA                        TO LOG-DATA-LANC
           MOVE FP-OPERADOR                    TO LOG-OPERADOR
           IF FP-FECHADO THEN
              MOVE 'B'                         TO LOG-EVENTO
              MOVE SPACES                      TO LOG-SUPERVISOR
              MOVE 'LANCAMENTO EM COMPETENCIA FECHADA'
                                               TO LOG-MOTIVO
           ELSE
              MOVE 'A'                         TO LOG-EVENTO
              MOVE FPR-SUPERVISOR              TO LOG-SUPERVISOR
              MOVE FPR-MOTIVO                  TO LOG-MOTIVO
           END-IF.
           WRITE REG-FECHALOG FROM LINHA-FECHALOG.
           CLOSE FECHALOG.
      *
       END PROGRAM PGFECPER.
