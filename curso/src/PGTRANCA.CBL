      *****************************************************************
      * Program name:    PGTRANCA
      * Original author: Anderson Nascimento
      * Purpose: Trancamento de matricula e transferencia de turma.
      *            T - trancamento: o aluno sai do ALUNOS.DAT, o
      *                periodo fecha no HISTORICO.DAT com resultado
      *                TRANCADO e o acerto rescisorio fecha a conta
      *                no MENSALID.DAT: a competencia corrente fica
      *                cobrada pelos dias cursados (bolsa do
      *                BOLSAS.DAT respeitada), as futuras sao
      *                canceladas e o que foi pago a mais vira
      *                reembolso a pagar no REEMBOLS.DAT, com o lote
      *                contabil no DIARIO.TXT;
      *            M - mudanca de turma: o aluno passa para outra
      *                turma do mesmo curso (aberta ou publicada e
      *                com vaga), levando NOTA1-NOTA3 e a chamada do
      *                FALTAS.TXT; a turma de origem fica com
      *                TRANSFER no historico do periodo;
      *            C - consulta das movimentacoes de uma matricula e
      *                das turmas em que ela consta hoje.
      *          Toda movimentacao vai para MOVALUNO.LOG com operador
      *          e motivo, e a vaga liberada na turma de origem e
      *          oferecida a lista de espera (PGESPVAG).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Gravacoes no ALUNOS.DAT e no
      *                                 MENSALID.DAT vao para o jornal
      *                                 de atualizacao (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Trancamento recusado com a
      *                                 competencia de hoje fechada
      *                                 (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Acerto rescisorio no
      *                                 trancamento: pro rata dos dias
      *                                 cursados, cancelamento das
      *                                 competencias futuras, reembolso
      *                                 a pagar e lote no DIARIO.TXT.
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGTRANCA.
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
           SELECT HISTORICO ASSIGN TO WS-CAMINHO-HISTORICO
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-HIST
           FILE STATUS   IS WS-FS-HIST.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT MENSALID ASSIGN TO './MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS MEN-CHAVE
           FILE STATUS   IS WS-FS-MEN.
           SELECT ESPERA ASSIGN TO './ESPERA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ESPERA
           FILE STATUS   IS WS-FS-ESP.
           SELECT FALTAS ASSIGN TO './FALTAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-FAL.
           SELECT MOVIMENTOS ASSIGN TO './MOVALUNO.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-MOV.
           SELECT BOLSAS ASSIGN TO './BOLSAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS BOL-CHAVE
           FILE STATUS   IS WS-FS-BOL.
           SELECT REEMBOLSOS ASSIGN TO './REEMBOLS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REE-CHAVE
           FILE STATUS   IS WS-FS-REE.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DIA.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   ALUNOS.DAT - mestre de alunos (layout do PROG6601).
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
      *   ESPERA.DAT - lista de espera (layout do PGESPERA); as
      *   ofertas em aberto seguram vaga na turma de destino.
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
             05  ESP-DATA-OFERTA     PIC 9(08).
             05  ESP-DATA-FIM        PIC 9(08).
             05  ESP-OPERADOR        PIC X(08).
      *
      *   FALTAS.TXT - chamada lancada pelo PGPRESEN (layout do
      *   PROG6601); a chamada do aluno transferido e repetida sob
      *   a turma de destino.
         FD  FALTAS.
         01  REG-FALTA.
             05  FAL-MATR            PIC 9(05).
             05  FAL-TURMA           PIC X(10).
             05  FAL-DATA            PIC 9(08).
             05  FAL-PRESENCA        PIC X(01).
             05  FAL-JUSTIF          PIC X(02).
             05  FAL-DOCUMENTO       PIC X(12).
      *
      *   MOVALUNO.LOG - uma linha por trancamento ou transferencia,
      *   com operador e motivo.
         FD  MOVIMENTOS.
         01  REG-MOVIMENTO           PIC X(100).
      *
      *   BOLSAS.DAT - bolsas concedidas pela comissao (layout do
      *   PGBOLSAS); vale para a competencia cobrada no acerto.
         FD  BOLSAS.
         01  REG-BOLSA.
             05  BOL-CHAVE.
                 10  BOL-MATRICULA   PIC 9(05).
                 10  BOL-TURMA       PIC X(10).
             05  BOL-NOME            PIC X(30).
             05  BOL-PCT-DESCONTO    PIC 9(03).
             05  BOL-PERIODO         PIC 9(06).
             05  BOL-DATA-CONCESSAO  PIC 9(08).
             05  BOL-POSICAO         PIC 9(01).
      *
      *   REEMBOLS.DAT - reembolsos a pagar ao aluno, um por
      *   matricula/turma/data do acerto.
         FD  REEMBOLSOS.
         01  REG-REEMBOLSO.
             05  REE-CHAVE.
                 10  REE-MATRICULA   PIC 9(05).
                 10  REE-TURMA       PIC X(10).
                 10  REE-DATA        PIC 9(08).
             05  REE-NOME            PIC X(30).
             05  REE-VALOR           PIC 9(07)V99.
             05  REE-SITUACAO        PIC X(01).
                 88  REE-A-PAGAR     VALUE 'A'.
                 88  REE-PAGO        VALUE 'P'.
                 88  REE-EM-CONTAS-PAGAR VALUE 'C'.
             05  REE-DATA-PGTO       PIC 9(08).
             05  REE-OPERADOR        PIC X(08).
             05  REE-ORIGEM          PIC X(08).
      *
      *   DIARIO.TXT - o diario contabil (layout do PGCONTAB).
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
         WORKING-STORAGE SECTION.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-HIST              PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-MEN               PIC X(02) VALUE '00'.
         77  WS-FS-ESP               PIC X(02) VALUE '00'.
         77  WS-FS-FAL               PIC X(02) VALUE '00'.
         77  WS-FS-MOV               PIC X(02) VALUE '00'.
         77  WS-FS-BOL               PIC X(02) VALUE '00'.
         77  WS-FS-REE               PIC X(02) VALUE '00'.
         77  WS-FS-DIA               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X(01) VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-TURMA-ORIGEM         PIC X(10) VALUE SPACES.
         77  WS-TURMA-DESTINO        PIC X(10) VALUE SPACES.
         77  WS-MOTIVO               PIC X(30) VALUE SPACES.
         77  WS-CONFIRMA             PIC X(01) VALUE 'N'.
         77  WS-ALUNO-ACHADO         PIC X     VALUE 'N'.
         77  WS-MOVIMENTO-OK         PIC X     VALUE 'N'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-COMPET-HOJE          PIC 9(06) VALUE ZEROS.
         77  WS-QTD-CANCELADAS       PIC 9(03) VALUE ZEROS.
         77  WS-QTD-FALTAS-COPIA     PIC 9(03) VALUE ZEROS.
         77  WS-QTD-ACHADOS          PIC 9(03) VALUE ZEROS.
      *
      *   Turmas de origem e destino lidas do catalogo.
         77  WS-CURSO-ORIGEM         PIC X(30) VALUE SPACES.
         77  WS-STATUS-ORIGEM        PIC X(01) VALUE SPACE.
         77  WS-CAPACIDADE-DEST      PIC 9(03) VALUE ZEROS.
         77  WS-QTD-OCUPADAS         PIC 9(05) VALUE ZEROS.
         77  WS-INICIO-ORIGEM        PIC 9(08) VALUE ZEROS.
         77  WS-MENSAL-ORIGEM        PIC 9(05)V99 VALUE ZEROS.
      *
      *   Acerto rescisorio: mes comercial de 30 dias; ajuste de
      *   receita positivo e estorno, negativo e cobranca nova.
         77  WS-DIAS-CURSADOS        PIC 9(02) VALUE ZEROS.
         77  WS-DIA-HOJE             PIC 9(02) VALUE ZEROS.
         77  WS-DIA-INICIO           PIC 9(02) VALUE ZEROS.
         77  WS-PCT-BOLSA            PIC 9(03) VALUE ZEROS.
         77  WS-LIQ-ANTES            PIC 9(07)V99 VALUE ZEROS.
         77  WS-LIQ-DEPOIS           PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-REEMBOLSO        PIC 9(07)V99 VALUE ZEROS.
         77  WS-AJ-RECEITA           PIC S9(09)V99 VALUE ZEROS.
         77  WS-AJ-RECEBER           PIC S9(09)V99 VALUE ZEROS.
         77  WS-VLR-ED               PIC ZZZ.ZZ9,99.
         77  WS-CTA-RECEBER          PIC 9(05) VALUE 11201.
         77  WS-CTA-REEMB-PAGAR      PIC 9(05) VALUE 21104.
         77  WS-CTA-REC-MENSAL       PIC 9(05) VALUE 31102.
         77  WS-PAR-CONTA            PIC 9(05) VALUE ZEROS.
         77  WS-PAR-DC               PIC X(01) VALUE SPACE.
         77  WS-PAR-VALOR            PIC 9(09)V99 VALUE ZEROS.
         77  WS-PAR-HISTORICO        PIC X(20) VALUE SPACES.
      *
      *   Registro do aluno na turma de origem, guardado antes de
      *   apagar do mestre.
         01  WS-ALUNO-ORIGEM.
             05  WS-ORI-TURMA        PIC X(10).
             05  WS-ORI-MATR         PIC 9(05).
             05  WS-ORI-NOME         PIC X(30).
             05  WS-ORI-NOTA1        PIC 9(02)V99.
             05  WS-ORI-NOTA2        PIC 9(02)V99.
             05  WS-ORI-NOTA3        PIC 9(02)V99.
             05  WS-ORI-MEDIA        PIC 9(02)V99.
             05  WS-ORI-RESULTADO    PIC X(09).
      *
      *   Chamada do aluno na turma de origem, para repetir sob a
      *   turma de destino.
         77  WS-QTD-FAL              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-FAL OCCURS 300 TIMES.
             05  WS-FAL-REG          PIC X(38).
         77  WS-IND-FAL              PIC 9(03).
      *
         77  WS-PERIODO-INFORMADO    PIC X(06) VALUE SPACES.
         01  WS-PERIODO-LETIVO.
             05  WS-PERIODO-ANO      PIC 9(04).
             05  WS-PERIODO-SEM      PIC 9(02).
      *
         COPY AMBCFG.
         COPY TRAVA.
         COPY ESPVAG.
         COPY FECHPER.
         COPY JORNAL.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
         77  WS-CAMINHO-HISTORICO    PIC X(40) VALUE
                                     './HISTORICO.DAT'.
      *
        01  LINHA-MOVIMENTO.
            03  MOV-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  MOV-HORA             PIC X(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  MOV-TIPO             PIC X(01).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  MOV-MATR             PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  MOV-TURMA-DE         PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  MOV-TURMA-PARA       PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  MOV-OPERADOR         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  MOV-MOTIVO           PIC X(30).
            03  FILLER               PIC X(15) VALUE SPACES.
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
           DISPLAY '------ TRANCAMENTO E TRANSFERENCIA DE TURMA ------'
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           MOVE WS-DATA-HORA(1:6)              TO WS-COMPET-HOJE
           DISPLAY 'Modo (T-Trancamento/M-Mudanca de turma/'
                   'C-Consulta): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION UPPER-CASE(WS-MODO-EXEC) TO WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'T'
              WHEN 'M'
                 PERFORM MOVIMENTA-ALUNO
              WHEN 'C'
                 PERFORM CONSULTA-MOVIMENTOS
              WHEN OTHER
                 DISPLAY 'MODO INVALIDO.'
           END-EVALUATE.
           GOBACK.
      *
      *   Trancamento e transferencia: mesmas perguntas e mesma
      *   trava do mestre; o que muda e o destino do aluno.
       MOVIMENTA-ALUNO.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
      *   O acerto rescisorio mexe na competencia de hoje e lanca no
      *   diario com a data de hoje: competencia fechada (PGFECHAM)
      *   barra o trancamento antes de tirar o aluno da turma.
           IF WS-MODO-EXEC EQUAL 'T' THEN
              MOVE WS-DATA-HOJE                TO FP-DATA
              MOVE 'PGTRANCA'                  TO FP-PROGRAMA
              MOVE WS-OPERADOR                 TO FP-OPERADOR
              CALL './bin/PGFECPER' USING FP-PARM
              IF FP-FECHADO THEN
                 DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                         ' TRANCAMENTO NAO PERMITIDO.'
                 GOBACK
              END-IF
           END-IF.
           DISPLAY 'Matricula: '
           ACCEPT WS-MATR-INF
           DISPLAY 'Turma atual: '
           ACCEPT WS-TURMA-ORIGEM
           IF WS-MODO-EXEC EQUAL 'M' THEN
              DISPLAY 'Turma de destino: '
              ACCEPT WS-TURMA-DESTINO
           END-IF.
           DISPLAY 'Motivo: '
           ACCEPT WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT EQUAL SPACES
              DISPLAY '>> MOTIVO OBRIGATORIO. Motivo: '
              ACCEPT WS-MOTIVO
           END-PERFORM.

           OPEN INPUT TURMAS
           IF WS-FS-TUR NOT EQUAL '00' THEN
              DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-TUR
              GOBACK
           END-IF.
           PERFORM CRITICA-TURMAS
           CLOSE TURMAS.
           IF WS-MOVIMENTO-OK NOT EQUAL 'S' THEN
              GOBACK
           END-IF.

           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGTRANCA'                     TO TR-PROGRAMA
           MOVE 'ALUNOS.DAT'                   TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> ALUNOS.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF
           OPEN I-O ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALUNOS
              PERFORM LIBERA-TRAVA
              GOBACK
           END-IF.

           PERFORM LE-ALUNO-ORIGEM
           IF WS-ALUNO-ACHADO EQUAL 'S'
                    AND WS-MODO-EXEC EQUAL 'M' THEN
              PERFORM TESTA-VAGA-DESTINO
           END-IF.
           IF WS-ALUNO-ACHADO NOT EQUAL 'S'
                    OR WS-MOVIMENTO-OK NOT EQUAL 'S' THEN
              CLOSE ALUNOS
              PERFORM LIBERA-TRAVA
              GOBACK
           END-IF.

           DISPLAY 'ALUNO ' WS-ORI-MATR ' ' WS-ORI-NOME
           DISPLAY 'NOTAS ' WS-ORI-NOTA1 ' ' WS-ORI-NOTA2 ' '
                   WS-ORI-NOTA3 ' MEDIA ' WS-ORI-MEDIA
           IF WS-MODO-EXEC EQUAL 'T' THEN
              DISPLAY 'CONFIRMA O TRANCAMENTO NA TURMA '
                      WS-TURMA-ORIGEM '? (S/N): '
           ELSE
              DISPLAY 'CONFIRMA A MUDANCA DE ' WS-TURMA-ORIGEM
                      ' PARA ' WS-TURMA-DESTINO '? (S/N): '
           END-IF.
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'MOVIMENTACAO CANCELADA.'
              CLOSE ALUNOS
              PERFORM LIBERA-TRAVA
              GOBACK
           END-IF.

           PERFORM DEFINE-PERIODO-LETIVO
           OPEN I-O HISTORICO
           IF WS-FS-HIST EQUAL '35' THEN
              OPEN OUTPUT HISTORICO
              CLOSE HISTORICO
              OPEN I-O HISTORICO
           END-IF.
           IF WS-MODO-EXEC EQUAL 'T' THEN
              PERFORM EFETIVA-TRANCAMENTO
           ELSE
              PERFORM EFETIVA-TRANSFERENCIA
           END-IF.
           CLOSE ALUNOS HISTORICO.
           PERFORM LIBERA-TRAVA
           IF WS-MODO-EXEC EQUAL 'T' THEN
              PERFORM ACERTO-RESCISORIO
           ELSE
              PERFORM CANCELA-COBRANCAS-FUTURAS
           END-IF.
           PERFORM GRAVA-MOVIMENTO

      *   A vaga aberta na turma de origem vai para a lista de
      *   espera dela.
           MOVE WS-TURMA-ORIGEM                TO EV-TURMA
           MOVE WS-OPERADOR                    TO EV-OPERADOR
           MOVE 'PGTRANCA'                     TO EV-PROGRAMA
           CALL './bin/PGESPVAG' USING EV-PARM.
      *
      *   Origem precisa existir e ainda ter movimento (aberta ou
      *   publicada); destino, na mudanca, precisa ser outra turma
      *   do mesmo curso, tambem aberta ou publicada.
       CRITICA-TURMAS.
           MOVE 'S'                            TO WS-MOVIMENTO-OK
           MOVE WS-TURMA-ORIGEM                TO TUR-CODIGO
           READ TURMAS
              INVALID KEY
                 DISPLAY '>> TURMA ' WS-TURMA-ORIGEM ' NAO CADASTRADA'
                         ' NO CATALOGO (PGTURMAS).'
                 MOVE 'N'                      TO WS-MOVIMENTO-OK
              NOT INVALID KEY
                 MOVE TUR-CURSO                TO WS-CURSO-ORIGEM
                 MOVE TUR-STATUS               TO WS-STATUS-ORIGEM
                 MOVE TUR-DATA-INICIO          TO WS-INICIO-ORIGEM
                 MOVE TUR-MENSALIDADE          TO WS-MENSAL-ORIGEM
                 IF NOT TUR-ABERTA AND NOT TUR-PUBLICADA THEN
                    DISPLAY '>> TURMA ' WS-TURMA-ORIGEM
                            ' COM STATUS ' TUR-STATUS
                            ' (FECHADA/ARQUIVADA) - SEM MOVIMENTO.'
                    MOVE 'N'                   TO WS-MOVIMENTO-OK
                 END-IF
           END-READ.
           IF WS-MODO-EXEC EQUAL 'M'
                    AND WS-MOVIMENTO-OK EQUAL 'S' THEN
              PERFORM CRITICA-TURMA-DESTINO
           END-IF.
      *
       CRITICA-TURMA-DESTINO.
           IF WS-TURMA-DESTINO EQUAL WS-TURMA-ORIGEM THEN
              DISPLAY '>> TURMA DE DESTINO IGUAL A DE ORIGEM.'
              MOVE 'N'                         TO WS-MOVIMENTO-OK
           ELSE
              MOVE WS-TURMA-DESTINO            TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    DISPLAY '>> TURMA ' WS-TURMA-DESTINO
                            ' NAO CADASTRADA NO CATALOGO (PGTURMAS).'
                    MOVE 'N'                   TO WS-MOVIMENTO-OK
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN TUR-CURSO NOT EQUAL WS-CURSO-ORIGEM
                          DISPLAY '>> TURMA ' WS-TURMA-DESTINO
                                  ' E DE OUTRO CURSO (' TUR-CURSO
                                  ').'
                          MOVE 'N'             TO WS-MOVIMENTO-OK
                       WHEN NOT TUR-ABERTA AND NOT TUR-PUBLICADA
                          DISPLAY '>> TURMA ' WS-TURMA-DESTINO
                                  ' COM STATUS ' TUR-STATUS
                                  ' (FECHADA/ARQUIVADA).'
                          MOVE 'N'             TO WS-MOVIMENTO-OK
                       WHEN OTHER
                          MOVE TUR-CAPACIDADE  TO WS-CAPACIDADE-DEST
                    END-EVALUATE
              END-READ
           END-IF.
      *
      *   Le o aluno na turma de origem e guarda o registro.
       LE-ALUNO-ORIGEM.
           MOVE 'N'                            TO WS-ALUNO-ACHADO
           MOVE WS-TURMA-ORIGEM                TO TURMA-ALUNOS
           MOVE WS-MATR-INF                    TO MATR-ALUNOS
           READ ALUNOS
              INVALID KEY
                 DISPLAY '>> MATRICULA ' WS-MATR-INF ' NAO CONSTA NA'
                         ' TURMA ' WS-TURMA-ORIGEM '.'
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-ALUNO-ACHADO
                 MOVE REG-ALUNOS               TO WS-ALUNO-ORIGEM
           END-READ.
      *
      *   Vaga no destino: matriculas do mestre mais as ofertas da
      *   lista de espera ainda em aberto, contra a capacidade; e o
      *   aluno nao pode ja constar na turma de destino.
       TESTA-VAGA-DESTINO.
           MOVE WS-TURMA-DESTINO               TO TURMA-ALUNOS
           MOVE WS-MATR-INF                    TO MATR-ALUNOS
           READ ALUNOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY '>> MATRICULA ' WS-MATR-INF ' JA CONSTA NA'
                         ' TURMA ' WS-TURMA-DESTINO '.'
                 MOVE 'N'                      TO WS-MOVIMENTO-OK
           END-READ.
           IF WS-MOVIMENTO-OK EQUAL 'S' THEN
              MOVE ZEROS                       TO WS-QTD-OCUPADAS
              MOVE WS-TURMA-DESTINO            TO TURMA-ALUNOS
              MOVE ZEROS                       TO MATR-ALUNOS
              MOVE 'N'                         TO WS-EOF
              START ALUNOS KEY NOT LESS CHAVE-ALUNOS
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ ALUNOS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF TURMA-ALUNOS EQUAL WS-TURMA-DESTINO THEN
                          ADD 1                TO WS-QTD-OCUPADAS
                       ELSE
                          MOVE 'S'             TO WS-EOF
                       END-IF
                 END-READ
              END-PERFORM
              PERFORM CONTA-OFERTAS-DESTINO
              IF WS-QTD-OCUPADAS NOT LESS WS-CAPACIDADE-DEST THEN
                 DISPLAY '>> TURMA ' WS-TURMA-DESTINO ' LOTADA ('
                         WS-QTD-OCUPADAS ' DE ' WS-CAPACIDADE-DEST
                         ', CONTANDO OFERTAS DA LISTA DE ESPERA).'
                 MOVE 'N'                      TO WS-MOVIMENTO-OK
              END-IF
           END-IF.
      *
       CONTA-OFERTAS-DESTINO.
           OPEN INPUT ESPERA
           IF WS-FS-ESP EQUAL '00' THEN
              MOVE WS-TURMA-DESTINO            TO ESP-TURMA
              MOVE ZEROS                       TO ESP-SEQ
              MOVE 'N'                         TO WS-EOF
              START ESPERA KEY NOT LESS CHAVE-ESPERA
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ ESPERA NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF ESP-TURMA NOT EQUAL WS-TURMA-DESTINO THEN
                          MOVE 'S'             TO WS-EOF
                       ELSE
                          IF ESP-OFERECIDA THEN
                             ADD 1             TO WS-QTD-OCUPADAS
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ESPERA
           END-IF.
      *
      *   Trancamento: o periodo fecha no historico com TRANCADO e
      *   as notas ate aqui; o aluno sai do mestre (e do
      *   faturamento, que parte do mestre).
       EFETIVA-TRANCAMENTO.
           MOVE 'TRANCADO'                     TO WS-ORI-RESULTADO
           MOVE WS-TURMA-ORIGEM                TO TURMA-HIST
           PERFORM GRAVA-HISTORICO-ALUNO
           MOVE WS-TURMA-ORIGEM                TO TURMA-ALUNOS
           MOVE WS-MATR-INF                    TO MATR-ALUNOS
           DELETE ALUNOS RECORD
           MOVE 'D'                            TO JN-OPERACAO
           PERFORM JORNALIZA-ALUNO
           DISPLAY 'MATRICULA ' WS-MATR-INF ' TRANCADA NA TURMA '
                   WS-TURMA-ORIGEM '.'.
      *
      *   Transferencia: o aluno entra na turma de destino com as
      *   mesmas notas, media e resultado; a origem fica marcada
      *   TRANSFER no historico do periodo e sai do mestre; a
      *   chamada acompanha o aluno.
       EFETIVA-TRANSFERENCIA.
           MOVE WS-ALUNO-ORIGEM                TO REG-ALUNOS
           MOVE WS-TURMA-DESTINO               TO TURMA-ALUNOS
           WRITE REG-ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ERRO NA GRAVACAO DO DESTINO - FILE STATUS: '
                      WS-FS-ALUNOS ' - NADA MOVIMENTADO.'
              MOVE 'N'                         TO WS-MOVIMENTO-OK
           ELSE
              MOVE 'W'                         TO JN-OPERACAO
              PERFORM JORNALIZA-ALUNO
              MOVE WS-TURMA-DESTINO            TO TURMA-HIST
              PERFORM GRAVA-HISTORICO-ALUNO
              MOVE 'TRANSFER'                  TO WS-ORI-RESULTADO
              MOVE WS-TURMA-ORIGEM             TO TURMA-HIST
              PERFORM GRAVA-HISTORICO-ALUNO
              MOVE WS-TURMA-ORIGEM             TO TURMA-ALUNOS
              MOVE WS-MATR-INF                 TO MATR-ALUNOS
              DELETE ALUNOS RECORD
              MOVE 'D'                         TO JN-OPERACAO
              PERFORM JORNALIZA-ALUNO
              PERFORM COPIA-CHAMADA-DESTINO
              DISPLAY 'MATRICULA ' WS-MATR-INF ' TRANSFERIDA DE '
                      WS-TURMA-ORIGEM ' PARA ' WS-TURMA-DESTINO
                      ' (' WS-QTD-FALTAS-COPIA ' CHAMADA(S) LEVADAS).'
           END-IF.
      *
      *   Grava ou regrava o registro do periodo no historico, para a
      *   turma ja posta em TURMA-HIST.
       GRAVA-HISTORICO-ALUNO.
           MOVE WS-MATR-INF                    TO MATR-HIST
           MOVE WS-PERIODO-LETIVO              TO PERIODO-HIST
           MOVE WS-ORI-NOME                    TO NOME-HIST
           MOVE WS-ORI-NOTA1                   TO NOTA1-HIST
           MOVE WS-ORI-NOTA2                   TO NOTA2-HIST
           MOVE WS-ORI-NOTA3                   TO NOTA3-HIST
           MOVE WS-ORI-MEDIA                   TO MEDIA-HIST
           MOVE WS-ORI-RESULTADO               TO RESULTADO-HIST
           WRITE REG-HIST
              INVALID KEY
                 REWRITE REG-HIST
           END-WRITE.
      *
      *   A chamada do aluno na turma de origem e repetida sob a
      *   turma de destino (FALTAS.TXT so cresce: o original fica),
      *   para a apuracao de frequencia do PROG6601 enxergar as
      *   faltas e justificativas que o aluno ja tinha.
       COPIA-CHAMADA-DESTINO.
           MOVE ZEROS                          TO WS-QTD-FAL
           OPEN INPUT FALTAS
           IF WS-FS-FAL EQUAL '00' THEN
              PERFORM UNTIL WS-FS-FAL NOT EQUAL '00'
                 READ FALTAS
                    AT END
                       MOVE '10'               TO WS-FS-FAL
                    NOT AT END
                       IF FAL-MATR EQUAL WS-MATR-INF
                                AND FAL-TURMA EQUAL WS-TURMA-ORIGEM
                                AND WS-QTD-FAL LESS 300 THEN
                          ADD 1                TO WS-QTD-FAL
                          MOVE REG-FALTA       TO
                               WS-FAL-REG(WS-QTD-FAL)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FALTAS
           END-IF.
           MOVE ZEROS                          TO WS-QTD-FALTAS-COPIA
           IF WS-QTD-FAL GREATER ZEROS THEN
              OPEN EXTEND FALTAS
              PERFORM VARYING WS-IND-FAL FROM 1 BY 1
                              UNTIL WS-IND-FAL > WS-QTD-FAL
                 MOVE WS-FAL-REG(WS-IND-FAL)   TO REG-FALTA
                 MOVE WS-TURMA-DESTINO         TO FAL-TURMA
                 WRITE REG-FALTA
                 ADD 1                         TO WS-QTD-FALTAS-COPIA
              END-PERFORM
              CLOSE FALTAS
           END-IF.
      *
      *   Cobrancas da turma de origem de competencias posteriores a
      *   de hoje, sem nenhum pagamento, deixam de ser devidas; a
      *   cobranca ja paga fica para o acerto da secretaria.
       CANCELA-COBRANCAS-FUTURAS.
           MOVE ZEROS                          TO WS-QTD-CANCELADAS
           IF WS-MOVIMENTO-OK EQUAL 'S' THEN
              OPEN I-O MENSALID
              IF WS-FS-MEN EQUAL '00' THEN
                 MOVE WS-MATR-INF              TO MEN-MATRICULA
                 MOVE WS-TURMA-ORIGEM          TO MEN-TURMA
                 MOVE WS-COMPET-HOJE           TO MEN-COMPETENCIA
                 MOVE 'N'                      TO WS-EOF
                 START MENSALID KEY GREATER MEN-CHAVE
                    INVALID KEY
                       MOVE 'S'                TO WS-EOF
                 END-START
                 PERFORM UNTIL WS-EOF EQUAL 'S'
                    READ MENSALID NEXT RECORD
                       AT END
                          MOVE 'S'             TO WS-EOF
                       NOT AT END
                          IF MEN-MATRICULA NOT EQUAL WS-MATR-INF
                                   OR MEN-TURMA NOT EQUAL
                                      WS-TURMA-ORIGEM THEN
                             MOVE 'S'          TO WS-EOF
                          ELSE
                             IF MEN-VLR-PAGO EQUAL ZEROS THEN
                                DELETE MENSALID RECORD
                                MOVE 'D'       TO JN-OPERACAO
                                PERFORM JORNALIZA-MENSALID
                                ADD 1          TO WS-QTD-CANCELADAS
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE MENSALID
              END-IF
              IF WS-QTD-CANCELADAS GREATER ZEROS THEN
                 DISPLAY WS-QTD-CANCELADAS ' COBRANCA(S) FUTURA(S)'
                         ' CANCELADA(S) EM MENSALID.DAT.'
              END-IF
           END-IF.
      *
      *   Acerto rescisorio do trancamento: competencias passadas
      *   ficam como estao; a corrente e cobrada pelos dias
      *   cursados; as futuras saem da conta e o que ja tinha sido
      *   pago nelas (ou a mais na corrente) vira reembolso a pagar.
       ACERTO-RESCISORIO.
           MOVE ZEROS                          TO WS-QTD-CANCELADAS
                                                  WS-VLR-REEMBOLSO
                                                  WS-AJ-RECEITA
           PERFORM CALCULA-DIAS-CURSADOS
           OPEN I-O MENSALID
           IF WS-FS-MEN EQUAL '35' THEN
              OPEN OUTPUT MENSALID
              CLOSE MENSALID
              OPEN I-O MENSALID
           END-IF.
           IF WS-FS-MEN NOT EQUAL '00' THEN
              DISPLAY '>> MENSALID.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MEN ' - ACERTO RESCISORIO NAO FEITO.'
           ELSE
              PERFORM ACERTA-COMPETENCIA-ATUAL
              PERFORM CANCELA-COMPETENCIAS-FUTURAS
              CLOSE MENSALID
              PERFORM GRAVA-REEMBOLSO
              PERFORM LANCA-ACERTO-DIARIO
              IF WS-QTD-CANCELADAS GREATER ZEROS THEN
                 DISPLAY WS-QTD-CANCELADAS ' COMPETENCIA(S) FUTURA(S)'
                         ' CANCELADA(S) EM MENSALID.DAT.'
              END-IF
              IF WS-VLR-REEMBOLSO GREATER ZEROS THEN
                 MOVE WS-VLR-REEMBOLSO         TO WS-VLR-ED
                 DISPLAY 'REEMBOLSO A PAGAR AO ALUNO: ' WS-VLR-ED
                         ' (REEMBOLS.DAT).'
              ELSE
                 DISPLAY 'NADA A REEMBOLSAR.'
              END-IF
           END-IF.
      *
      *   Dias cursados na competencia corrente, em mes comercial de
      *   30 dias: do dia 1 (ou do inicio da turma, se comecou neste
      *   mes) ate hoje; turma ainda nao iniciada nao cobra nada.
       CALCULA-DIAS-CURSADOS.
           MOVE WS-DATA-HOJE(7:2)              TO WS-DIA-HOJE
           MOVE WS-INICIO-ORIGEM(7:2)          TO WS-DIA-INICIO
           EVALUATE TRUE
              WHEN WS-INICIO-ORIGEM GREATER WS-DATA-HOJE
                 MOVE ZEROS                    TO WS-DIAS-CURSADOS
              WHEN WS-INICIO-ORIGEM(1:6) EQUAL WS-DATA-HOJE(1:6)
                 COMPUTE WS-DIAS-CURSADOS =
                    WS-DIA-HOJE - WS-DIA-INICIO + 1
              WHEN OTHER
                 MOVE WS-DIA-HOJE              TO WS-DIAS-CURSADOS
           END-EVALUATE.
           IF WS-DIAS-CURSADOS GREATER 30 THEN
              MOVE 30                          TO WS-DIAS-CURSADOS
           END-IF.
           DISPLAY 'DIAS CURSADOS NA COMPETENCIA ' WS-COMPET-HOJE
                   ': ' WS-DIAS-CURSADOS '/30'.
      *
       ACERTA-COMPETENCIA-ATUAL.
           MOVE WS-MATR-INF                    TO MEN-MATRICULA
           MOVE WS-TURMA-ORIGEM                TO MEN-TURMA
           MOVE WS-COMPET-HOJE                 TO MEN-COMPETENCIA
           READ MENSALID
              INVALID KEY
                 IF WS-DIAS-CURSADOS GREATER ZEROS
                          AND WS-MENSAL-ORIGEM GREATER ZEROS THEN
                    PERFORM COBRA-DIAS-CURSADOS
                 END-IF
              NOT INVALID KEY
                 PERFORM PRORATEIA-COBRANCA
           END-READ.
      *
      *   Competencia corrente ja faturada: devido e bolsa caem na
      *   mesma proporcao dos dias cursados; o pago que passar do
      *   novo liquido sai da cobranca e vai para o reembolso.
       PRORATEIA-COBRANCA.
           COMPUTE WS-LIQ-ANTES =
              MEN-VLR-DEVIDO - MEN-VLR-DESCONTO
           IF WS-DIAS-CURSADOS EQUAL ZEROS THEN
              ADD WS-LIQ-ANTES                 TO WS-AJ-RECEITA
              ADD MEN-VLR-PAGO                 TO WS-VLR-REEMBOLSO
              DELETE MENSALID RECORD
              MOVE 'D'                         TO JN-OPERACAO
              PERFORM JORNALIZA-MENSALID
              ADD 1                            TO WS-QTD-CANCELADAS
           ELSE
              COMPUTE MEN-VLR-DEVIDO ROUNDED =
                 MEN-VLR-DEVIDO * WS-DIAS-CURSADOS / 30
              COMPUTE MEN-VLR-DESCONTO ROUNDED =
                 MEN-VLR-DESCONTO * WS-DIAS-CURSADOS / 30
              COMPUTE WS-LIQ-DEPOIS =
                 MEN-VLR-DEVIDO - MEN-VLR-DESCONTO
              COMPUTE WS-AJ-RECEITA =
                 WS-AJ-RECEITA + WS-LIQ-ANTES - WS-LIQ-DEPOIS
              IF MEN-VLR-PAGO GREATER WS-LIQ-DEPOIS THEN
                 COMPUTE WS-VLR-REEMBOLSO =
                    WS-VLR-REEMBOLSO + MEN-VLR-PAGO - WS-LIQ-DEPOIS
                 MOVE WS-LIQ-DEPOIS            TO MEN-VLR-PAGO
              END-IF
              REWRITE REG-MENSALID
              MOVE 'R'                         TO JN-OPERACAO
              PERFORM JORNALIZA-MENSALID
              MOVE WS-LIQ-DEPOIS               TO WS-VLR-ED
              DISPLAY 'COMPETENCIA ' MEN-COMPETENCIA ' COBRADA PRO'
                      ' RATA: LIQUIDO ' WS-VLR-ED
           END-IF.
      *
      *   Competencia corrente ainda nao faturada: cobra os dias
      *   cursados com o desconto da bolsa, vencendo hoje.
       COBRA-DIAS-CURSADOS.
           PERFORM BUSCA-BOLSA-ALUNO
           MOVE WS-ORI-NOME                    TO MEN-NOME
           COMPUTE MEN-VLR-DEVIDO ROUNDED =
              WS-MENSAL-ORIGEM * WS-DIAS-CURSADOS / 30
           COMPUTE MEN-VLR-DESCONTO ROUNDED =
              MEN-VLR-DEVIDO * WS-PCT-BOLSA / 100
           MOVE ZEROS                          TO MEN-VLR-PAGO
                                                  MEN-DATA-PGTO
           MOVE WS-DATA-HOJE                   TO MEN-DATA-VENC
           WRITE REG-MENSALID
              INVALID KEY
                 DISPLAY '>> FALHA AO COBRAR OS DIAS CURSADOS - FILE'
                         ' STATUS: ' WS-FS-MEN
              NOT INVALID KEY
                 MOVE 'W'                      TO JN-OPERACAO
                 PERFORM JORNALIZA-MENSALID
                 COMPUTE WS-AJ-RECEITA = WS-AJ-RECEITA
                    - MEN-VLR-DEVIDO + MEN-VLR-DESCONTO
                 COMPUTE WS-LIQ-DEPOIS =
                    MEN-VLR-DEVIDO - MEN-VLR-DESCONTO
                 MOVE WS-LIQ-DEPOIS            TO WS-VLR-ED
                 DISPLAY 'COMPETENCIA ' MEN-COMPETENCIA ' COBRADA'
                         ' PELOS DIAS CURSADOS: LIQUIDO ' WS-VLR-ED
           END-WRITE.
      *
       BUSCA-BOLSA-ALUNO.
           MOVE ZEROS                          TO WS-PCT-BOLSA
           OPEN INPUT BOLSAS
           IF WS-FS-BOL EQUAL '00' THEN
              MOVE WS-MATR-INF                 TO BOL-MATRICULA
              MOVE WS-TURMA-ORIGEM             TO BOL-TURMA
              READ BOLSAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE BOL-PCT-DESCONTO      TO WS-PCT-BOLSA
              END-READ
              CLOSE BOLSAS
           END-IF.
      *
      *   Competencias posteriores a de hoje deixam de ser devidas,
      *   pagas ou nao; o que foi pago nelas vai para o reembolso.
       CANCELA-COMPETENCIAS-FUTURAS.
           MOVE WS-MATR-INF                    TO MEN-MATRICULA
           MOVE WS-TURMA-ORIGEM                TO MEN-TURMA
           MOVE WS-COMPET-HOJE                 TO MEN-COMPETENCIA
           MOVE 'N'                            TO WS-EOF
           START MENSALID KEY GREATER MEN-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ MENSALID NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF MEN-MATRICULA NOT EQUAL WS-MATR-INF
                             OR MEN-TURMA NOT EQUAL
                                WS-TURMA-ORIGEM THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       COMPUTE WS-AJ-RECEITA = WS-AJ-RECEITA
                          + MEN-VLR-DEVIDO - MEN-VLR-DESCONTO
                       ADD MEN-VLR-PAGO        TO WS-VLR-REEMBOLSO
                       DELETE MENSALID RECORD
                       MOVE 'D'                TO JN-OPERACAO
                       PERFORM JORNALIZA-MENSALID
                       ADD 1                   TO WS-QTD-CANCELADAS
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   O reembolso vira conta a pagar; segundo acerto no mesmo
      *   dia soma no mesmo registro.
       GRAVA-REEMBOLSO.
           IF WS-VLR-REEMBOLSO GREATER ZEROS THEN
              OPEN I-O REEMBOLSOS
              IF WS-FS-REE EQUAL '35' THEN
                 OPEN OUTPUT REEMBOLSOS
                 CLOSE REEMBOLSOS
                 OPEN I-O REEMBOLSOS
              END-IF
              MOVE WS-MATR-INF                 TO REE-MATRICULA
              MOVE WS-TURMA-ORIGEM             TO REE-TURMA
              MOVE WS-DATA-HOJE                TO REE-DATA
              MOVE WS-ORI-NOME                 TO REE-NOME
              MOVE WS-VLR-REEMBOLSO            TO REE-VALOR
              MOVE 'A'                         TO REE-SITUACAO
              MOVE ZEROS                       TO REE-DATA-PGTO
              MOVE WS-OPERADOR                 TO REE-OPERADOR
              MOVE 'PGTRANCA'                  TO REE-ORIGEM
              WRITE REG-REEMBOLSO
                 INVALID KEY
                    READ REEMBOLSOS
                    ADD WS-VLR-REEMBOLSO       TO REE-VALOR
                    MOVE 'A'                   TO REE-SITUACAO
                    REWRITE REG-REEMBOLSO
              END-WRITE
              IF WS-FS-REE NOT EQUAL '00' THEN
                 DISPLAY '>> FALHA AO GRAVAR O REEMBOLSO - FILE'
                         ' STATUS: ' WS-FS-REE
              END-IF
              CLOSE REEMBOLSOS
           END-IF.
      *
      *   Lote do acerto no diario, balanceado por construcao: o
      *   ajuste de receita contra o reembolso a pagar, e a sobra
      *   (positiva ou negativa) em contas a receber.
       LANCA-ACERTO-DIARIO.
           IF WS-AJ-RECEITA NOT EQUAL ZEROS
                    OR WS-VLR-REEMBOLSO GREATER ZEROS THEN
              COMPUTE WS-AJ-RECEBER =
                 WS-AJ-RECEITA - WS-VLR-REEMBOLSO
              OPEN EXTEND DIARIO
              IF WS-FS-DIA EQUAL '35' THEN
                 OPEN OUTPUT DIARIO
              END-IF
              MOVE WS-CTA-REC-MENSAL           TO WS-PAR-CONTA
              IF WS-AJ-RECEITA GREATER ZEROS THEN
                 MOVE 'D'                      TO WS-PAR-DC
                 MOVE WS-AJ-RECEITA            TO WS-PAR-VALOR
                 MOVE 'ESTORNO TRANCAMENTO'    TO WS-PAR-HISTORICO
                 PERFORM GRAVA-PARTIDA
              END-IF
              IF WS-AJ-RECEITA LESS ZEROS THEN
                 MOVE 'C'                      TO WS-PAR-DC
                 COMPUTE WS-PAR-VALOR = 0 - WS-AJ-RECEITA
                 MOVE 'PRO RATA TRANCAMENTO'   TO WS-PAR-HISTORICO
                 PERFORM GRAVA-PARTIDA
              END-IF
              IF WS-VLR-REEMBOLSO GREATER ZEROS THEN
                 MOVE WS-CTA-REEMB-PAGAR       TO WS-PAR-CONTA
                 MOVE 'C'                      TO WS-PAR-DC
                 MOVE WS-VLR-REEMBOLSO         TO WS-PAR-VALOR
                 MOVE 'REEMBOLSO A PAGAR'      TO WS-PAR-HISTORICO
                 PERFORM GRAVA-PARTIDA
              END-IF
              MOVE WS-CTA-RECEBER              TO WS-PAR-CONTA
              IF WS-AJ-RECEBER GREATER ZEROS THEN
                 MOVE 'C'                      TO WS-PAR-DC
                 MOVE WS-AJ-RECEBER            TO WS-PAR-VALOR
                 MOVE 'ABATIMENTO TRANCAM.'    TO WS-PAR-HISTORICO
                 PERFORM GRAVA-PARTIDA
              END-IF
              IF WS-AJ-RECEBER LESS ZEROS THEN
                 MOVE 'D'                      TO WS-PAR-DC
                 COMPUTE WS-PAR-VALOR = 0 - WS-AJ-RECEBER
                 MOVE 'ACERTO TRANCAMENTO'     TO WS-PAR-HISTORICO
                 PERFORM GRAVA-PARTIDA
              END-IF
              CLOSE DIARIO
              DISPLAY 'LOTE DO ACERTO GRAVADO NO DIARIO.'
           END-IF.
      *
       GRAVA-PARTIDA.
           MOVE WS-DATA-HOJE                   TO DIA-DATA
           MOVE 'TRANCA'                       TO DIA-ORIGEM
           MOVE WS-PAR-CONTA                   TO DIA-CONTA
           MOVE WS-PAR-DC                      TO DIA-DC
           MOVE WS-PAR-VALOR                   TO DIA-VALOR
           MOVE WS-PAR-HISTORICO               TO DIA-HISTORICO
           MOVE SPACES                         TO DIA-CCUSTO
           WRITE REG-DIARIO.
      *
       GRAVA-MOVIMENTO.
           IF WS-MOVIMENTO-OK EQUAL 'S' THEN
              OPEN EXTEND MOVIMENTOS
              IF WS-FS-MOV EQUAL '35' THEN
                 OPEN OUTPUT MOVIMENTOS
              END-IF
              MOVE WS-DATA-HOJE                TO MOV-DATA
              MOVE WS-DATA-HORA(9:6)           TO MOV-HORA
              MOVE WS-MODO-EXEC                TO MOV-TIPO
              MOVE WS-MATR-INF                 TO MOV-MATR
              MOVE WS-TURMA-ORIGEM             TO MOV-TURMA-DE
              MOVE WS-TURMA-DESTINO            TO MOV-TURMA-PARA
              MOVE WS-OPERADOR                 TO MOV-OPERADOR
              MOVE WS-MOTIVO                   TO MOV-MOTIVO
              WRITE REG-MOVIMENTO FROM LINHA-MOVIMENTO
              CLOSE MOVIMENTOS
           END-IF.
      *
       LIBERA-TRAVA.
           MOVE 'L'                            TO TR-FUNCAO
           MOVE 'PGTRANCA'                     TO TR-PROGRAMA
           MOVE 'ALUNOS.DAT'                   TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM.
      *
      *   Consulta: as turmas em que a matricula consta hoje no
      *   mestre e todas as movimentacoes dela no MOVALUNO.LOG.
       CONSULTA-MOVIMENTOS.
           DISPLAY 'Matricula: '
           ACCEPT WS-MATR-INF
           MOVE ZEROS                          TO WS-QTD-ACHADOS
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL '00' THEN
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ ALUNOS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF MATR-ALUNOS EQUAL WS-MATR-INF THEN
                          ADD 1                TO WS-QTD-ACHADOS
                          DISPLAY 'MATRICULADO NA TURMA '
                                  TURMA-ALUNOS ' ' NOME-ALUNOS
                                  ' ' RESULTADO-ALUNOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUNOS
           END-IF.
           IF WS-QTD-ACHADOS EQUAL ZEROS THEN
              DISPLAY 'MATRICULA ' WS-MATR-INF ' EM NENHUMA TURMA'
                      ' DO MESTRE.'
           END-IF.
           MOVE ZEROS                          TO WS-QTD-ACHADOS
           OPEN INPUT MOVIMENTOS
           IF WS-FS-MOV EQUAL '00' THEN
              PERFORM UNTIL WS-FS-MOV NOT EQUAL '00'
                 READ MOVIMENTOS INTO LINHA-MOVIMENTO
                    AT END
                       MOVE '10'               TO WS-FS-MOV
                    NOT AT END
                       IF MOV-MATR EQUAL WS-MATR-INF THEN
                          ADD 1                TO WS-QTD-ACHADOS
                          DISPLAY LINHA-MOVIMENTO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOVIMENTOS
           END-IF.
           DISPLAY 'MOVIMENTACOES ENCONTRADAS: ' WS-QTD-ACHADOS.
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
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-ALUNO.
           IF WS-FS-ALUNOS(1:1) EQUAL '0' THEN
              MOVE 'PGTRANCA'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'ALUNOS.DAT'                TO JN-ARQUIVO
              MOVE REG-ALUNOS                  TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-MENSALID.
           IF WS-FS-MEN(1:1) EQUAL '0' THEN
              MOVE 'PGTRANCA'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'MENSALID.DAT'              TO JN-ARQUIVO
              MOVE REG-MENSALID                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGTRANCA.
