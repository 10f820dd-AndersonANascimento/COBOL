      *****************************************************************
      * Program name:    PGLANNOT
      * Original author: Anderson Nascimento
      * Purpose: Lancamento de notas por avaliacao: o instrutor
      *          entrega uma prova de cada vez e a secretaria lanca
      *          essa nota (1, 2 ou 3) para a turma inteira no
      *          ALUNOS.DAT, deixando as demais pendentes.
      *            L - lanca uma avaliacao da turma; enquanto faltar
      *                alguma avaliacao com peso no PESOS.PARM o aluno
      *                fica com MEDIA zerada e RESULTADO PENDENTE; com
      *                a ultima, a media e o resultado saem como no
      *                PROG6601 (pesos, nota de corte, limite de
      *                faltas);
      *            P - pendencias: por turma aberta ou publicada, quais
      *                avaliacoes ja foram lancadas e quais o
      *                instrutor ainda deve (NOTASPEN.LST).
      *          Cada lancamento fica registrado em NOTASLAN.DAT
      *          (turma + avaliacao) e cada nota alterada vai para a
      *          trilha NOTASAUD.LOG do PROG6601. Turma sem nenhum
      *          lancamento parcial segue o fluxo antigo (as tres
      *          notas juntas pelo ENTRADA.TXT ou modo M).
      *          Avaliacao com data no calendario do PGCALAVA
      *          (CALAVAL.DAT) so e lancada depois da prova; depois do
      *          limite de entrega o lancamento sai com aviso.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Gravacoes no ALUNOS.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Confere a data da prova e o
      *                                 prazo de notas no CALAVAL.DAT.
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGLANNOT.
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
           SELECT NOTASLAN ASSIGN TO './NOTASLAN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS LAN-CHAVE
           FILE STATUS   IS WS-FS-LAN.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT CALAVAL ASSIGN TO './CALAVAL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CAL-TURMA
           FILE STATUS   IS WS-FS-CAL.
           SELECT PARAMETROS ASSIGN TO './PROG6601.PARM'
           FILE STATUS   IS WS-FS-PARM.
           SELECT PESOS ASSIGN TO './PESOS.PARM'
           FILE STATUS   IS WS-FS-PESOS.
           SELECT FALTAS ASSIGN TO './FALTAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-FAL.
           SELECT TURMAPUB ASSIGN TO './TURMAPUB.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-PUB.
           SELECT AUDITORIA ASSIGN TO './NOTASAUD.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-AUD.
           SELECT RELATORIO ASSIGN TO './NOTASPEN.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
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
      *   NOTASLAN.DAT - uma linha por avaliacao ja lancada da turma,
      *   com quando, quem e quantos alunos.
         FD  NOTASLAN.
         01  REG-NOTASLAN.
             05  LAN-CHAVE.
                 10  LAN-TURMA       PIC X(10).
                 10  LAN-AVALIACAO   PIC 9(01).
             05  LAN-DATA            PIC 9(08).
             05  LAN-HORA            PIC 9(06).
             05  LAN-OPERADOR        PIC X(08).
             05  LAN-QTD-ALUNOS      PIC 9(03).
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
      *   CALAVAL.DAT - calendario de avaliacoes (layout do
      *   PGCALAVA).
         FD  CALAVAL.
         01  REG-CALAVAL.
             05  CAL-TURMA           PIC X(10).
             05  CAL-PRAZO-DIAS      PIC 9(02).
             05  CAL-AVALIACAO OCCURS 3 TIMES.
                 10  CAL-DATA-PROVA  PIC 9(08).
                 10  CAL-DATA-LIMITE PIC 9(08).
             05  CAL-OPERADOR        PIC X(08).
             05  CAL-DATA-ALTER      PIC 9(08).
      *
      *   PROG6601.PARM - nota de corte (layout do PROG6601).
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
      *   FALTAS.TXT - chamada lancada pelo PGPRESEN (layout do
      *   PROG6601).
         FD  FALTAS.
         01  REG-FALTA.
             05  FAL-MATR            PIC 9(05).
             05  FAL-TURMA           PIC X(10).
             05  FAL-DATA            PIC 9(08).
             05  FAL-PRESENCA        PIC X(01).
             05  FAL-JUSTIF          PIC X(02).
             05  FAL-DOCUMENTO       PIC X(12).
      *
      *   TURMAPUB.TXT - turmas com relatorio publicado (PROG6601);
      *   nota de turma publicada so muda pelo PGAPROVA.
         FD  TURMAPUB.
         01  REG-TURMAPUB            PIC X(10).
      *
      *   NOTASAUD.LOG - trilha de auditoria das notas (PROG6601).
         FD  AUDITORIA.
         01  REG-AUDITORIA           PIC X(110).
      *
      *   NOTASPEN.LST - avaliacoes pendentes por turma.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-LAN               PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-CAL               PIC X(02) VALUE '00'.
         77  WS-FS-PARM              PIC X(02) VALUE '00'.
         77  WS-FS-PESOS             PIC X(02) VALUE '00'.
         77  WS-FS-FAL               PIC X(02) VALUE '00'.
         77  WS-FS-PUB               PIC X(02) VALUE '00'.
         77  WS-FS-AUD               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X(01) VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-TURMA-PEDIDA         PIC X(10) VALUE SPACES.
         77  WS-AVALIACAO            PIC 9(01) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X(01) VALUE 'N'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-TURMA-OK             PIC X     VALUE 'N'.
         77  WS-TURMA-PUBLICADA      PIC X     VALUE 'N'.
         77  WS-JA-LANCADA           PIC X     VALUE 'N'.
         77  WS-PRIMEIRO-LANCAMENTO  PIC X     VALUE 'N'.
         77  WS-COMPLETA             PIC X     VALUE 'N'.
         77  WS-NOTA-INF             PIC 9(02)V99 VALUE ZEROS.
         77  WS-NOTA-ANTERIOR        PIC 9(02)V99 VALUE ZEROS.
         77  WS-QTD-LANCADOS         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-FECHADOS         PIC 9(03) VALUE ZEROS.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Criterios do PROG6601: nota de corte, pesos da turma e o
      *   limite de faltas nao justificadas.
         77  WS-NOTA-CORTE           PIC 9(02)V99 VALUE 7,00.
         77  WS-PCT-FALTA-LIMITE     PIC 9(03)V99 VALUE 25,00.
         77  WS-PESO-ACHADO          PIC X     VALUE 'N'.
         77  WS-SOMA-PESOS           PIC 9(04) VALUE ZEROS.
         01  WS-PESOS-TURMA.
             05  WS-PESO OCCURS 3 TIMES PIC 9(03).
      *   Situacao das tres avaliacoes da turma: 'L' lancada, 'P'
      *   pendente, '0' sem peso (nao entra na media).
         01  WS-SITUACOES-TURMA.
             05  WS-SIT-AVAL OCCURS 3 TIMES PIC X(01).
         01  WS-DATAS-TURMA.
             05  WS-DATA-AVAL OCCURS 3 TIMES PIC 9(08).
         77  WS-IND-AVAL             PIC 9(01).
         77  WS-QTD-PENDENTES        PIC 9(01) VALUE ZEROS.
         77  MEDIA-FINAL             PIC 9(02)V99 VALUE ZEROS.
         77  WS-RESULTADO            PIC X(09) VALUE SPACES.
      *
      *   Frequencia: sessoes distintas da turma e faltas nao
      *   justificadas por aluno, como no PROG6601.
         77  WS-QTD-SESSAO           PIC 9(03) VALUE ZEROS.
         01  WS-TAB-SESSAO OCCURS 200 TIMES.
             05  WS-SES-DATA         PIC 9(08).
         77  WS-QTD-ALUNO-FALTA      PIC 9(03) VALUE ZEROS.
         01  WS-TAB-ALUNO-FALTA OCCURS 500 TIMES.
             05  WS-AFA-MATR         PIC 9(05).
             05  WS-AFA-QTD          PIC 9(03).
         77  WS-IND-SES              PIC 9(03).
         77  WS-IND-AFA              PIC 9(03).
         77  WS-SES-ACHADA           PIC X     VALUE 'N'.
         77  WS-AFA-ACHADO           PIC X     VALUE 'N'.
         77  WS-FALTAS-ALUNO         PIC 9(03) VALUE ZEROS.
         77  WS-PCT-FALTAS           PIC 9(03)V99 VALUE ZEROS.
      *
      *   Pendencias (modo P).
         77  WS-QTD-TURMAS-PEND      PIC 9(03) VALUE ZEROS.
         77  WS-QTD-AVAL-PEND        PIC 9(03) VALUE ZEROS.
      *
         01  WS-ANTERIOR.
             05  WS-ANT-NOTA1        PIC 9(02)V99.
             05  WS-ANT-NOTA2        PIC 9(02)V99.
             05  WS-ANT-NOTA3        PIC 9(02)V99.
             05  WS-ANT-MEDIA        PIC 9(02)V99.
             05  WS-ANT-RESULT       PIC X(09).
      *
      *   Linha da trilha NOTASAUD.LOG (layout do PROG6601).
         01  LINHA-AUDITORIA.
             03  AUD-DATA            PIC X(08).
             03  FILLER              PIC X(01) VALUE SPACE.
             03  AUD-HORA            PIC X(06).
             03  FILLER              PIC X(01) VALUE SPACE.
             03  AUD-OPERADOR        PIC X(08).
             03  FILLER              PIC X(01) VALUE SPACE.
             03  AUD-APROVADOR       PIC X(08).
             03  FILLER              PIC X(01) VALUE SPACE.
             03  AUD-TURMA           PIC X(10).
             03  FILLER              PIC X(01) VALUE SPACE.
             03  AUD-MATR            PIC 9(05).
             03  FILLER              PIC X(05) VALUE ' ANT:'.
             03  AUD-ANT-NOTAS.
                 05  AUD-ANT-N1      PIC 9(02)V99.
                 05  AUD-ANT-N2      PIC 9(02)V99.
                 05  AUD-ANT-N3      PIC 9(02)V99.
             03  AUD-ANT-MEDIA       PIC 9(02)V99.
             03  AUD-ANT-RESULT      PIC X(09).
             03  FILLER              PIC X(05) VALUE ' NOV:'.
             03  AUD-NOV-NOTAS.
                 05  AUD-NOV-N1      PIC 9(02)V99.
                 05  AUD-NOV-N2      PIC 9(02)V99.
                 05  AUD-NOV-N3      PIC 9(02)V99.
             03  AUD-NOV-MEDIA       PIC 9(02)V99.
             03  AUD-NOV-RESULT      PIC X(09).
      *
         COPY CABREL.
         COPY AMBCFG.
         COPY TRAVA.
         COPY JORNAL.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
      *
        01  LINHA-COLUNAS-PEND.
            03  FILLER               PIC X(40) VALUE
                'TURMA      INSTRUTOR'.
            03  FILLER               PIC X(40) VALUE
                '   AVALIACAO 1 AVALIACAO 2 AVALIACAO 3'.
      *
        01  LINHA-PENDENCIA.
            03  PEN-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  PEN-INSTRUTOR        PIC X(30).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  PEN-AVAL OCCURS 3 TIMES.
                05  FILLER           PIC X(01) VALUE SPACE.
                05  PEN-SIT-AVAL     PIC X(11).
            03  FILLER               PIC X(02) VALUE SPACES.
      *
        01  LINHA-TOT-PEND.
            03  FILLER               PIC X(27) VALUE
                'TURMAS COM NOTA PENDENTE: '.
            03  TOT-TURMAS-PEND      PIC ZZ9.
            03  FILLER               PIC X(26) VALUE
                '   AVALIACOES PENDENTES: '.
            03  TOT-AVAL-PEND        PIC ZZ9.
            03  FILLER               PIC X(21) VALUE SPACES.
      *
         01  WS-DATA-ED.
             05  WS-DATA-ED-DIA      PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-DATA-ED-MES      PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-DATA-ED-ANO      PIC 9(04).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminho do mestre resolvido pelo ambiente ativo (PGAMBCFG),
      *   como nos demais programas.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           DISPLAY '------ LANCAMENTO DE NOTAS POR AVALIACAO ------'
           DISPLAY 'Modo (L-Lancar avaliacao/P-Pendencias): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION UPPER-CASE(WS-MODO-EXEC) TO WS-MODO-EXEC

           OPEN I-O NOTASLAN
           IF WS-FS-LAN EQUAL '35' THEN
              OPEN OUTPUT NOTASLAN
              CLOSE NOTASLAN
              OPEN I-O NOTASLAN
           END-IF.
           IF WS-FS-LAN NOT EQUAL '00' THEN
              DISPLAY 'NOTASLAN.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-LAN
              GOBACK
           END-IF.
           OPEN INPUT TURMAS
           IF WS-FS-TUR NOT EQUAL '00' THEN
              DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-TUR
              CLOSE NOTASLAN
              GOBACK
           END-IF.
           PERFORM CARREGA-PARAMETROS

           EVALUATE WS-MODO-EXEC
              WHEN 'L'
                 PERFORM LANCA-AVALIACAO
              WHEN 'P'
                 PERFORM LISTA-PENDENCIAS
              WHEN OTHER
                 DISPLAY 'MODO INVALIDO.'
           END-EVALUATE.
           CLOSE NOTASLAN TURMAS.
           GOBACK.
      *
      *   Modo L: confere turma e avaliacao, trava o mestre e percorre
      *   os alunos da turma pedindo a nota de cada um.
       LANCA-AVALIACAO.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Turma: '
           ACCEPT WS-TURMA-PEDIDA
           DISPLAY 'Avaliacao (1, 2 ou 3): '
           ACCEPT WS-AVALIACAO
           PERFORM CRITICA-LANCAMENTO
           IF WS-TURMA-OK EQUAL 'S' AND WS-JA-LANCADA EQUAL 'S' THEN
              DISPLAY 'AVALIACAO ' WS-AVALIACAO ' JA LANCADA - '
                      'RELANCAR AS NOTAS? (S/N): '
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA NOT EQUAL 'S'
                       AND WS-CONFIRMA NOT EQUAL 's' THEN
                 DISPLAY 'LANCAMENTO CANCELADO.'
                 MOVE 'N'                      TO WS-TURMA-OK
              END-IF
           END-IF.
           IF WS-TURMA-OK EQUAL 'S' THEN
              PERFORM EFETIVA-LANCAMENTO
           END-IF.
      *
       EFETIVA-LANCAMENTO.
           IF WS-PRIMEIRO-LANCAMENTO EQUAL 'S' THEN
              DISPLAY '>> PRIMEIRO LANCAMENTO PARCIAL DA TURMA: AS'
                      ' DEMAIS AVALIACOES FICAM PENDENTES.'
           END-IF.
           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGLANNOT'                     TO TR-PROGRAMA
           MOVE 'ALUNOS.DAT'                   TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> ALUNOS.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
           ELSE
              OPEN I-O ALUNOS
              IF WS-FS-ALUNOS EQUAL '00' THEN
                 PERFORM LANCA-NOTAS-TURMA
              ELSE
                 DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                         WS-FS-ALUNOS
                 PERFORM LIBERA-TRAVA
              END-IF
           END-IF.
      *
       LANCA-NOTAS-TURMA.
      *   Com esta avaliacao, a turma fica completa quando nenhuma
      *   outra com peso estiver pendente.
           MOVE 'L'                       TO WS-SIT-AVAL(WS-AVALIACAO)
           MOVE 'S'                            TO WS-COMPLETA
           PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                           UNTIL WS-IND-AVAL > 3
              IF WS-SIT-AVAL(WS-IND-AVAL) EQUAL 'P' THEN
                 MOVE 'N'                      TO WS-COMPLETA
              END-IF
           END-PERFORM.
           IF WS-COMPLETA EQUAL 'S' THEN
              PERFORM CARREGA-FALTAS
           END-IF.

           MOVE ZEROS                          TO WS-QTD-LANCADOS
                                                  WS-QTD-FECHADOS
           MOVE WS-TURMA-PEDIDA                TO TURMA-ALUNOS
           MOVE ZEROS                          TO MATR-ALUNOS
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
                    IF TURMA-ALUNOS NOT EQUAL WS-TURMA-PEDIDA THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       PERFORM LANCA-NOTA-ALUNO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALUNOS
           PERFORM LIBERA-TRAVA

           IF WS-QTD-LANCADOS GREATER ZEROS THEN
              PERFORM GRAVA-LANCAMENTO
           END-IF.
           DISPLAY 'AVALIACAO ' WS-AVALIACAO ' DA TURMA '
                   WS-TURMA-PEDIDA ': ' WS-QTD-LANCADOS
                   ' NOTA(S) LANCADA(S).'
           IF WS-COMPLETA EQUAL 'S' THEN
              DISPLAY 'TURMA COMPLETA - MEDIA E RESULTADO CALCULADOS'
                      ' PARA ' WS-QTD-FECHADOS ' ALUNO(S).'
           ELSE
              DISPLAY 'TURMA COM AVALIACAO PENDENTE - RESULTADO'
                      ' PENDENTE.'
           END-IF.
      *
      *   Turma do catalogo, aberta ou publicada, ainda nao publicada
      *   no PROG6601, e avaliacao com peso; monta a situacao das tres
      *   avaliacoes a partir de NOTASLAN.DAT.
       CRITICA-LANCAMENTO.
           MOVE 'N'                            TO WS-TURMA-OK
           IF WS-AVALIACAO LESS 1 OR WS-AVALIACAO GREATER 3 THEN
              DISPLAY '>> AVALIACAO INVALIDA (1, 2 OU 3).'
           ELSE
              MOVE WS-TURMA-PEDIDA             TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    DISPLAY '>> TURMA ' WS-TURMA-PEDIDA
                            ' NAO CADASTRADA NO CATALOGO (PGTURMAS).'
                 NOT INVALID KEY
                    IF TUR-ABERTA OR TUR-PUBLICADA THEN
                       MOVE 'S'                TO WS-TURMA-OK
                    ELSE
                       DISPLAY '>> TURMA COM STATUS ' TUR-STATUS
                               ' (FECHADA/ARQUIVADA) - SEM LANCAMENTO.'
                    END-IF
              END-READ
           END-IF.
           IF WS-TURMA-OK EQUAL 'S' THEN
              PERFORM TESTA-TURMA-PUBLICADA
              IF WS-TURMA-PUBLICADA EQUAL 'S' THEN
                 DISPLAY '>> RELATORIO DA TURMA JA PUBLICADO - NOTA'
                         ' SO MUDA PELO MODO M COM O PGAPROVA.'
                 MOVE 'N'                      TO WS-TURMA-OK
              END-IF
           END-IF.
           IF WS-TURMA-OK EQUAL 'S' THEN
              PERFORM MONTA-SITUACAO-TURMA
              IF WS-SIT-AVAL(WS-AVALIACAO) EQUAL '0' THEN
                 DISPLAY '>> AVALIACAO ' WS-AVALIACAO ' TEM PESO ZERO'
                         ' NO PESOS.PARM DA TURMA - NADA A LANCAR.'
                 MOVE 'N'                      TO WS-TURMA-OK
              END-IF
           END-IF.
           IF WS-TURMA-OK EQUAL 'S' THEN
              PERFORM CONFERE-CALENDARIO
           END-IF.
           MOVE 'N'                            TO WS-JA-LANCADA
           IF WS-TURMA-OK EQUAL 'S'
                    AND WS-SIT-AVAL(WS-AVALIACAO) EQUAL 'L' THEN
              MOVE 'S'                         TO WS-JA-LANCADA
           END-IF.
      *
      *   Calendario do PGCALAVA: com data marcada, a nota nao entra
      *   antes da prova e, passado o limite de entrega, entra com
      *   aviso (a pendencia aparece no relatorio de excecoes).
       CONFERE-CALENDARIO.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           OPEN INPUT CALAVAL
           IF WS-FS-CAL EQUAL '00' THEN
              MOVE TUR-CODIGO                  TO CAL-TURMA
              READ CALAVAL
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CAL-DATA-PROVA(WS-AVALIACAO) GREATER
                                                       WS-DATA-HOJE
                       DISPLAY '>> AVALIACAO ' WS-AVALIACAO
                               ' MARCADA PARA '
                               CAL-DATA-PROVA(WS-AVALIACAO)
                               ' NO CALENDARIO - AINDA NAO APLICADA.'
                       MOVE 'N'                TO WS-TURMA-OK
                    ELSE
                       IF CAL-DATA-LIMITE(WS-AVALIACAO) GREATER ZEROS
                          AND CAL-DATA-LIMITE(WS-AVALIACAO) LESS
                                                       WS-DATA-HOJE
                          DISPLAY '>> ATENCAO: LIMITE DE ENTREGA DAS'
                                  ' NOTAS ERA '
                                  CAL-DATA-LIMITE(WS-AVALIACAO)
                                  ' - LANCAMENTO FORA DO PRAZO.'
                       END-IF
                    END-IF
              END-READ
              CLOSE CALAVAL
           END-IF.
      *
      *   Pesos da turma (TUR-CODIGO) e situacao de cada avaliacao:
      *   sem peso, lancada (consta em NOTASLAN.DAT) ou pendente.
       MONTA-SITUACAO-TURMA.
           PERFORM BUSCA-PESOS-TURMA
           MOVE 'S'                            TO WS-PRIMEIRO-LANCAMENTO
           MOVE ZEROS                          TO WS-QTD-PENDENTES
           PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                           UNTIL WS-IND-AVAL > 3
              MOVE ZEROS                  TO WS-DATA-AVAL(WS-IND-AVAL)
              MOVE TUR-CODIGO                  TO LAN-TURMA
              MOVE WS-IND-AVAL                 TO LAN-AVALIACAO
              READ NOTASLAN
                 INVALID KEY
                    IF WS-PESO(WS-IND-AVAL) EQUAL ZEROS THEN
                       MOVE '0'           TO WS-SIT-AVAL(WS-IND-AVAL)
                    ELSE
                       MOVE 'P'           TO WS-SIT-AVAL(WS-IND-AVAL)
                       ADD 1                   TO WS-QTD-PENDENTES
                    END-IF
                 NOT INVALID KEY
                    MOVE 'N'                   TO WS-PRIMEIRO-LANCAMENTO
                    MOVE LAN-DATA         TO WS-DATA-AVAL(WS-IND-AVAL)
                    IF WS-PESO(WS-IND-AVAL) EQUAL ZEROS THEN
                       MOVE '0'           TO WS-SIT-AVAL(WS-IND-AVAL)
                    ELSE
                       MOVE 'L'           TO WS-SIT-AVAL(WS-IND-AVAL)
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   Pede a nota da avaliacao para o aluno corrente; ENTER sem
      *   nota mantem a que esta no mestre.
       LANCA-NOTA-ALUNO.
           MOVE NOTA1-ALUNOS                   TO WS-ANT-NOTA1
           MOVE NOTA2-ALUNOS                   TO WS-ANT-NOTA2
           MOVE NOTA3-ALUNOS                   TO WS-ANT-NOTA3
           MOVE MEDIA-ALUNOS                   TO WS-ANT-MEDIA
           MOVE RESULTADO-ALUNOS               TO WS-ANT-RESULT
           EVALUATE WS-AVALIACAO
              WHEN 1
                 MOVE NOTA1-ALUNOS             TO WS-NOTA-ANTERIOR
              WHEN 2
                 MOVE NOTA2-ALUNOS             TO WS-NOTA-ANTERIOR
              WHEN 3
                 MOVE NOTA3-ALUNOS             TO WS-NOTA-ANTERIOR
           END-EVALUATE.
           DISPLAY MATR-ALUNOS ' ' NOME-ALUNOS ' (ATUAL '
                   WS-NOTA-ANTERIOR ') NOTA: '
           MOVE WS-NOTA-ANTERIOR               TO WS-NOTA-INF
           ACCEPT WS-NOTA-INF
           PERFORM UNTIL WS-NOTA-INF NUMERIC
                         AND WS-NOTA-INF NOT GREATER 10
              DISPLAY '>> NOTA FORA DA FAIXA 0,00 A 10,00. NOTA: '
              ACCEPT WS-NOTA-INF
           END-PERFORM.
           EVALUATE WS-AVALIACAO
              WHEN 1
                 MOVE WS-NOTA-INF              TO NOTA1-ALUNOS
              WHEN 2
                 MOVE WS-NOTA-INF              TO NOTA2-ALUNOS
              WHEN 3
                 MOVE WS-NOTA-INF              TO NOTA3-ALUNOS
           END-EVALUATE.
           IF WS-COMPLETA EQUAL 'S' THEN
              PERFORM CALCULA-RESULTADO
              MOVE MEDIA-FINAL                 TO MEDIA-ALUNOS
              MOVE WS-RESULTADO                TO RESULTADO-ALUNOS
              ADD 1                            TO WS-QTD-FECHADOS
           ELSE
              MOVE ZEROS                       TO MEDIA-ALUNOS
              MOVE 'PENDENTE'                  TO RESULTADO-ALUNOS
           END-IF.
           REWRITE REG-ALUNOS
           IF WS-FS-ALUNOS EQUAL '00' THEN
              ADD 1                            TO WS-QTD-LANCADOS
              MOVE 'R'                         TO JN-OPERACAO
              PERFORM JORNALIZA-ALUNO
              PERFORM GRAVA-AUDITORIA-NOTA
           ELSE
              DISPLAY 'ERRO NA GRAVACAO DE ' MATR-ALUNOS
                      ' - FILE STATUS: ' WS-FS-ALUNOS
           END-IF.
      *
      *   Media ponderada (ou simples) e resultado do aluno corrente,
      *   com a mesma regra do PROG6601: faltas acima do limite
      *   reprovam mesmo com a media acima do corte.
       CALCULA-RESULTADO.
           IF WS-PESO-ACHADO EQUAL 'S' THEN
              COMPUTE MEDIA-FINAL ROUNDED =
                 ((NOTA1-ALUNOS * WS-PESO(1)) +
                  (NOTA2-ALUNOS * WS-PESO(2)) +
                  (NOTA3-ALUNOS * WS-PESO(3))) / 100
           ELSE
              COMPUTE MEDIA-FINAL ROUNDED = (NOTA1-ALUNOS +
                                             NOTA2-ALUNOS +
                                             NOTA3-ALUNOS) / 3
           END-IF.
           PERFORM APURA-FREQUENCIA
           IF WS-PCT-FALTAS GREATER WS-PCT-FALTA-LIMITE THEN
              MOVE 'REP.FALTA'                 TO WS-RESULTADO
           ELSE
              IF MEDIA-FINAL NOT LESS WS-NOTA-CORTE THEN
                 MOVE 'APROVADO'               TO WS-RESULTADO
              ELSE
                 MOVE 'REPROVADO'              TO WS-RESULTADO
              END-IF
           END-IF.
      *
      *   Registra (ou atualiza, no relancamento) a avaliacao lancada.
       GRAVA-LANCAMENTO.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-TURMA-PEDIDA                TO LAN-TURMA
           MOVE WS-AVALIACAO                   TO LAN-AVALIACAO
           MOVE WS-DATA-HORA(1:8)              TO LAN-DATA
           MOVE WS-DATA-HORA(9:6)              TO LAN-HORA
           MOVE WS-OPERADOR                    TO LAN-OPERADOR
           MOVE WS-QTD-LANCADOS                TO LAN-QTD-ALUNOS
           WRITE REG-NOTASLAN
              INVALID KEY
                 REWRITE REG-NOTASLAN
           END-WRITE.
      *
      *   Uma linha na trilha NOTASAUD.LOG por nota lancada, com o
      *   antes e o depois, como o modo M do PROG6601.
       GRAVA-AUDITORIA-NOTA.
           OPEN EXTEND AUDITORIA
           IF WS-FS-AUD EQUAL '35' THEN
              OPEN OUTPUT AUDITORIA
           END-IF
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO AUD-DATA
           MOVE WS-DATA-HORA(9:6)              TO AUD-HORA
           MOVE WS-OPERADOR                    TO AUD-OPERADOR
           MOVE SPACES                         TO AUD-APROVADOR
           MOVE TURMA-ALUNOS                   TO AUD-TURMA
           MOVE MATR-ALUNOS                    TO AUD-MATR
           MOVE WS-ANT-NOTA1                   TO AUD-ANT-N1
           MOVE WS-ANT-NOTA2                   TO AUD-ANT-N2
           MOVE WS-ANT-NOTA3                   TO AUD-ANT-N3
           MOVE WS-ANT-MEDIA                   TO AUD-ANT-MEDIA
           MOVE WS-ANT-RESULT                  TO AUD-ANT-RESULT
           MOVE NOTA1-ALUNOS                   TO AUD-NOV-N1
           MOVE NOTA2-ALUNOS                   TO AUD-NOV-N2
           MOVE NOTA3-ALUNOS                   TO AUD-NOV-N3
           MOVE MEDIA-ALUNOS                   TO AUD-NOV-MEDIA
           MOVE RESULTADO-ALUNOS               TO AUD-NOV-RESULT
           WRITE REG-AUDITORIA FROM LINHA-AUDITORIA
           CLOSE AUDITORIA.
      *
       TESTA-TURMA-PUBLICADA.
           MOVE 'N'                            TO WS-TURMA-PUBLICADA
           OPEN INPUT TURMAPUB
           IF WS-FS-PUB EQUAL '00' THEN
              PERFORM UNTIL WS-FS-PUB NOT EQUAL '00'
                 READ TURMAPUB
                    AT END
                       MOVE '10'               TO WS-FS-PUB
                    NOT AT END
                       IF REG-TURMAPUB EQUAL WS-TURMA-PEDIDA THEN
                          MOVE 'S'             TO WS-TURMA-PUBLICADA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TURMAPUB
           END-IF.
      *
       LIBERA-TRAVA.
           MOVE 'L'                            TO TR-FUNCAO
           MOVE 'PGLANNOT'                     TO TR-PROGRAMA
           MOVE 'ALUNOS.DAT'                   TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM.
      *
      *   Modo P: toda turma aberta ou publicada do catalogo (ou so a
      *   pedida), com a situacao de cada avaliacao e o instrutor que
      *   ainda deve nota.
       LISTA-PENDENCIAS.
           DISPLAY 'Turma (BRANCO = TODAS): '
           ACCEPT WS-TURMA-PEDIDA
           OPEN OUTPUT RELATORIO
           MOVE ZEROS                          TO WS-QTD-TURMAS-PEND
                                                  WS-QTD-AVAL-PEND
           MOVE WS-TURMA-PEDIDA                TO TUR-CODIGO
           MOVE 'N'                            TO WS-EOF
           START TURMAS KEY NOT LESS TUR-CODIGO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ TURMAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF WS-TURMA-PEDIDA NOT EQUAL SPACES
                             AND TUR-CODIGO NOT EQUAL
                                 WS-TURMA-PEDIDA THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       IF TUR-ABERTA OR TUR-PUBLICADA THEN
                          PERFORM IMPRIME-PENDENCIA-TURMA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF CONTLIN GREATER 55 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-QTD-TURMAS-PEND             TO TOT-TURMAS-PEND
           MOVE WS-QTD-AVAL-PEND               TO TOT-AVAL-PEND
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TOT-PEND BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO
           DISPLAY 'TURMAS COM NOTA PENDENTE: ' WS-QTD-TURMAS-PEND
                   ' - LISTA EM NOTASPEN.LST'.
      *
       IMPRIME-PENDENCIA-TURMA.
           PERFORM MONTA-SITUACAO-TURMA
           IF CONTLIN GREATER 55 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE TUR-CODIGO                     TO PEN-TURMA
           MOVE TUR-INSTRUTOR                  TO PEN-INSTRUTOR
           PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                           UNTIL WS-IND-AVAL > 3
              EVALUATE WS-SIT-AVAL(WS-IND-AVAL)
                 WHEN 'L'
                    MOVE WS-DATA-AVAL(WS-IND-AVAL)(7:2)
                                               TO WS-DATA-ED-DIA
                    MOVE WS-DATA-AVAL(WS-IND-AVAL)(5:2)
                                               TO WS-DATA-ED-MES
                    MOVE WS-DATA-AVAL(WS-IND-AVAL)(1:4)
                                               TO WS-DATA-ED-ANO
                    MOVE SPACES           TO PEN-SIT-AVAL(WS-IND-AVAL)
                    MOVE WS-DATA-ED       TO PEN-SIT-AVAL(WS-IND-AVAL)
                 WHEN 'P'
                    MOVE 'PENDENTE'       TO PEN-SIT-AVAL(WS-IND-AVAL)
                 WHEN OTHER
                    MOVE 'SEM PESO'       TO PEN-SIT-AVAL(WS-IND-AVAL)
              END-EVALUATE
           END-PERFORM.
           WRITE REG-REL FROM LINHA-PENDENCIA BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN
           IF WS-QTD-PENDENTES GREATER ZEROS THEN
              ADD 1                            TO WS-QTD-TURMAS-PEND
              ADD WS-QTD-PENDENTES             TO WS-QTD-AVAL-PEND
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGLANNOT'                     TO CR-PROGRAMA
           MOVE 'AVALIACOES PENDENTES POR TURMA'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS-PEND BEFORE ADVANCING 1
                                                    LINES
           MOVE 4                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
      *   Nota de corte do PROG6601.PARM; sem o cartao vale 7,00.
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARM EQUAL '00' THEN
              READ PARAMETROS
                 NOT AT END
                    MOVE PARM-CORTE            TO WS-NOTA-CORTE
              END-READ
              CLOSE PARAMETROS
           END-IF.
      *
      *   Pesos da turma TUR-CODIGO no PESOS.PARM (cartao valido,
      *   somando 100); sem cartao as tres notas pesam igual.
       BUSCA-PESOS-TURMA.
           MOVE 'N'                            TO WS-PESO-ACHADO
           MOVE 1                              TO WS-PESO(1)
                                                  WS-PESO(2)
                                                  WS-PESO(3)
           OPEN INPUT PESOS
           IF WS-FS-PESOS EQUAL '00' THEN
              PERFORM UNTIL WS-FS-PESOS NOT EQUAL '00'
                 READ PESOS
                    AT END
                       MOVE '10'               TO WS-FS-PESOS
                    NOT AT END
                       IF PESO-TURMA EQUAL TUR-CODIGO
                                AND PESO-1 NUMERIC AND PESO-2 NUMERIC
                                AND PESO-3 NUMERIC THEN
                          COMPUTE WS-SOMA-PESOS =
                                  PESO-1 + PESO-2 + PESO-3
                          IF WS-SOMA-PESOS EQUAL 100 THEN
                             MOVE 'S'          TO WS-PESO-ACHADO
                             MOVE PESO-1       TO WS-PESO(1)
                             MOVE PESO-2       TO WS-PESO(2)
                             MOVE PESO-3       TO WS-PESO(3)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PESOS
           END-IF.
      *
      *   Chamada da turma pedida: sessoes distintas e faltas sem
      *   justificativa por aluno.
       CARREGA-FALTAS.
           MOVE ZEROS                          TO WS-QTD-SESSAO
                                                  WS-QTD-ALUNO-FALTA
           OPEN INPUT FALTAS
           IF WS-FS-FAL EQUAL '00' THEN
              PERFORM UNTIL WS-FS-FAL NOT EQUAL '00'
                 READ FALTAS
                    AT END
                       MOVE '10'               TO WS-FS-FAL
                    NOT AT END
                       IF FAL-TURMA EQUAL WS-TURMA-PEDIDA THEN
                          PERFORM ACUMULA-FALTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FALTAS
           END-IF.
      *
       ACUMULA-FALTA.
           MOVE 'N'                            TO WS-SES-ACHADA
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                           UNTIL WS-IND-SES > WS-QTD-SESSAO
              IF WS-SES-DATA(WS-IND-SES) EQUAL FAL-DATA THEN
                 MOVE 'S'                      TO WS-SES-ACHADA
              END-IF
           END-PERFORM.
           IF WS-SES-ACHADA NOT EQUAL 'S'
                    AND WS-QTD-SESSAO LESS 200 THEN
              ADD 1                            TO WS-QTD-SESSAO
              MOVE FAL-DATA               TO WS-SES-DATA(WS-QTD-SESSAO)
           END-IF.
           IF FAL-PRESENCA EQUAL 'F' AND FAL-JUSTIF EQUAL SPACES THEN
              MOVE 'N'                         TO WS-AFA-ACHADO
              PERFORM VARYING WS-IND-AFA FROM 1 BY 1
                              UNTIL WS-IND-AFA > WS-QTD-ALUNO-FALTA
                 IF WS-AFA-MATR(WS-IND-AFA) EQUAL FAL-MATR THEN
                    ADD 1                      TO WS-AFA-QTD(WS-IND-AFA)
                    MOVE 'S'                   TO WS-AFA-ACHADO
                 END-IF
              END-PERFORM
              IF WS-AFA-ACHADO NOT EQUAL 'S'
                       AND WS-QTD-ALUNO-FALTA LESS 500 THEN
                 ADD 1                         TO WS-QTD-ALUNO-FALTA
                 MOVE FAL-MATR                 TO
                      WS-AFA-MATR(WS-QTD-ALUNO-FALTA)
                 MOVE 1                        TO
                      WS-AFA-QTD(WS-QTD-ALUNO-FALTA)
              END-IF
           END-IF.
      *
       APURA-FREQUENCIA.
           MOVE ZEROS                          TO WS-FALTAS-ALUNO
                                                  WS-PCT-FALTAS
           PERFORM VARYING WS-IND-AFA FROM 1 BY 1
                           UNTIL WS-IND-AFA > WS-QTD-ALUNO-FALTA
              IF WS-AFA-MATR(WS-IND-AFA) EQUAL MATR-ALUNOS THEN
                 MOVE WS-AFA-QTD(WS-IND-AFA)   TO WS-FALTAS-ALUNO
              END-IF
           END-PERFORM.
           IF WS-QTD-SESSAO GREATER ZEROS THEN
              COMPUTE WS-PCT-FALTAS ROUNDED =
                 (WS-FALTAS-ALUNO * 100) / WS-QTD-SESSAO
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-ALUNO.
           IF WS-FS-ALUNOS(1:1) EQUAL '0' THEN
              MOVE 'PGLANNOT'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'ALUNOS.DAT'                TO JN-ARQUIVO
              MOVE REG-ALUNOS                  TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGLANNOT.
