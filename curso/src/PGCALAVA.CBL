      *****************************************************************
      * Program name:    PGCALAVA
      * Original author: Anderson Nascimento
      * Purpose: Calendario de avaliacoes por turma (CALAVAL.DAT):
      *          a data de cada uma das tres avaliacoes e o prazo de
      *          entrega das notas, contado em dias uteis pelo
      *          PGDIAUTI a partir da prova.
      *            M - manutencao do calendario de uma turma; a data
      *                da prova tem que ser dia de sessao no plano do
      *                PGPLANSE (PLANSES.TXT);
      *            C - consulta do calendario de uma turma;
      *            E - excecoes do dia (CALAVAL.LST): avaliacoes com
      *                prazo vencido e nota ainda faltando no
      *                ALUNOS.DAT, com o instrutor do INSTRMEST.DAT, e
      *                provas que sairam do plano de sessoes.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCALAVA.
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
           SELECT CALAVAL ASSIGN TO './CALAVAL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAL-TURMA
           FILE STATUS   IS WS-FS-CAL.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT PLANSES ASSIGN TO './PLANSES.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-PLA.
           SELECT ALUNOS   ASSIGN TO WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS
           WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT NOTASLAN ASSIGN TO './NOTASLAN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS LAN-CHAVE
           FILE STATUS   IS WS-FS-LAN.
           SELECT INSTRMEST ASSIGN TO './INSTRMEST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS INS-CODIGO
           FILE STATUS   IS WS-FS-INS.
           SELECT RELATORIO ASSIGN TO './CALAVAL.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CALAVAL.DAT - calendario de avaliacoes, um registro por
      *   turma: data da prova e limite de entrega das notas de cada
      *   avaliacao (zeros = avaliacao sem data).
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
      *   PLANSES.TXT - plano de sessoes por turma (layout do
      *   PGPLANSE).
         FD  PLANSES.
         01  REG-PLANSES.
             05  PLA-TURMA           PIC X(10).
             05  PLA-SEQ             PIC 9(03).
             05  PLA-DATA            PIC 9(08).
      *
      *   ALUNOS.DAT - mestre de alunos (layout do PROG6601).
         FD  ALUNOS.
         01  REG-ALUNOS.
             05  CHAVE-ALUNOS.
                 10  TURMA-ALUNOS    PIC X(10).
                 10  MATR-ALUNOS     PIC 9(05).
             05  NOME-ALUNOS         PIC X(30).
             05  NOTA-ALUNOS OCCURS 3 TIMES
                                     PIC 9(02)V99.
             05  MEDIA-ALUNOS        PIC 9(02)V99.
             05  RESULTADO-ALUNOS    PIC X(09).
      *
      *   NOTASLAN.DAT - avaliacoes ja lancadas por turma (layout do
      *   PGLANNOT).
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
      *   INSTRMEST.DAT - cadastro de instrutores (layout do
      *   PGINSMNT).
         FD  INSTRMEST.
         01  REG-INSTRUTOR.
             05  INS-CODIGO          PIC 9(05).
             05  INS-NOME            PIC X(30).
             05  INS-CPF             PIC 9(11).
             05  INS-VALOR-HORA      PIC 9(05)V99.
      *
      *   CALAVAL.LST - excecoes do calendario de avaliacoes.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CAL               PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-PLA               PIC X(02) VALUE '00'.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-LAN               PIC X(02) VALUE '00'.
         77  WS-FS-INS               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X(01) VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-TURMA-INF            PIC X(10) VALUE SPACES.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-EOF-ALU              PIC X     VALUE 'N'.
         77  WS-CALENDARIO-OK        PIC X     VALUE 'N'.
         77  WS-DATA-OK              PIC X     VALUE 'N'.
         77  WS-ALUNOS-OK            PIC X     VALUE 'N'.
         77  WS-LANCAMENTO-OK        PIC X     VALUE 'N'.
         77  WS-INSTRUTORES-OK       PIC X     VALUE 'N'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-DATA-INF             PIC 9(08) VALUE ZEROS.
         77  WS-PRAZO-INF            PIC 9(02) VALUE ZEROS.
         77  WS-IND-AVAL             PIC 9(01).
         77  WS-IND-PRAZO            PIC 9(02).
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Prazo padrao de entrega das notas, em dias uteis depois da
      *   prova.
         77  WS-PRAZO-PADRAO         PIC 9(02) VALUE 05.
      *
      *   Sessoes planejadas da turma corrente (PLANSES.TXT).
         77  WS-QTD-PLANO            PIC 9(03) VALUE ZEROS.
         01  WS-TAB-PLANO OCCURS 200 TIMES.
             05  WS-PLA-DATA         PIC 9(08).
         77  WS-IND-PLA              PIC 9(03).
      *
      *   Excecoes.
         77  WS-QTD-SEM-NOTA         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-ATRASADAS        PIC 9(03) VALUE ZEROS.
         77  WS-QTD-FORA-PLANO       PIC 9(03) VALUE ZEROS.
         77  WS-NOME-INSTRUTOR       PIC X(30) VALUE SPACES.
      *
         COPY DIAUTIL.
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
      *
        01  LINHA-CALENDARIO.
            03  FILLER               PIC X(11) VALUE '  AVALIACAO'.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  CLD-AVAL             PIC 9(01).
            03  FILLER               PIC X(08) VALUE '  PROVA '.
            03  CLD-DATA-PROVA       PIC 9(08).
            03  FILLER               PIC X(15) VALUE '  NOTAS ATE '.
            03  CLD-DATA-LIMITE      PIC 9(08).
            03  FILLER               PIC X(28) VALUE SPACES.
      *
        01  LINHA-COLUNAS-EXC.
            03  FILLER               PIC X(40) VALUE
                'TURMA      AV PROVA    LIMITE   ATRASO S'.
            03  FILLER               PIC X(40) VALUE
                '/NOTA INSTRUTOR'.
      *
        01  LINHA-EXCECAO.
            03  EXC-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  EXC-AVAL             PIC 9(01).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  EXC-DATA-PROVA       PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  EXC-DATA-LIMITE      PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  EXC-ATRASO           PIC ZZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  EXC-SEM-NOTA         PIC ZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  EXC-INSTRUTOR        PIC X(30).
            03  FILLER               PIC X(07) VALUE SPACES.
      *
        01  LINHA-FORA-PLANO.
            03  FPL-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  FPL-AVAL             PIC 9(01).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  FPL-DATA-PROVA       PIC 9(08).
            03  FILLER               PIC X(37) VALUE
                '  PROVA FORA DO PLANO DE SESSOES'.
            03  FILLER               PIC X(21) VALUE SPACES.
      *
        01  LINHA-TOTAL.
            03  TOT-ROTULO           PIC X(40).
            03  TOT-QTD              PIC ZZ9.
            03  FILLER               PIC X(37) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminho do mestre resolvido pelo ambiente ativo (PGAMBCFG),
      *   como nos demais programas.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           DISPLAY '------ CALENDARIO DE AVALIACOES ------'
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY 'Modo (M-Manutencao/C-Consulta/E-Excecoes do dia): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION UPPER-CASE(WS-MODO-EXEC) TO WS-MODO-EXEC

           OPEN I-O CALAVAL
           IF WS-FS-CAL EQUAL '35' THEN
              OPEN OUTPUT CALAVAL
              CLOSE CALAVAL
              OPEN I-O CALAVAL
           END-IF.
           IF WS-FS-CAL NOT EQUAL '00' THEN
              DISPLAY 'CALAVAL.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CAL
              GOBACK
           END-IF.
           OPEN INPUT TURMAS
           IF WS-FS-TUR NOT EQUAL '00' THEN
              DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-TUR
              CLOSE CALAVAL
              GOBACK
           END-IF.

           EVALUATE WS-MODO-EXEC
              WHEN 'M'
                 PERFORM MANUTENCAO-CALENDARIO
              WHEN 'C'
                 PERFORM CONSULTA-CALENDARIO
              WHEN 'E'
                 PERFORM LISTA-EXCECOES
              WHEN OTHER
                 DISPLAY 'MODO INVALIDO.'
           END-EVALUATE.
           CLOSE CALAVAL TURMAS.
           GOBACK.
      *
      *   Modo M: turma aberta ou publicada, com plano de sessoes; as
      *   datas vazias (zeros) ficam sem avaliacao marcada.
       MANUTENCAO-CALENDARIO.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           PERFORM LE-TURMA-PEDIDA
           IF WS-CALENDARIO-OK EQUAL 'S' THEN
              IF NOT TUR-ABERTA AND NOT TUR-PUBLICADA THEN
                 DISPLAY '>> TURMA COM STATUS ' TUR-STATUS
                         ' (FECHADA/ARQUIVADA) - SEM MANUTENCAO.'
                 MOVE 'N'                      TO WS-CALENDARIO-OK
              END-IF
           END-IF.
           IF WS-CALENDARIO-OK EQUAL 'S' THEN
              PERFORM CARREGA-PLANO-TURMA
              IF WS-QTD-PLANO EQUAL ZEROS THEN
                 DISPLAY '>> TURMA SEM PLANO EM PLANSES.TXT - GERE O'
                         ' PLANO NO PGPLANSE ANTES DO CALENDARIO.'
                 MOVE 'N'                      TO WS-CALENDARIO-OK
              END-IF
           END-IF.
           IF WS-CALENDARIO-OK EQUAL 'S' THEN
              PERFORM ATUALIZA-CALENDARIO
           END-IF.
      *
       ATUALIZA-CALENDARIO.
           MOVE WS-TURMA-INF                   TO CAL-TURMA
           READ CALAVAL
              INVALID KEY
                 INITIALIZE REG-CALAVAL
                 MOVE WS-TURMA-INF             TO CAL-TURMA
                 MOVE WS-PRAZO-PADRAO          TO CAL-PRAZO-DIAS
                 MOVE 'N'                      TO WS-EOF
              NOT INVALID KEY
                 PERFORM EXIBE-CALENDARIO
                 MOVE 'S'                      TO WS-EOF
           END-READ.
           DISPLAY 'Prazo de entrega das notas em dias uteis (atual '
                   CAL-PRAZO-DIAS ', ZERO = MANTEM): '
           ACCEPT WS-PRAZO-INF
           IF WS-PRAZO-INF GREATER ZEROS THEN
              MOVE WS-PRAZO-INF                TO CAL-PRAZO-DIAS
           END-IF.
           PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                           UNTIL WS-IND-AVAL > 3
              PERFORM PEDE-DATA-PROVA
           END-PERFORM.
           MOVE WS-OPERADOR                    TO CAL-OPERADOR
           MOVE WS-DATA-HOJE                   TO CAL-DATA-ALTER
           IF WS-EOF EQUAL 'S' THEN
              REWRITE REG-CALAVAL
           ELSE
              WRITE REG-CALAVAL
           END-IF.
           IF WS-FS-CAL EQUAL '00' THEN
              DISPLAY 'CALENDARIO DA TURMA ' WS-TURMA-INF ' GRAVADO.'
              PERFORM EXIBE-CALENDARIO
           ELSE
              DISPLAY 'ERRO NA GRAVACAO - FILE STATUS: ' WS-FS-CAL
           END-IF.
      *
      *   Data de uma avaliacao: tem que estar no periodo da turma e
      *   ser sessao planejada; o limite de entrega sai do PGDIAUTI
      *   contando CAL-PRAZO-DIAS dias uteis depois da prova.
       PEDE-DATA-PROVA.
           MOVE 'N'                            TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK EQUAL 'S'
              DISPLAY 'Data da avaliacao ' WS-IND-AVAL ' (AAAAMMDD,'
                      ' atual ' CAL-DATA-PROVA(WS-IND-AVAL)
                      ', ZERO = SEM DATA): '
              ACCEPT WS-DATA-INF
              PERFORM CRITICA-DATA-PROVA
           END-PERFORM.
           MOVE WS-DATA-INF              TO CAL-DATA-PROVA(WS-IND-AVAL)
           MOVE ZEROS                    TO CAL-DATA-LIMITE(WS-IND-AVAL)
           IF WS-DATA-INF GREATER ZEROS THEN
              MOVE WS-DATA-INF                 TO DU-DATA-RESULT
              PERFORM VARYING WS-IND-PRAZO FROM 1 BY 1
                              UNTIL WS-IND-PRAZO > CAL-PRAZO-DIAS
                 MOVE 'P'                      TO DU-FUNCAO
                 MOVE DU-DATA-RESULT           TO DU-DATA-1
                 CALL './bin/PGDIAUTI' USING DU-PARM
              END-PERFORM
              MOVE DU-DATA-RESULT        TO CAL-DATA-LIMITE(WS-IND-AVAL)
           END-IF.
      *
       CRITICA-DATA-PROVA.
           MOVE 'S'                            TO WS-DATA-OK
           IF WS-DATA-INF GREATER ZEROS THEN
              EVALUATE TRUE
                 WHEN WS-DATA-INF LESS TUR-DATA-INICIO
                 WHEN WS-DATA-INF GREATER TUR-DATA-FIM
                    DISPLAY '>> DATA FORA DO PERIODO DA TURMA ('
                            TUR-DATA-INICIO ' A ' TUR-DATA-FIM ').'
                    MOVE 'N'                   TO WS-DATA-OK
                 WHEN OTHER
                    PERFORM TESTA-DATA-NO-PLANO
                    IF WS-DATA-OK NOT EQUAL 'S' THEN
                       DISPLAY '>> ' WS-DATA-INF ' NAO E DIA DE'
                               ' SESSAO NO PLANSES.TXT DA TURMA.'
                    END-IF
              END-EVALUATE
           END-IF.
      *
       TESTA-DATA-NO-PLANO.
           MOVE 'N'                            TO WS-DATA-OK
           PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                           UNTIL WS-IND-PLA > WS-QTD-PLANO
              IF WS-PLA-DATA(WS-IND-PLA) EQUAL WS-DATA-INF THEN
                 MOVE 'S'                      TO WS-DATA-OK
              END-IF
           END-PERFORM.
      *
      *   Modo C.
       CONSULTA-CALENDARIO.
           PERFORM LE-TURMA-PEDIDA
           IF WS-CALENDARIO-OK EQUAL 'S' THEN
              MOVE WS-TURMA-INF                TO CAL-TURMA
              READ CALAVAL
                 INVALID KEY
                    DISPLAY '>> TURMA ' WS-TURMA-INF ' SEM CALENDARIO'
                            ' DE AVALIACOES.'
                 NOT INVALID KEY
                    PERFORM EXIBE-CALENDARIO
              END-READ
           END-IF.
      *
       EXIBE-CALENDARIO.
           DISPLAY 'TURMA ' CAL-TURMA ' - PRAZO DE ' CAL-PRAZO-DIAS
                   ' DIA(S) UTIL(EIS) - ALTERADO EM ' CAL-DATA-ALTER
                   ' POR ' CAL-OPERADOR
           PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                           UNTIL WS-IND-AVAL > 3
              MOVE WS-IND-AVAL                 TO CLD-AVAL
              MOVE CAL-DATA-PROVA(WS-IND-AVAL) TO CLD-DATA-PROVA
              MOVE CAL-DATA-LIMITE(WS-IND-AVAL) TO CLD-DATA-LIMITE
              DISPLAY LINHA-CALENDARIO
           END-PERFORM.
      *
       LE-TURMA-PEDIDA.
           MOVE 'N'                            TO WS-CALENDARIO-OK
           DISPLAY 'Turma: '
           ACCEPT WS-TURMA-INF
           MOVE WS-TURMA-INF                   TO TUR-CODIGO
           READ TURMAS
              INVALID KEY
                 DISPLAY '>> TURMA ' WS-TURMA-INF ' NAO CADASTRADA'
                         ' NO CATALOGO (PGTURMAS).'
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-CALENDARIO-OK
           END-READ.
      *
       CARREGA-PLANO-TURMA.
           MOVE ZEROS                          TO WS-QTD-PLANO
           OPEN INPUT PLANSES
           IF WS-FS-PLA EQUAL '00' THEN
              PERFORM UNTIL WS-FS-PLA NOT EQUAL '00'
                 READ PLANSES
                    AT END
                       MOVE '10'               TO WS-FS-PLA
                    NOT AT END
                       IF PLA-TURMA EQUAL WS-TURMA-INF
                                AND WS-QTD-PLANO LESS 200 THEN
                          ADD 1                TO WS-QTD-PLANO
                          MOVE PLA-DATA        TO
                               WS-PLA-DATA(WS-QTD-PLANO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANSES
           END-IF.
      *
      *   Modo E: relatorio diario. Para cada turma aberta ou
      *   publicada com calendario, toda avaliacao com o limite de
      *   entrega ja passado e nota faltando entra na lista, com o
      *   atraso em dias uteis e o instrutor; prova que deixou de
      *   ser dia de sessao (plano regerado) tambem.
       LISTA-EXCECOES.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS EQUAL '00' THEN
              MOVE 'S'                         TO WS-ALUNOS-OK
           ELSE
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALUNOS
           END-IF.
           OPEN INPUT NOTASLAN
           IF WS-FS-LAN EQUAL '00' THEN
              MOVE 'S'                         TO WS-LANCAMENTO-OK
           END-IF.
           OPEN INPUT INSTRMEST
           IF WS-FS-INS EQUAL '00' THEN
              MOVE 'S'                         TO WS-INSTRUTORES-OK
           END-IF.
           OPEN OUTPUT RELATORIO
           MOVE ZEROS                          TO WS-QTD-ATRASADAS
                                                  WS-QTD-FORA-PLANO
           MOVE LOW-VALUES                     TO CAL-TURMA
           MOVE 'N'                            TO WS-EOF
           START CALAVAL KEY NOT LESS CAL-TURMA
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CALAVAL NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE CAL-TURMA             TO TUR-CODIGO
                    READ TURMAS
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF TUR-ABERTA OR TUR-PUBLICADA THEN
                             PERFORM CONFERE-TURMA-CALENDARIO
                          END-IF
                    END-READ
              END-READ
           END-PERFORM.
           IF CONTLIN GREATER 55 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'AVALIACOES COM NOTA EM ATRASO:'  TO TOT-ROTULO
           MOVE WS-QTD-ATRASADAS               TO TOT-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'PROVAS FORA DO PLANO DE SESSOES:' TO TOT-ROTULO
           MOVE WS-QTD-FORA-PLANO              TO TOT-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO
           IF WS-ALUNOS-OK EQUAL 'S' THEN
              CLOSE ALUNOS
           END-IF.
           IF WS-LANCAMENTO-OK EQUAL 'S' THEN
              CLOSE NOTASLAN
           END-IF.
           IF WS-INSTRUTORES-OK EQUAL 'S' THEN
              CLOSE INSTRMEST
           END-IF.
           DISPLAY 'NOTAS EM ATRASO: ' WS-QTD-ATRASADAS
                   '  PROVAS FORA DO PLANO: ' WS-QTD-FORA-PLANO
                   ' - LISTA EM CALAVAL.LST'.
      *
       CONFERE-TURMA-CALENDARIO.
           MOVE CAL-TURMA                      TO WS-TURMA-INF
           PERFORM CARREGA-PLANO-TURMA
           PERFORM BUSCA-NOME-INSTRUTOR
           PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                           UNTIL WS-IND-AVAL > 3
              IF CAL-DATA-PROVA(WS-IND-AVAL) GREATER ZEROS THEN
                 MOVE CAL-DATA-PROVA(WS-IND-AVAL) TO WS-DATA-INF
                 PERFORM TESTA-DATA-NO-PLANO
                 IF WS-DATA-OK NOT EQUAL 'S'
                          AND WS-QTD-PLANO GREATER ZEROS THEN
                    PERFORM IMPRIME-FORA-PLANO
                 END-IF
                 IF CAL-DATA-LIMITE(WS-IND-AVAL) LESS WS-DATA-HOJE
                    PERFORM CONTA-NOTAS-FALTANDO
                    IF WS-QTD-SEM-NOTA GREATER ZEROS THEN
                       PERFORM IMPRIME-EXCECAO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
      *
      *   Nota faltando: avaliacao sem lancamento no NOTASLAN.DAT e
      *   alunos da turma com a nota dela zerada no ALUNOS.DAT.
       CONTA-NOTAS-FALTANDO.
           MOVE ZEROS                          TO WS-QTD-SEM-NOTA
           IF WS-LANCAMENTO-OK EQUAL 'S' THEN
              MOVE CAL-TURMA                   TO LAN-TURMA
              MOVE WS-IND-AVAL                 TO LAN-AVALIACAO
              READ NOTASLAN
                 INVALID KEY
                    PERFORM CONTA-ALUNOS-SEM-NOTA
              END-READ
           ELSE
              PERFORM CONTA-ALUNOS-SEM-NOTA
           END-IF.
      *
       CONTA-ALUNOS-SEM-NOTA.
           IF WS-ALUNOS-OK EQUAL 'S' THEN
              MOVE CAL-TURMA                   TO TURMA-ALUNOS
              MOVE ZEROS                       TO MATR-ALUNOS
              MOVE 'N'                         TO WS-EOF-ALU
              START ALUNOS KEY NOT LESS CHAVE-ALUNOS
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-ALU
              END-START
              PERFORM UNTIL WS-EOF-ALU EQUAL 'S'
                 READ ALUNOS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-ALU
                    NOT AT END
                       IF TURMA-ALUNOS NOT EQUAL CAL-TURMA THEN
                          MOVE 'S'             TO WS-EOF-ALU
                       ELSE
                          IF NOTA-ALUNOS(WS-IND-AVAL) EQUAL ZEROS
                             ADD 1             TO WS-QTD-SEM-NOTA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
      *   Nome do instrutor pelo codigo da turma no INSTRMEST.DAT; sem
      *   cadastro, o nome gravado no catalogo.
       BUSCA-NOME-INSTRUTOR.
           MOVE TUR-INSTRUTOR                  TO WS-NOME-INSTRUTOR
           IF WS-INSTRUTORES-OK EQUAL 'S'
                    AND TUR-INSTR-COD GREATER ZEROS THEN
              MOVE TUR-INSTR-COD               TO INS-CODIGO
              READ INSTRMEST
                 NOT INVALID KEY
                    MOVE INS-NOME              TO WS-NOME-INSTRUTOR
              END-READ
           END-IF.
      *
       IMPRIME-EXCECAO.
           IF CONTLIN GREATER 55 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE CAL-TURMA                      TO EXC-TURMA
           MOVE WS-IND-AVAL                    TO EXC-AVAL
           MOVE CAL-DATA-PROVA(WS-IND-AVAL)    TO EXC-DATA-PROVA
           MOVE CAL-DATA-LIMITE(WS-IND-AVAL)   TO EXC-DATA-LIMITE
           MOVE 'D'                            TO DU-FUNCAO
           MOVE CAL-DATA-LIMITE(WS-IND-AVAL)   TO DU-DATA-1
           MOVE WS-DATA-HOJE                   TO DU-DATA-2
           CALL './bin/PGDIAUTI' USING DU-PARM
           MOVE DU-QTD-DIAS                    TO EXC-ATRASO
           MOVE WS-QTD-SEM-NOTA                TO EXC-SEM-NOTA
           MOVE WS-NOME-INSTRUTOR              TO EXC-INSTRUTOR
           WRITE REG-REL FROM LINHA-EXCECAO BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN
           ADD 1                               TO WS-QTD-ATRASADAS.
      *
       IMPRIME-FORA-PLANO.
           IF CONTLIN GREATER 55 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE CAL-TURMA                      TO FPL-TURMA
           MOVE WS-IND-AVAL                    TO FPL-AVAL
           MOVE CAL-DATA-PROVA(WS-IND-AVAL)    TO FPL-DATA-PROVA
           WRITE REG-REL FROM LINHA-FORA-PLANO BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN
           ADD 1                               TO WS-QTD-FORA-PLANO.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGCALAVA'                     TO CR-PROGRAMA
           MOVE 'EXCECOES DO CALENDARIO DE AVALIACOES'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS-EXC BEFORE ADVANCING 1
                                                   LINES
           MOVE 4                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
       END PROGRAM PGCALAVA.
