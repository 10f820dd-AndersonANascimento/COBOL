      *****************************************************************
      * Program name:    PGPESQIN
      * Original author: Anderson Nascimento
      * Purpose: Pesquisa de avaliacao do instrutor pelos alunos, no
      *          fim do curso (PESQINST.DAT, um registro por turma +
      *          matricula, cinco perguntas fixas com nota de 1 a 5 e
      *          um comentario).
      *            R - registra as respostas de uma turma encerrada;
      *                so aluno da turma no ALUNOS.DAT, uma vez so; o
      *                comentario e mascarado como no P-SCRUB-PII do
      *                PGINSPCT antes de gravar;
      *            S - scorecard do periodo (PESQINST.LST): turmas com
      *                fim no periodo, por instrutor (INS-CODIGO do
      *                INSTRMEST.DAT) e por curso, com media de cada
      *                pergunta, taxa de resposta sobre os alunos do
      *                ALUNOS.DAT e taxa de aprovacao da turma.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGPESQIN.
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
           SELECT PESQINST ASSIGN TO './PESQINST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PSQ-CHAVE
           FILE STATUS   IS WS-FS-PSQ.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT ALUNOS   ASSIGN TO WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS
           WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT INSTRMEST ASSIGN TO './INSTRMEST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS INS-CODIGO
           FILE STATUS   IS WS-FS-INS.
           SELECT RELATORIO ASSIGN TO './PESQINST.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PESQINST.DAT - respostas da pesquisa; o codigo do instrutor
      *   e gravado na resposta para o scorecard nao mudar se a turma
      *   trocar de instrutor depois.
         FD  PESQINST.
         01  REG-PESQINST.
             05  PSQ-CHAVE.
                 10  PSQ-TURMA       PIC X(10).
                 10  PSQ-MATRICULA   PIC 9(05).
             05  PSQ-INSTR-COD       PIC 9(05).
             05  PSQ-NOTA OCCURS 5 TIMES
                                     PIC 9(01).
             05  PSQ-COMENTARIO      PIC X(60).
             05  PSQ-DATA            PIC 9(08).
             05  PSQ-OPERADOR        PIC X(08).
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
      *   INSTRMEST.DAT - cadastro de instrutores (layout do
      *   PGINSMNT).
         FD  INSTRMEST.
         01  REG-INSTRUTOR.
             05  INS-CODIGO          PIC 9(05).
             05  INS-NOME            PIC X(30).
             05  INS-CPF             PIC 9(11).
             05  INS-VALOR-HORA      PIC 9(05)V99.
      *
      *   PESQINST.LST - scorecard por instrutor e por curso.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PSQ               PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-INS               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X(01) VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-TURMA-INF            PIC X(10) VALUE SPACES.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-NOTA-INF             PIC 9(01) VALUE ZEROS.
         77  WS-COMENTARIO-INF       PIC X(60) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-DATA-INI             PIC 9(08) VALUE ZEROS.
         77  WS-DATA-FIM             PIC 9(08) VALUE ZEROS.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-EOF-ALU              PIC X     VALUE 'N'.
         77  WS-TURMA-OK             PIC X     VALUE 'N'.
         77  WS-RESPOSTA-OK          PIC X     VALUE 'N'.
         77  WS-INSTRUTORES-OK       PIC X     VALUE 'N'.
         77  WS-ACHOU                PIC X     VALUE 'N'.
         77  WS-QTD-GRAVADAS         PIC 9(03) VALUE ZEROS.
         77  WS-IND-PERG             PIC 9(01).
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Perguntas fixas da pesquisa (nota de 1 a 5 cada).
         01  WS-TAB-PERGUNTAS.
             05  FILLER PIC X(30) VALUE 'DIDATICA DO INSTRUTOR'.
             05  FILLER PIC X(30) VALUE 'DOMINIO DO CONTEUDO'.
             05  FILLER PIC X(30) VALUE 'PONTUALIDADE E ASSIDUIDADE'.
             05  FILLER PIC X(30) VALUE 'MATERIAL E RECURSOS'.
             05  FILLER PIC X(30) VALUE 'AVALIACAO GERAL DO CURSO'.
         01  WS-TAB-PERGUNTAS-R REDEFINES WS-TAB-PERGUNTAS.
             05  WS-PERGUNTA OCCURS 5 TIMES PIC X(30).
      *
      *   Mascaramento de PII do comentario (P-SCRUB-PII do PGINSPCT).
         77  WS-SCRUB-STRING         PIC X(60) VALUE SPACES.
      *
      *   Totais de uma linha do scorecard; as tabelas abaixo guardam
      *   o mesmo grupo por turma, instrutor e curso.
         01  WS-ACUMULADOS.
             05  WS-ACU-QTD-RESP     PIC 9(05).
             05  WS-ACU-SOMA OCCURS 5 TIMES
                                     PIC 9(07).
             05  WS-ACU-QTD-MATR     PIC 9(05).
             05  WS-ACU-QTD-APROV    PIC 9(05).
             05  WS-ACU-QTD-RESULT   PIC 9(05).
         77  WS-SOMA-GERAL           PIC 9(08) VALUE ZEROS.
      *
      *   Turmas do periodo.
         77  WS-QTD-TT               PIC 9(03) VALUE ZEROS.
         77  WS-IND-TT               PIC 9(03).
         01  WS-TAB-TURMAS.
             05  WS-TT OCCURS 200 TIMES.
                 10  WS-TT-CODIGO    PIC X(10).
                 10  WS-TT-CURSO     PIC X(30).
                 10  WS-TT-INSTR-COD PIC 9(05).
                 10  WS-TT-TOTAIS.
                     15  WS-TT-QTD-RESP   PIC 9(05).
                     15  WS-TT-SOMA OCCURS 5 TIMES
                                          PIC 9(07).
                     15  WS-TT-QTD-MATR   PIC 9(05).
                     15  WS-TT-QTD-APROV  PIC 9(05).
                     15  WS-TT-QTD-RESULT PIC 9(05).
      *
      *   Instrutores das turmas do periodo.
         77  WS-QTD-TI               PIC 9(03) VALUE ZEROS.
         77  WS-IND-TI               PIC 9(03).
         01  WS-TAB-INSTRUTORES.
             05  WS-TI OCCURS 100 TIMES.
                 10  WS-TI-CODIGO    PIC 9(05).
                 10  WS-TI-NOME      PIC X(30).
                 10  WS-TI-TOTAIS.
                     15  WS-TI-QTD-RESP   PIC 9(05).
                     15  WS-TI-SOMA OCCURS 5 TIMES
                                          PIC 9(07).
                     15  WS-TI-QTD-MATR   PIC 9(05).
                     15  WS-TI-QTD-APROV  PIC 9(05).
                     15  WS-TI-QTD-RESULT PIC 9(05).
      *
      *   Cursos das turmas do periodo.
         77  WS-QTD-TC               PIC 9(03) VALUE ZEROS.
         77  WS-IND-TC               PIC 9(03).
         01  WS-TAB-CURSOS.
             05  WS-TC OCCURS 100 TIMES.
                 10  WS-TC-CURSO     PIC X(30).
                 10  WS-TC-TOTAIS.
                     15  WS-TC-QTD-RESP   PIC 9(05).
                     15  WS-TC-SOMA OCCURS 5 TIMES
                                          PIC 9(07).
                     15  WS-TC-QTD-MATR   PIC 9(05).
                     15  WS-TC-QTD-APROV  PIC 9(05).
                     15  WS-TC-QTD-RESULT PIC 9(05).
      *
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
      *
        01  LINHA-PERIODO.
            03  FILLER               PIC X(18) VALUE
                'TURMAS COM FIM DE '.
            03  PER-DATA-INI         PIC 9(08).
            03  FILLER               PIC X(03) VALUE ' A '.
            03  PER-DATA-FIM         PIC 9(08).
            03  FILLER               PIC X(43) VALUE SPACES.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(40) VALUE
                'TURMA      CURSO/INSTRUTOR    RSP/MAT %R'.
            03  FILLER               PIC X(40) VALUE
                'ESP   Q1  Q2  Q3  Q4  Q5 GER %APROV'.
      *
        01  LINHA-SECAO.
            03  SEC-TITULO           PIC X(80).
      *
        01  LINHA-INSTRUTOR.
            03  FILLER               PIC X(10) VALUE 'INSTRUTOR '.
            03  LIN-INSTR-COD        PIC 9(05).
            03  FILLER               PIC X(03) VALUE ' - '.
            03  LIN-INSTR-NOME       PIC X(30).
            03  FILLER               PIC X(32) VALUE SPACES.
      *
        01  LINHA-DETALHE.
            03  DET-CHAVE            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DET-DESCR            PIC X(18).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DET-RESP             PIC ZZ9.
            03  FILLER               PIC X(01) VALUE '/'.
            03  DET-MATR             PIC ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DET-TAXA             PIC ZZ9,9.
            03  FILLER               PIC X(01) VALUE '%'.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DET-PERGUNTA OCCURS 5 TIMES.
                05  DET-MEDIA        PIC 9,9.
                05  FILLER           PIC X(01) VALUE SPACE.
            03  DET-GERAL            PIC 9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DET-APROV            PIC ZZ9,9.
            03  FILLER               PIC X(01) VALUE '%'.
            03  FILLER               PIC X(05) VALUE SPACES.
      *
        01  LINHA-COMENTARIO.
            03  FILLER               PIC X(12) VALUE '          > '.
            03  COM-TEXTO            PIC X(60).
            03  FILLER               PIC X(08) VALUE SPACES.
      *
        01  LINHA-LEGENDA.
            03  FILLER               PIC X(03) VALUE ' Q'.
            03  LEG-NUMERO           PIC 9(01).
            03  FILLER               PIC X(03) VALUE ' - '.
            03  LEG-PERGUNTA         PIC X(30).
            03  FILLER               PIC X(43) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminho do mestre resolvido pelo ambiente ativo (PGAMBCFG),
      *   como nos demais programas.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           DISPLAY '------ PESQUISA DE AVALIACAO DO INSTRUTOR ------'
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY 'Modo (R-Registrar respostas/S-Scorecard): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION UPPER-CASE(WS-MODO-EXEC) TO WS-MODO-EXEC

           OPEN I-O PESQINST
           IF WS-FS-PSQ EQUAL '35' THEN
              OPEN OUTPUT PESQINST
              CLOSE PESQINST
              OPEN I-O PESQINST
           END-IF.
           IF WS-FS-PSQ NOT EQUAL '00' THEN
              DISPLAY 'PESQINST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PSQ
              GOBACK
           END-IF.
           OPEN INPUT TURMAS
           IF WS-FS-TUR NOT EQUAL '00' THEN
              DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-TUR
              CLOSE PESQINST
              GOBACK
           END-IF.
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALUNOS
              CLOSE PESQINST TURMAS
              GOBACK
           END-IF.

           EVALUATE WS-MODO-EXEC
              WHEN 'R'
                 PERFORM REGISTRA-PESQUISA
              WHEN 'S'
                 PERFORM EMITE-SCORECARD
              WHEN OTHER
                 DISPLAY 'MODO INVALIDO.'
           END-EVALUATE.
           CLOSE PESQINST TURMAS ALUNOS.
           GOBACK.
      *
      *   Modo R: digitacao das fichas de uma turma; a turma tem que
      *   ter chegado ao fim (TUR-DATA-FIM) ou estar fechada.
      *   Matricula zero encerra a digitacao.
       REGISTRA-PESQUISA.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Turma: '
           ACCEPT WS-TURMA-INF
           MOVE 'N'                            TO WS-TURMA-OK
           MOVE WS-TURMA-INF                   TO TUR-CODIGO
           READ TURMAS
              INVALID KEY
                 DISPLAY '>> TURMA ' WS-TURMA-INF ' NAO CADASTRADA'
                         ' NO CATALOGO (PGTURMAS).'
              NOT INVALID KEY
                 IF TUR-DATA-FIM NOT GREATER WS-DATA-HOJE
                          OR TUR-FECHADA THEN
                    MOVE 'S'                   TO WS-TURMA-OK
                 ELSE
                    DISPLAY '>> TURMA EM ANDAMENTO ATE ' TUR-DATA-FIM
                            ' - PESQUISA SO NO FIM DO CURSO.'
                 END-IF
           END-READ.
           IF WS-TURMA-OK EQUAL 'S' THEN
              MOVE ZEROS                       TO WS-QTD-GRAVADAS
              MOVE 1                           TO WS-MATR-INF
              PERFORM REGISTRA-RESPOSTA
                      UNTIL WS-MATR-INF EQUAL ZEROS
              DISPLAY 'RESPOSTAS GRAVADAS NA TURMA ' WS-TURMA-INF ': '
                      WS-QTD-GRAVADAS
           END-IF.
      *
       REGISTRA-RESPOSTA.
           DISPLAY 'Matricula (ZERO = ENCERRA): '
           ACCEPT WS-MATR-INF
           IF WS-MATR-INF GREATER ZEROS THEN
              PERFORM CRITICA-RESPONDENTE
              IF WS-RESPOSTA-OK EQUAL 'S' THEN
                 PERFORM PEDE-NOTAS-PESQUISA
                 PERFORM GRAVA-RESPOSTA
              END-IF
           END-IF.
      *
      *   Respondente tem que ser aluno da turma e nao ter respondido.
       CRITICA-RESPONDENTE.
           MOVE 'N'                            TO WS-RESPOSTA-OK
           MOVE WS-TURMA-INF                   TO TURMA-ALUNOS
           MOVE WS-MATR-INF                    TO MATR-ALUNOS
           READ ALUNOS
              INVALID KEY
                 DISPLAY '>> MATRICULA ' WS-MATR-INF ' NAO CONSTA NA'
                         ' TURMA ' WS-TURMA-INF ' DO ALUNOS.DAT.'
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-RESPOSTA-OK
           END-READ.
           IF WS-RESPOSTA-OK EQUAL 'S' THEN
              MOVE WS-TURMA-INF                TO PSQ-TURMA
              MOVE WS-MATR-INF                 TO PSQ-MATRICULA
              READ PESQINST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY '>> ALUNO ' WS-MATR-INF ' JA RESPONDEU A'
                            ' PESQUISA DA TURMA EM ' PSQ-DATA '.'
                    MOVE 'N'                   TO WS-RESPOSTA-OK
              END-READ
           END-IF.
      *
       PEDE-NOTAS-PESQUISA.
           INITIALIZE REG-PESQINST
           MOVE WS-TURMA-INF                   TO PSQ-TURMA
           MOVE WS-MATR-INF                    TO PSQ-MATRICULA
           MOVE TUR-INSTR-COD                  TO PSQ-INSTR-COD
           DISPLAY 'ALUNO: ' NOME-ALUNOS
           PERFORM VARYING WS-IND-PERG FROM 1 BY 1
                           UNTIL WS-IND-PERG > 5
              MOVE ZEROS                       TO WS-NOTA-INF
              PERFORM UNTIL WS-NOTA-INF GREATER ZEROS
                             AND WS-NOTA-INF NOT GREATER 5
                 DISPLAY WS-IND-PERG ' - ' WS-PERGUNTA(WS-IND-PERG)
                         ' (1 A 5): '
                 ACCEPT WS-NOTA-INF
                 IF WS-NOTA-INF EQUAL ZEROS
                          OR WS-NOTA-INF GREATER 5 THEN
                    DISPLAY '>> NOTA INVALIDA - INFORME DE 1 A 5.'
                 END-IF
              END-PERFORM
              MOVE WS-NOTA-INF                 TO PSQ-NOTA(WS-IND-PERG)
           END-PERFORM.
           DISPLAY 'Comentario (opcional): '
           MOVE SPACES                         TO WS-COMENTARIO-INF
           ACCEPT WS-COMENTARIO-INF
           MOVE WS-COMENTARIO-INF              TO WS-SCRUB-STRING
           PERFORM P-SCRUB-PII
           MOVE WS-SCRUB-STRING                TO PSQ-COMENTARIO
           MOVE WS-DATA-HOJE                   TO PSQ-DATA
           MOVE WS-OPERADOR                    TO PSQ-OPERADOR.
      *
       GRAVA-RESPOSTA.
           WRITE REG-PESQINST
              INVALID KEY
                 DISPLAY '>> ERRO NA GRAVACAO - FILE STATUS: '
                         WS-FS-PSQ
              NOT INVALID KEY
                 ADD 1                         TO WS-QTD-GRAVADAS
           END-WRITE.
      *
      *   Mascaramento de PII no espirito do P-SCRUB-PII do PGINSPCT:
      *   toda sequencia de digitos (CPF, telefone) vira asterisco
      *   antes de o comentario ser gravado.
       P-SCRUB-PII.
           INSPECT WS-SCRUB-STRING CONVERTING '0123456789'
                                           TO '**********'.
      *
      *   Modo S: monta as turmas com fim no periodo, soma as
      *   respostas, os alunos e os aprovados de cada uma, e agrupa
      *   por instrutor e por curso.
       EMITE-SCORECARD.
           DISPLAY 'Fim das turmas a partir de (AAAAMMDD): '
           ACCEPT WS-DATA-INI
           DISPLAY 'Fim das turmas ate (AAAAMMDD, ZERO = HOJE): '
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM EQUAL ZEROS THEN
              MOVE WS-DATA-HOJE                TO WS-DATA-FIM
           END-IF.
           OPEN INPUT INSTRMEST
           IF WS-FS-INS EQUAL '00' THEN
              MOVE 'S'                         TO WS-INSTRUTORES-OK
           END-IF.
           PERFORM CARREGA-TURMAS-PERIODO
           PERFORM VARYING WS-IND-TT FROM 1 BY 1
                           UNTIL WS-IND-TT > WS-QTD-TT
              PERFORM SOMA-RESPOSTAS-TURMA
              PERFORM SOMA-ALUNOS-TURMA
              PERFORM ACUMULA-INSTRUTOR
              PERFORM ACUMULA-CURSO
           END-PERFORM.
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           MOVE 'SCORECARD POR INSTRUTOR'      TO SEC-TITULO
           WRITE REG-REL FROM LINHA-SECAO BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN
           PERFORM VARYING WS-IND-TI FROM 1 BY 1
                           UNTIL WS-IND-TI > WS-QTD-TI
              PERFORM IMPRIME-INSTRUTOR
           END-PERFORM.
           IF CONTLIN GREATER 50 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'SCORECARD POR CURSO'          TO SEC-TITULO
           WRITE REG-REL FROM LINHA-SECAO BEFORE ADVANCING 1 LINES
           ADD 2                               TO CONTLIN
           PERFORM VARYING WS-IND-TC FROM 1 BY 1
                           UNTIL WS-IND-TC > WS-QTD-TC
              MOVE 'CURSO'                     TO DET-CHAVE
              MOVE WS-TC-CURSO(WS-IND-TC)      TO DET-DESCR
              MOVE WS-TC-TOTAIS(WS-IND-TC)     TO WS-ACUMULADOS
              PERFORM IMPRIME-DETALHE
           END-PERFORM.
           PERFORM IMPRIME-LEGENDA
           CLOSE RELATORIO
           IF WS-INSTRUTORES-OK EQUAL 'S' THEN
              CLOSE INSTRMEST
           END-IF.
           DISPLAY 'TURMAS NO PERIODO: ' WS-QTD-TT
                   '  INSTRUTORES: ' WS-QTD-TI
                   ' - SCORECARD EM PESQINST.LST'.
      *
       CARREGA-TURMAS-PERIODO.
           MOVE ZEROS                          TO WS-QTD-TT
           MOVE LOW-VALUES                     TO TUR-CODIGO
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
                    IF TUR-DATA-FIM NOT LESS WS-DATA-INI
                             AND TUR-DATA-FIM NOT GREATER WS-DATA-FIM
                             AND WS-QTD-TT LESS 200 THEN
                       ADD 1                   TO WS-QTD-TT
                       INITIALIZE WS-TT(WS-QTD-TT)
                       MOVE TUR-CODIGO    TO WS-TT-CODIGO(WS-QTD-TT)
                       MOVE TUR-CURSO     TO WS-TT-CURSO(WS-QTD-TT)
                       MOVE TUR-INSTR-COD TO WS-TT-INSTR-COD(WS-QTD-TT)
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   Respostas da turma; a primeira resposta com codigo de
      *   instrutor gravado prevalece sobre o catalogo.
       SOMA-RESPOSTAS-TURMA.
           MOVE WS-TT-CODIGO(WS-IND-TT)        TO PSQ-TURMA
           MOVE ZEROS                          TO PSQ-MATRICULA
           MOVE 'N'                            TO WS-EOF
           START PESQINST KEY NOT LESS PSQ-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PESQINST NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF PSQ-TURMA NOT EQUAL WS-TT-CODIGO(WS-IND-TT)
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       IF WS-TT-QTD-RESP(WS-IND-TT) EQUAL ZEROS
                                AND PSQ-INSTR-COD GREATER ZEROS THEN
                          MOVE PSQ-INSTR-COD   TO
                               WS-TT-INSTR-COD(WS-IND-TT)
                       END-IF
                       ADD 1             TO WS-TT-QTD-RESP(WS-IND-TT)
                       PERFORM VARYING WS-IND-PERG FROM 1 BY 1
                                       UNTIL WS-IND-PERG > 5
                          ADD PSQ-NOTA(WS-IND-PERG) TO
                              WS-TT-SOMA(WS-IND-TT, WS-IND-PERG)
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   Alunos da turma no ALUNOS.DAT e aprovados entre os que ja
      *   tem resultado.
       SOMA-ALUNOS-TURMA.
           MOVE WS-TT-CODIGO(WS-IND-TT)        TO TURMA-ALUNOS
           MOVE ZEROS                          TO MATR-ALUNOS
           MOVE 'N'                            TO WS-EOF-ALU
           START ALUNOS KEY NOT LESS CHAVE-ALUNOS
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF-ALU
           END-START.
           PERFORM UNTIL WS-EOF-ALU EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF-ALU
                 NOT AT END
                    IF TURMA-ALUNOS NOT EQUAL WS-TT-CODIGO(WS-IND-TT)
                       MOVE 'S'                TO WS-EOF-ALU
                    ELSE
                       ADD 1             TO WS-TT-QTD-MATR(WS-IND-TT)
                       IF RESULTADO-ALUNOS NOT EQUAL SPACES
                          AND RESULTADO-ALUNOS NOT EQUAL 'PENDENTE'
                          ADD 1        TO WS-TT-QTD-RESULT(WS-IND-TT)
                       END-IF
                       IF RESULTADO-ALUNOS EQUAL 'APROVADO' THEN
                          ADD 1         TO WS-TT-QTD-APROV(WS-IND-TT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       ACUMULA-INSTRUTOR.
           MOVE 'N'                            TO WS-ACHOU
           PERFORM VARYING WS-IND-TI FROM 1 BY 1
                           UNTIL WS-IND-TI > WS-QTD-TI
                              OR WS-ACHOU EQUAL 'S'
              IF WS-TI-CODIGO(WS-IND-TI) EQUAL
                 WS-TT-INSTR-COD(WS-IND-TT) THEN
                 MOVE 'S'                      TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU EQUAL 'S' THEN
              SUBTRACT 1                       FROM WS-IND-TI
           ELSE
              IF WS-QTD-TI LESS 100 THEN
                 ADD 1                         TO WS-QTD-TI
                 MOVE WS-QTD-TI                TO WS-IND-TI
                 INITIALIZE WS-TI(WS-IND-TI)
                 MOVE WS-TT-INSTR-COD(WS-IND-TT) TO
                      WS-TI-CODIGO(WS-IND-TI)
                 PERFORM BUSCA-NOME-INSTRUTOR
                 MOVE 'S'                      TO WS-ACHOU
              END-IF
           END-IF.
           IF WS-ACHOU EQUAL 'S' THEN
              ADD WS-TT-QTD-RESP(WS-IND-TT) TO WS-TI-QTD-RESP(WS-IND-TI)
              ADD WS-TT-QTD-MATR(WS-IND-TT) TO WS-TI-QTD-MATR(WS-IND-TI)
              ADD WS-TT-QTD-APROV(WS-IND-TT)
                                      TO WS-TI-QTD-APROV(WS-IND-TI)
              ADD WS-TT-QTD-RESULT(WS-IND-TT)
                                      TO WS-TI-QTD-RESULT(WS-IND-TI)
              PERFORM VARYING WS-IND-PERG FROM 1 BY 1
                              UNTIL WS-IND-PERG > 5
                 ADD WS-TT-SOMA(WS-IND-TT, WS-IND-PERG) TO
                     WS-TI-SOMA(WS-IND-TI, WS-IND-PERG)
              END-PERFORM
           END-IF.
      *
      *   Nome pelo INSTRMEST.DAT; sem cadastro, o nome do catalogo.
       BUSCA-NOME-INSTRUTOR.
           MOVE WS-TT-CODIGO(WS-IND-TT)        TO TUR-CODIGO
           READ TURMAS
              INVALID KEY
                 MOVE SPACES                   TO TUR-INSTRUTOR
           END-READ.
           MOVE TUR-INSTRUTOR                  TO WS-TI-NOME(WS-IND-TI)
           IF WS-INSTRUTORES-OK EQUAL 'S'
                    AND WS-TI-CODIGO(WS-IND-TI) GREATER ZEROS THEN
              MOVE WS-TI-CODIGO(WS-IND-TI)     TO INS-CODIGO
              READ INSTRMEST
                 NOT INVALID KEY
                    MOVE INS-NOME              TO WS-TI-NOME(WS-IND-TI)
              END-READ
           END-IF.
      *
       ACUMULA-CURSO.
           MOVE 'N'                            TO WS-ACHOU
           PERFORM VARYING WS-IND-TC FROM 1 BY 1
                           UNTIL WS-IND-TC > WS-QTD-TC
                              OR WS-ACHOU EQUAL 'S'
              IF WS-TC-CURSO(WS-IND-TC) EQUAL WS-TT-CURSO(WS-IND-TT)
                 MOVE 'S'                      TO WS-ACHOU
              END-IF
           END-PERFORM.
           IF WS-ACHOU EQUAL 'S' THEN
              SUBTRACT 1                       FROM WS-IND-TC
           ELSE
              IF WS-QTD-TC LESS 100 THEN
                 ADD 1                         TO WS-QTD-TC
                 MOVE WS-QTD-TC                TO WS-IND-TC
                 INITIALIZE WS-TC(WS-IND-TC)
                 MOVE WS-TT-CURSO(WS-IND-TT)   TO WS-TC-CURSO(WS-IND-TC)
                 MOVE 'S'                      TO WS-ACHOU
              END-IF
           END-IF.
           IF WS-ACHOU EQUAL 'S' THEN
              ADD WS-TT-QTD-RESP(WS-IND-TT) TO WS-TC-QTD-RESP(WS-IND-TC)
              ADD WS-TT-QTD-MATR(WS-IND-TT) TO WS-TC-QTD-MATR(WS-IND-TC)
              ADD WS-TT-QTD-APROV(WS-IND-TT)
                                      TO WS-TC-QTD-APROV(WS-IND-TC)
              ADD WS-TT-QTD-RESULT(WS-IND-TT)
                                      TO WS-TC-QTD-RESULT(WS-IND-TC)
              PERFORM VARYING WS-IND-PERG FROM 1 BY 1
                              UNTIL WS-IND-PERG > 5
                 ADD WS-TT-SOMA(WS-IND-TT, WS-IND-PERG) TO
                     WS-TC-SOMA(WS-IND-TC, WS-IND-PERG)
              END-PERFORM
           END-IF.
      *
      *   Um instrutor: suas turmas do periodo, com os comentarios, e
      *   a linha de total.
       IMPRIME-INSTRUTOR.
           IF CONTLIN GREATER 50 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-TI-CODIGO(WS-IND-TI)        TO LIN-INSTR-COD
           MOVE WS-TI-NOME(WS-IND-TI)          TO LIN-INSTR-NOME
           WRITE REG-REL FROM LINHA-INSTRUTOR BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN
           PERFORM VARYING WS-IND-TT FROM 1 BY 1
                           UNTIL WS-IND-TT > WS-QTD-TT
              IF WS-TT-INSTR-COD(WS-IND-TT) EQUAL
                 WS-TI-CODIGO(WS-IND-TI) THEN
                 MOVE WS-TT-CODIGO(WS-IND-TT)  TO DET-CHAVE
                 MOVE WS-TT-CURSO(WS-IND-TT)   TO DET-DESCR
                 MOVE WS-TT-TOTAIS(WS-IND-TT)  TO WS-ACUMULADOS
                 PERFORM IMPRIME-DETALHE
                 PERFORM IMPRIME-COMENTARIOS
              END-IF
           END-PERFORM.
           MOVE 'TOTAL'                        TO DET-CHAVE
           MOVE WS-TI-NOME(WS-IND-TI)          TO DET-DESCR
           MOVE WS-TI-TOTAIS(WS-IND-TI)        TO WS-ACUMULADOS
           PERFORM IMPRIME-DETALHE.
      *
      *   Linha do scorecard a partir de WS-ACUMULADOS: medias de 1 a
      *   5 por pergunta, media geral e as duas taxas.
       IMPRIME-DETALHE.
           IF CONTLIN GREATER 55 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-ACU-QTD-RESP                TO DET-RESP
           MOVE WS-ACU-QTD-MATR                TO DET-MATR
           MOVE ZEROS                          TO DET-TAXA DET-APROV
                                                  DET-GERAL
           IF WS-ACU-QTD-MATR GREATER ZEROS THEN
              COMPUTE DET-TAXA ROUNDED = WS-ACU-QTD-RESP * 100
                                       / WS-ACU-QTD-MATR
           END-IF.
           IF WS-ACU-QTD-RESULT GREATER ZEROS THEN
              COMPUTE DET-APROV ROUNDED = WS-ACU-QTD-APROV * 100
                                        / WS-ACU-QTD-RESULT
           END-IF.
           MOVE ZEROS                          TO WS-SOMA-GERAL
           PERFORM VARYING WS-IND-PERG FROM 1 BY 1
                           UNTIL WS-IND-PERG > 5
              MOVE ZEROS                   TO DET-MEDIA(WS-IND-PERG)
              IF WS-ACU-QTD-RESP GREATER ZEROS THEN
                 COMPUTE DET-MEDIA(WS-IND-PERG) ROUNDED =
                         WS-ACU-SOMA(WS-IND-PERG) / WS-ACU-QTD-RESP
              END-IF
              ADD WS-ACU-SOMA(WS-IND-PERG)     TO WS-SOMA-GERAL
           END-PERFORM.
           IF WS-ACU-QTD-RESP GREATER ZEROS THEN
              COMPUTE DET-GERAL ROUNDED = WS-SOMA-GERAL
                                        / (WS-ACU-QTD-RESP * 5)
           END-IF.
           WRITE REG-REL FROM LINHA-DETALHE BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN.
      *
      *   Comentarios da turma (ja mascarados na gravacao).
       IMPRIME-COMENTARIOS.
           MOVE WS-TT-CODIGO(WS-IND-TT)        TO PSQ-TURMA
           MOVE ZEROS                          TO PSQ-MATRICULA
           MOVE 'N'                            TO WS-EOF
           START PESQINST KEY NOT LESS PSQ-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PESQINST NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF PSQ-TURMA NOT EQUAL WS-TT-CODIGO(WS-IND-TT)
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       IF PSQ-COMENTARIO NOT EQUAL SPACES THEN
                          IF CONTLIN GREATER 55 THEN
                             PERFORM IMPRIME-CABECALHO
                          END-IF
                          MOVE PSQ-COMENTARIO  TO COM-TEXTO
                          WRITE REG-REL FROM LINHA-COMENTARIO
                                BEFORE ADVANCING 1 LINES
                          ADD 1                TO CONTLIN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       IMPRIME-LEGENDA.
           IF CONTLIN GREATER 50 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-PERG FROM 1 BY 1
                           UNTIL WS-IND-PERG > 5
              MOVE WS-IND-PERG                 TO LEG-NUMERO
              MOVE WS-PERGUNTA(WS-IND-PERG)    TO LEG-PERGUNTA
              WRITE REG-REL FROM LINHA-LEGENDA BEFORE ADVANCING 1 LINES
           END-PERFORM.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGPESQIN'                     TO CR-PROGRAMA
           MOVE 'SCORECARD DA PESQUISA DE INSTRUTORES'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           MOVE WS-DATA-INI                    TO PER-DATA-INI
           MOVE WS-DATA-FIM                    TO PER-DATA-FIM
           WRITE REG-REL FROM LINHA-PERIODO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES
           MOVE 5                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
       END PROGRAM PGPESQIN.
