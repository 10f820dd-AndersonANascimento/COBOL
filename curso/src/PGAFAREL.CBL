      *****************************************************************
      * Program name:    PGAFAREL
      * Original author: Anderson Nascimento
      * Purpose: Relatorio mensal de afastamentos para a
      *          contabilidade: para a competencia pedida lista cada
      *          afastamento de AFASTAM.DAT (PGAFAMNT) que toca o mes,
      *          com tipo, inicio, retorno previsto e efetivo,
      *          documento e situacao (retorno atrasado quando a
      *          previsao ja passou sem retorno registrado), e por
      *          funcionario os dias afastados no mes e os dias que a
      *          folha nao pagou (apurados pelo PGAFADIA, as mesmas
      *          regras do PGFOLHA). Relatorio em AFASTAM.LST.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAFAREL.
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
           SELECT AFASTAM ASSIGN TO './AFASTAM.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS AFA-CHAVE
           FILE STATUS  IS WS-FS-AFA.
           SELECT FUNCMEST ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MES.
           SELECT RELATORIO ASSIGN TO './AFASTAM.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   AFASTAM.DAT - afastamentos (layout do PGAFAMNT).
         FD  AFASTAM.
         01  REG-AFASTAMENTO.
             05  AFA-CHAVE.
                 10  AFA-MATRICULA   PIC 9(05).
                 10  AFA-INICIO      PIC 9(08).
             05  AFA-TIPO            PIC X(02).
             05  AFA-RETORNO-PREV    PIC 9(08).
             05  AFA-RETORNO-REAL    PIC 9(08).
             05  AFA-DOCUMENTO       PIC X(20).
             05  AFA-DATA-REGISTRO   PIC 9(08).
      *
      *   FUNCMEST.DAT - mestre unificado (layout do PGFUNMRG).
         FD  FUNCMEST.
         01  REG-FUNCMEST.
             05  FUN-MATRICULA       PIC 9(05).
             05  FUN-NOME            PIC X(36).
             05  FUN-SEXO            PIC X(01).
             05  FUN-CEP             PIC 9(05).
             05  FUN-UF              PIC X(02).
             05  FUN-ESTRANGEIRO     PIC X(01).
             05  FUN-EST-CIVIL       PIC 9(01).
             05  FUN-FONE            PIC X(13).
             05  FUN-RUA             PIC X(20).
             05  FUN-NUM             PIC 9(05).
             05  FUN-PTO-REF         PIC X(20).
             05  FUN-NIVEL           PIC 9(01).
             05  FUN-SAL             PIC 9(04)V99.
             05  FUN-CPF             PIC 9(11).
             05  FUN-ADMISSAO        PIC 9(08).
      *   Desligamento (PGRESCIS): 'D' com a data encerra o vinculo.
             05  FUN-SITUACAO        PIC X(01).
                 88  FUN-DESLIGADO   VALUE 'D'.
             05  FUN-DATA-DESLIG     PIC 9(08).
             05  FUN-CCUSTO          PIC X(03).
             05  FUN-CCUSTO-2        PIC X(03).
             05  FUN-PCT-CCUSTO-2    PIC 9(03).
      *
      *   AFASTAM.LST - afastados do mes.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-AFA               PIC X(02) VALUE '00'.
         77  WS-FS-MES               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-MES-ABERTO           PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
      *
      *   Competencia e seus limites.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-PRIMEIRO-DIA         PIC 9(08) VALUE ZEROS.
         77  WS-ULTIMO-DIA           PIC 9(08) VALUE ZEROS.
         77  WS-INT-DATA             PIC 9(07) VALUE ZEROS.
      *
      *   Quebra por matricula e totais.
         77  WS-MATR-ANTERIOR        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FUNC             PIC 9(05) VALUE ZEROS.
         77  WS-QTD-AFAST            PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ATRASADOS        PIC 9(05) VALUE ZEROS.
         77  WS-TOT-DIAS-AFAST       PIC 9(07) VALUE ZEROS.
         77  WS-TOT-DIAS-SEM-SAL     PIC 9(07) VALUE ZEROS.
      *
      *   Afastamentos do mes, guardados na ordem da chave; os dias
      *   sao apurados depois de fechado o AFASTAM.DAT.
         77  WS-QTD-TAB              PIC 9(03) VALUE ZEROS.
         77  WS-QTD-ESTOURO          PIC 9(05) VALUE ZEROS.
         01  WS-TAB-AFAST.
             05  WS-TAF OCCURS 500 TIMES.
                 10  WS-TAF-MATRICULA PIC 9(05).
                 10  WS-TAF-INICIO    PIC 9(08).
                 10  WS-TAF-TIPO      PIC X(02).
                 10  WS-TAF-PREVISTO  PIC 9(08).
                 10  WS-TAF-RETORNO   PIC 9(08).
                 10  WS-TAF-DOCUMENTO PIC X(20).
         77  WS-IND-TAF              PIC 9(03).
         COPY AFASTA.
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                                 './FUNCMEST.DAT'.
      *
        01  LINHA-COMPETENCIA.
            03  FILLER               PIC X(12) VALUE 'COMPETENCIA '.
            03  LCO-COMPETENCIA      PIC 9(06).
            03  FILLER               PIC X(62) VALUE SPACES.
        01  LINHA-CAB-AFAST.
            03  FILLER               PIC X(40) VALUE
                'MATR.  TP INICIO   PREVISTO RETORNO  DOC'.
            03  FILLER               PIC X(40) VALUE
                'UMENTO             SITUACAO             '.
        01  LINHA-FUNCIONARIO.
            03  LFU-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LFU-NOME             PIC X(36).
            03  FILLER               PIC X(37) VALUE SPACES.
        01  LINHA-AFASTAMENTO.
            03  FILLER               PIC X(07) VALUE SPACES.
            03  LAF-TIPO             PIC X(02).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LAF-INICIO           PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LAF-PREVISTO         PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LAF-RETORNO          PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LAF-DOCUMENTO        PIC X(20).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LAF-SITUACAO         PIC X(17).
            03  FILLER               PIC X(04) VALUE SPACES.
        01  LINHA-DIAS.
            03  FILLER               PIC X(07) VALUE SPACES.
            03  FILLER               PIC X(20) VALUE
                'DIAS AFASTADO NO MES'.
            03  FILLER               PIC X(01) VALUE ':'.
            03  LDI-AFASTADO         PIC ZZ9.
            03  FILLER               PIC X(24) VALUE
                '   DIAS SEM SALARIO    :'.
            03  LDI-SEM-SALARIO      PIC ZZ9.
            03  FILLER               PIC X(22) VALUE SPACES.
        01  LINHA-RODAPE.
            03  LRD-ROTULO           PIC X(50).
            03  LRD-QTD              PIC ZZZZZZ9.
            03  FILLER               PIC X(23) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   O caminho do mestre de funcionarios vem do resolvedor de
      *   ambientes, como nos demais mestres.
           MOVE 'FUNCMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY '------ AFASTAMENTOS DO MES ------'
           DISPLAY 'Competencia (AAAAMM, branco = atual): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA EQUAL ZEROS THEN
              MOVE WS-DATA-HOJE(1:6)           TO WS-COMPETENCIA
           END-IF
           IF WS-COMPETENCIA(5:2) LESS '01'
                    OR WS-COMPETENCIA(5:2) GREATER '12' THEN
              DISPLAY '>> COMPETENCIA INVALIDA: ' WS-COMPETENCIA
              GOBACK
           END-IF.
           PERFORM LIMITES-COMPETENCIA

           OPEN INPUT AFASTAM
           IF WS-FS-AFA NOT EQUAL '00' THEN
              DISPLAY 'AFASTAM.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-AFA
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ AFASTAM NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM CONFERE-AFASTAMENTO
              END-READ
           END-PERFORM.
           CLOSE AFASTAM.
           IF WS-QTD-ESTOURO GREATER ZEROS THEN
              DISPLAY '>> MAIS DE 500 AFASTAMENTOS NO MES - '
                      WS-QTD-ESTOURO ' FORA DO RELATORIO.'
           END-IF.

           OPEN INPUT FUNCMEST
           IF WS-FS-MES EQUAL '00' THEN
              MOVE 'S'                         TO WS-MES-ABERTO
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM VARYING WS-IND-TAF FROM 1 BY 1
                           UNTIL WS-IND-TAF > WS-QTD-TAB
              IF WS-TAF-MATRICULA(WS-IND-TAF) NOT EQUAL
                       WS-MATR-ANTERIOR THEN
                 IF WS-MATR-ANTERIOR GREATER ZEROS THEN
                    PERFORM IMPRIME-DIAS-FUNCIONARIO
                 END-IF
                 PERFORM IMPRIME-FUNCIONARIO
              END-IF
              PERFORM IMPRIME-AFASTAMENTO
           END-PERFORM
           IF WS-MATR-ANTERIOR GREATER ZEROS THEN
              PERFORM IMPRIME-DIAS-FUNCIONARIO
           END-IF.

           PERFORM IMPRIME-RODAPE
           IF WS-MES-ABERTO EQUAL 'S' THEN
              CLOSE FUNCMEST
           END-IF
           CLOSE RELATORIO.
           DISPLAY 'AFASTAM.LST - ' WS-QTD-FUNC ' FUNCIONARIO(S)'
                   ' AFASTADO(S) NA COMPETENCIA ' WS-COMPETENCIA
                   '; RETORNOS ATRASADOS: ' WS-QTD-ATRASADOS.
           GOBACK.
      *
      *   Primeiro e ultimo dia da competencia (o ultimo e a vespera
      *   do primeiro dia do mes seguinte).
       LIMITES-COMPETENCIA.
           COMPUTE WS-PRIMEIRO-DIA = WS-COMPETENCIA * 100 + 1
           IF WS-COMPETENCIA(5:2) EQUAL '12' THEN
              COMPUTE WS-ULTIMO-DIA =
                 (WS-COMPETENCIA + 89) * 100 + 1
           ELSE
              COMPUTE WS-ULTIMO-DIA =
                 (WS-COMPETENCIA + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-DATA =
              FUNCTION INTEGER-OF-DATE(WS-ULTIMO-DIA) - 1
           COMPUTE WS-ULTIMO-DIA =
              FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
      *
      *   So entra o afastamento que toca o mes: comecou ate o
      *   ultimo dia e nao tinha voltado antes do primeiro.
       CONFERE-AFASTAMENTO.
           IF AFA-INICIO GREATER WS-ULTIMO-DIA THEN
              CONTINUE
           ELSE
              IF AFA-RETORNO-REAL GREATER ZEROS
                       AND AFA-RETORNO-REAL NOT GREATER
                           WS-PRIMEIRO-DIA THEN
                 CONTINUE
              ELSE
                 PERFORM GUARDA-AFASTAMENTO
              END-IF
           END-IF.
      *
       GUARDA-AFASTAMENTO.
           IF WS-QTD-TAB LESS 500 THEN
              ADD 1                            TO WS-QTD-TAB
              MOVE AFA-MATRICULA     TO WS-TAF-MATRICULA(WS-QTD-TAB)
              MOVE AFA-INICIO        TO WS-TAF-INICIO(WS-QTD-TAB)
              MOVE AFA-TIPO          TO WS-TAF-TIPO(WS-QTD-TAB)
              MOVE AFA-RETORNO-PREV  TO WS-TAF-PREVISTO(WS-QTD-TAB)
              MOVE AFA-RETORNO-REAL  TO WS-TAF-RETORNO(WS-QTD-TAB)
              MOVE AFA-DOCUMENTO     TO WS-TAF-DOCUMENTO(WS-QTD-TAB)
           ELSE
              ADD 1                            TO WS-QTD-ESTOURO
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGAFAREL'                     TO CR-PROGRAMA
           MOVE 'AFASTAMENTOS DO MES'          TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-COMPETENCIA                 TO LCO-COMPETENCIA
           WRITE REG-REL FROM LINHA-COMPETENCIA BEFORE ADVANCING 2
                                                   LINES
           WRITE REG-REL FROM LINHA-CAB-AFAST BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-FUNCIONARIO.
           MOVE WS-TAF-MATRICULA(WS-IND-TAF)   TO WS-MATR-ANTERIOR
           ADD 1                               TO WS-QTD-FUNC
           MOVE WS-MATR-ANTERIOR               TO FUN-MATRICULA
           MOVE '*** FORA DO MESTRE ***'       TO FUN-NOME
           IF WS-MES-ABERTO EQUAL 'S' THEN
              READ FUNCMEST
                 INVALID KEY
                    MOVE '*** FORA DO MESTRE ***' TO FUN-NOME
              END-READ
           END-IF
           MOVE WS-MATR-ANTERIOR               TO LFU-MATRICULA
           MOVE FUN-NOME                       TO LFU-NOME
           WRITE REG-REL FROM LINHA-FUNCIONARIO BEFORE ADVANCING 1
                                                   LINES.
      *
       IMPRIME-AFASTAMENTO.
           ADD 1                               TO WS-QTD-AFAST
           MOVE WS-TAF-TIPO(WS-IND-TAF)        TO LAF-TIPO
           MOVE WS-TAF-INICIO(WS-IND-TAF)      TO LAF-INICIO
           MOVE WS-TAF-PREVISTO(WS-IND-TAF)    TO LAF-PREVISTO
           MOVE WS-TAF-DOCUMENTO(WS-IND-TAF)   TO LAF-DOCUMENTO
           EVALUATE TRUE
              WHEN WS-TAF-RETORNO(WS-IND-TAF) GREATER ZEROS
                 MOVE WS-TAF-RETORNO(WS-IND-TAF) TO LAF-RETORNO
                 MOVE 'RETORNOU'               TO LAF-SITUACAO
              WHEN WS-TAF-PREVISTO(WS-IND-TAF) LESS WS-DATA-HOJE
                 MOVE SPACES                   TO LAF-RETORNO
                 MOVE 'RETORNO ATRASADO'       TO LAF-SITUACAO
                 ADD 1                         TO WS-QTD-ATRASADOS
              WHEN OTHER
                 MOVE SPACES                   TO LAF-RETORNO
                 MOVE 'AFASTADO'               TO LAF-SITUACAO
           END-EVALUATE
           WRITE REG-REL FROM LINHA-AFASTAMENTO BEFORE ADVANCING 1
                                                   LINES.
      *
      *   Dias do funcionario no mes pelas regras do PGAFADIA - os
      *   mesmos que a folha descontou.
       IMPRIME-DIAS-FUNCIONARIO.
           MOVE WS-MATR-ANTERIOR               TO AF-MATRICULA
           MOVE WS-PRIMEIRO-DIA                TO AF-INICIO
           MOVE WS-ULTIMO-DIA                  TO AF-FIM
           CALL './bin/PGAFADIA' USING AF-PARM
           MOVE AF-DIAS-AFASTADO               TO LDI-AFASTADO
           MOVE AF-DIAS-SEM-SALARIO            TO LDI-SEM-SALARIO
           ADD AF-DIAS-AFASTADO                TO WS-TOT-DIAS-AFAST
           ADD AF-DIAS-SEM-SALARIO             TO WS-TOT-DIAS-SEM-SAL
           WRITE REG-REL FROM LINHA-DIAS BEFORE ADVANCING 2 LINES.
      *
       IMPRIME-RODAPE.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'FUNCIONARIOS AFASTADOS NO MES' TO LRD-ROTULO
           MOVE WS-QTD-FUNC                    TO LRD-QTD
           WRITE REG-REL FROM LINHA-RODAPE BEFORE ADVANCING 1 LINES
           MOVE 'AFASTAMENTOS NO MES'          TO LRD-ROTULO
           MOVE WS-QTD-AFAST                   TO LRD-QTD
           WRITE REG-REL FROM LINHA-RODAPE BEFORE ADVANCING 1 LINES
           MOVE 'RETORNOS ATRASADOS (SEM RETORNO REGISTRADO)'
                                               TO LRD-ROTULO
           MOVE WS-QTD-ATRASADOS               TO LRD-QTD
           WRITE REG-REL FROM LINHA-RODAPE BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL DE DIAS AFASTADOS'      TO LRD-ROTULO
           MOVE WS-TOT-DIAS-AFAST              TO LRD-QTD
           WRITE REG-REL FROM LINHA-RODAPE BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL DE DIAS SEM SALARIO NA FOLHA' TO LRD-ROTULO
           MOVE WS-TOT-DIAS-SEM-SAL            TO LRD-QTD
           WRITE REG-REL FROM LINHA-RODAPE BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGAFAREL.
