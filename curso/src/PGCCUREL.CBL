      *****************************************************************
      * Program name:    PGCCUREL
      * Original author: Anderson Nascimento
      * Purpose: Custo de pessoal por centro de custo na competencia,
      *          em CCUSTO.LST: para cada centro do CCUSTO.TXT
      *          (PGCCUMNT), as pessoas alocadas e o equivalente em
      *          funcionarios inteiros, os salarios brutos, o FGTS e
      *          o INSS patronal da folha fechada (FOLHAHIS.DAT, com
      *          a alocacao gravada no fechamento, rateada pelo
      *          percentual do segundo centro) e a despesa com
      *          instrutores lancada no DIARIO.TXT (conta 41102, pelo
      *          centro da partida). Da para responder quanto custa a
      *          cobranca sem montar planilha.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCCUREL.
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
           SELECT CCUSTO ASSIGN TO './CCUSTO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CCU.
           SELECT FOLHAHIS ASSIGN TO './FOLHAHIS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FHI-CHAVE
           FILE STATUS  IS WS-FS-FHI.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DIA.
           SELECT RELATORIO ASSIGN TO './CCUSTO.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CCUSTO.TXT - tabela de centros de custo (PGCCUMNT).
         FD  CCUSTO.
         01  REG-CCUSTO.
             05  CCU-CODIGO          PIC X(03).
             05  CCU-NOME            PIC X(20).
      *
      *   FOLHAHIS.DAT - historico de folhas fechadas (PGFOLHA).
         FD  FOLHAHIS.
         01  REG-FOLHAHIS.
             05  FHI-CHAVE.
                 10  FHI-MATRICULA   PIC 9(05).
                 10  FHI-COMPETENCIA PIC 9(06).
             05  FHI-NOME            PIC X(36).
             05  FHI-NIVEL           PIC 9(01).
             05  FHI-BRUTO           PIC 9(06)V99.
             05  FHI-INSS            PIC 9(06)V99.
             05  FHI-IRRF            PIC 9(06)V99.
             05  FHI-CONSIG          PIC 9(06)V99.
             05  FHI-LIQUIDO         PIC 9(06)V99.
             05  FHI-FGTS            PIC 9(06)V99.
             05  FHI-INSS-PATR       PIC 9(06)V99.
             05  FHI-ADIANT          PIC 9(06)V99.
             05  FHI-CCUSTO          PIC X(03).
             05  FHI-CCUSTO-2        PIC X(03).
             05  FHI-PCT-CCUSTO-2    PIC 9(03).
      *
      *   DIARIO.TXT - o diario: uma partida por registro.
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
      *   CCUSTO.LST - custo de pessoal por centro.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CCU               PIC 99.
         77  WS-FS-FHI               PIC X(02) VALUE '00'.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-COMPET-PARTIDA       PIC 9(06) VALUE ZEROS.
         77  WS-CTA-DESP-INSTR       PIC 9(05) VALUE 41102.
      *
      *   Acumuladores por centro: os do CCUSTO.TXT primeiro, na
      *   ordem da tabela; centro fora dela entra no fim.
         77  WS-QTD-CCU              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-CCU OCCURS 30 TIMES.
             05  WS-CCU-CODIGO       PIC X(03).
             05  WS-CCU-NOME         PIC X(20).
             05  WS-CCU-PESSOAS      PIC 9(03).
             05  WS-CCU-EQUIV        PIC 9(03)V99.
             05  WS-CCU-SALARIOS     PIC 9(09)V99.
             05  WS-CCU-FGTS         PIC 9(09)V99.
             05  WS-CCU-INSS-PATR    PIC 9(09)V99.
             05  WS-CCU-INSTRUTOR    PIC S9(09)V99.
             05  WS-CCU-TOTAL        PIC S9(09)V99.
         77  WS-IND-CCU              PIC 9(02).
         77  WS-CCU-ACHADO           PIC 9(02) VALUE ZEROS.
         77  WS-CCU-PROCURA          PIC X(03) VALUE SPACES.
      *
      *   Rateio do funcionario entre o centro principal e o segundo.
         77  WS-TEM-SEGUNDO          PIC X(01) VALUE 'N'.
         77  WS-RAT-EQUIV            PIC 9(01)V99 VALUE ZEROS.
         77  WS-RAT-SALARIO          PIC 9(06)V99 VALUE ZEROS.
         77  WS-RAT-FGTS             PIC 9(06)V99 VALUE ZEROS.
         77  WS-RAT-INSS-PATR        PIC 9(06)V99 VALUE ZEROS.
         77  WS-RAT-EQUIV-2          PIC 9(01)V99 VALUE ZEROS.
         77  WS-RAT-SALARIO-2        PIC 9(06)V99 VALUE ZEROS.
         77  WS-RAT-FGTS-2           PIC 9(06)V99 VALUE ZEROS.
         77  WS-RAT-INSS-PATR-2      PIC 9(06)V99 VALUE ZEROS.
      *
      *   Totais gerais.
         77  WS-QTD-FUNC             PIC 9(05) VALUE ZEROS.
         77  WS-TOT-EQUIV            PIC 9(05)V99 VALUE ZEROS.
         77  WS-TOT-SALARIOS         PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-FGTS             PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-INSS-PATR        PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-INSTRUTOR        PIC S9(09)V99 VALUE ZEROS.
         77  WS-TOT-GERAL            PIC S9(09)V99 VALUE ZEROS.
         COPY CABREL.
      *
        01  LINHA-COMPETENCIA.
            03  FILLER               PIC X(12) VALUE 'COMPETENCIA '.
            03  LCO-COMPETENCIA      PIC 9(06).
            03  FILLER               PIC X(62) VALUE SPACES.
        01  LINHA-CAB-CCUSTO.
            03  FILLER               PIC X(40) VALUE
                'CC  CENTRO     PES EQUIV.   SALARIOS    '.
            03  FILLER               PIC X(40) VALUE
                '   FGTS  INSS PATR  INSTRUTOR      TOTAL'.
        01  LINHA-CCUSTO.
            03  LCC-CODIGO           PIC X(03).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-NOME             PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-PESSOAS          PIC ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-EQUIV            PIC ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-SALARIOS         PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-FGTS             PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-INSS-PATR        PIC ZZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-INSTRUTOR        PIC -ZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCC-TOTAL            PIC -ZZZZZ9,99.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY '------ CUSTO DE PESSOAL POR CENTRO DE CUSTO ------'
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

           PERFORM CARREGA-TABELA-CCUSTO
           OPEN INPUT FOLHAHIS
           IF WS-FS-FHI NOT EQUAL '00' THEN
              DISPLAY 'FOLHAHIS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-FHI
              GOBACK
           END-IF.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ FOLHAHIS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF FHI-COMPETENCIA EQUAL WS-COMPETENCIA THEN
                       PERFORM RATEIA-FOLHA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE FOLHAHIS.
           IF WS-QTD-FUNC EQUAL ZEROS THEN
              DISPLAY '>> NENHUMA FOLHA FECHADA EM ' WS-COMPETENCIA
           END-IF.
           PERFORM SOMA-INSTRUTORES

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM VARYING WS-IND-CCU FROM 1 BY 1
                           UNTIL WS-IND-CCU > WS-QTD-CCU
              PERFORM IMPRIME-CENTRO
           END-PERFORM
           PERFORM IMPRIME-TOTAL
           CLOSE RELATORIO.
           DISPLAY 'CCUSTO.LST - ' WS-QTD-FUNC ' FUNCIONARIO(S) EM '
                   WS-QTD-CCU ' CENTRO(S) NA COMPETENCIA '
                   WS-COMPETENCIA.
           GOBACK.
      *
      *   Todos os centros da tabela saem no relatorio, mesmo sem
      *   custo no mes.
       CARREGA-TABELA-CCUSTO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT CCUSTO
           IF WS-FS-CCU NOT EQUAL ZEROS THEN
              DISPLAY 'CCUSTO.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CCU ' (CENTROS SEM NOME).'
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ CCUSTO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE CCU-CODIGO         TO WS-CCU-PROCURA
                       PERFORM BUSCA-CCUSTO
                       MOVE CCU-NOME    TO WS-CCU-NOME(WS-CCU-ACHADO)
                 END-READ
              END-PERFORM
              CLOSE CCUSTO
           END-IF.
      *
      *   Centro novo entra no fim da tabela, zerado; com a tabela
      *   cheia o valor fica no ultimo centro, com aviso.
       BUSCA-CCUSTO.
           MOVE ZEROS                          TO WS-CCU-ACHADO
           PERFORM VARYING WS-IND-CCU FROM 1 BY 1
                           UNTIL WS-IND-CCU > WS-QTD-CCU
              IF WS-CCU-CODIGO(WS-IND-CCU) EQUAL WS-CCU-PROCURA THEN
                 MOVE WS-IND-CCU               TO WS-CCU-ACHADO
              END-IF
           END-PERFORM
           IF WS-CCU-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-CCU LESS 30 THEN
                 ADD 1                         TO WS-QTD-CCU
                 MOVE WS-CCU-PROCURA       TO WS-CCU-CODIGO(WS-QTD-CCU)
                 IF WS-CCU-PROCURA EQUAL SPACES THEN
                    MOVE 'SEM CENTRO'      TO WS-CCU-NOME(WS-QTD-CCU)
                 ELSE
                    MOVE '*** FORA DA TABELA'
                                           TO WS-CCU-NOME(WS-QTD-CCU)
                 END-IF
                 MOVE ZEROS                TO
                      WS-CCU-PESSOAS(WS-QTD-CCU)
                      WS-CCU-EQUIV(WS-QTD-CCU)
                      WS-CCU-SALARIOS(WS-QTD-CCU)
                      WS-CCU-FGTS(WS-QTD-CCU)
                      WS-CCU-INSS-PATR(WS-QTD-CCU)
                      WS-CCU-INSTRUTOR(WS-QTD-CCU)
                      WS-CCU-TOTAL(WS-QTD-CCU)
              ELSE
                 DISPLAY '>> TABELA DE CENTROS CHEIA - ' WS-CCU-PROCURA
                         ' SOMADO EM ' WS-CCU-CODIGO(WS-QTD-CCU)
              END-IF
              MOVE WS-QTD-CCU                  TO WS-CCU-ACHADO
           END-IF.
      *
      *   A parte do segundo centro sai pelo percentual gravado no
      *   fechamento, arredondada; o principal fica com o resto.
       RATEIA-FOLHA.
           ADD 1                               TO WS-QTD-FUNC
           MOVE 1                              TO WS-RAT-EQUIV
           MOVE FHI-BRUTO                      TO WS-RAT-SALARIO
           MOVE FHI-FGTS                       TO WS-RAT-FGTS
           MOVE FHI-INSS-PATR                  TO WS-RAT-INSS-PATR
           MOVE 'N'                            TO WS-TEM-SEGUNDO
           IF FHI-PCT-CCUSTO-2 GREATER ZEROS
                    AND FHI-PCT-CCUSTO-2 LESS 100
                    AND FHI-CCUSTO-2 NOT EQUAL SPACES
                    AND FHI-CCUSTO-2 NOT EQUAL FHI-CCUSTO THEN
              MOVE 'S'                         TO WS-TEM-SEGUNDO
              COMPUTE WS-RAT-EQUIV-2 = FHI-PCT-CCUSTO-2 / 100
              COMPUTE WS-RAT-SALARIO-2 ROUNDED =
                 FHI-BRUTO * FHI-PCT-CCUSTO-2 / 100
              COMPUTE WS-RAT-FGTS-2 ROUNDED =
                 FHI-FGTS * FHI-PCT-CCUSTO-2 / 100
              COMPUTE WS-RAT-INSS-PATR-2 ROUNDED =
                 FHI-INSS-PATR * FHI-PCT-CCUSTO-2 / 100
              SUBTRACT WS-RAT-EQUIV-2        FROM WS-RAT-EQUIV
              SUBTRACT WS-RAT-SALARIO-2      FROM WS-RAT-SALARIO
              SUBTRACT WS-RAT-FGTS-2         FROM WS-RAT-FGTS
              SUBTRACT WS-RAT-INSS-PATR-2    FROM WS-RAT-INSS-PATR
           END-IF
           MOVE FHI-CCUSTO                     TO WS-CCU-PROCURA
           PERFORM BUSCA-CCUSTO
           ADD 1                     TO WS-CCU-PESSOAS(WS-CCU-ACHADO)
           ADD WS-RAT-EQUIV          TO WS-CCU-EQUIV(WS-CCU-ACHADO)
           ADD WS-RAT-SALARIO        TO WS-CCU-SALARIOS(WS-CCU-ACHADO)
           ADD WS-RAT-FGTS           TO WS-CCU-FGTS(WS-CCU-ACHADO)
           ADD WS-RAT-INSS-PATR      TO WS-CCU-INSS-PATR(WS-CCU-ACHADO)
           IF WS-TEM-SEGUNDO EQUAL 'S' THEN
              MOVE FHI-CCUSTO-2                TO WS-CCU-PROCURA
              PERFORM BUSCA-CCUSTO
              ADD 1                  TO WS-CCU-PESSOAS(WS-CCU-ACHADO)
              ADD WS-RAT-EQUIV-2     TO WS-CCU-EQUIV(WS-CCU-ACHADO)
              ADD WS-RAT-SALARIO-2   TO WS-CCU-SALARIOS(WS-CCU-ACHADO)
              ADD WS-RAT-FGTS-2      TO WS-CCU-FGTS(WS-CCU-ACHADO)
              ADD WS-RAT-INSS-PATR-2 TO
                  WS-CCU-INSS-PATR(WS-CCU-ACHADO)
           END-IF.
      *
      *   Despesa com instrutores do mes, pelo centro da partida. O
      *   lote do PGINSPAG e datado no fechamento; a competencia das
      *   horas vem no historico ('HONORARIOS AAAAMM').
       SOMA-INSTRUTORES.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT DIARIO
           IF WS-FS-DIA NOT EQUAL ZEROS THEN
              DISPLAY 'DIARIO.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-DIA ' (SEM INSTRUTORES).'
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ DIARIO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF DIA-CONTA EQUAL WS-CTA-DESP-INSTR THEN
                          PERFORM SOMA-PARTIDA-INSTRUTOR
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIARIO
           END-IF.
      *
       SOMA-PARTIDA-INSTRUTOR.
           IF DIA-ORIGEM EQUAL 'INSPAG'
                    AND DIA-HISTORICO(12:6) IS NUMERIC THEN
              MOVE DIA-HISTORICO(12:6)         TO WS-COMPET-PARTIDA
           ELSE
              MOVE DIA-DATA(1:6)               TO WS-COMPET-PARTIDA
           END-IF
           IF WS-COMPET-PARTIDA EQUAL WS-COMPETENCIA THEN
              MOVE DIA-CCUSTO                  TO WS-CCU-PROCURA
              PERFORM BUSCA-CCUSTO
              IF DIA-DC EQUAL 'D' THEN
                 ADD DIA-VALOR       TO WS-CCU-INSTRUTOR(WS-CCU-ACHADO)
              ELSE
                 SUBTRACT DIA-VALOR
                                   FROM WS-CCU-INSTRUTOR(WS-CCU-ACHADO)
              END-IF
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGCCUREL'                     TO CR-PROGRAMA
           MOVE 'CUSTO DE PESSOAL POR CENTRO DE CUSTO' TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-COMPETENCIA                 TO LCO-COMPETENCIA
           WRITE REG-REL FROM LINHA-COMPETENCIA BEFORE ADVANCING 2
                                                   LINES
           WRITE REG-REL FROM LINHA-CAB-CCUSTO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-CENTRO.
           COMPUTE WS-CCU-TOTAL(WS-IND-CCU) =
              WS-CCU-SALARIOS(WS-IND-CCU) + WS-CCU-FGTS(WS-IND-CCU)
              + WS-CCU-INSS-PATR(WS-IND-CCU)
              + WS-CCU-INSTRUTOR(WS-IND-CCU)
           ADD WS-CCU-EQUIV(WS-IND-CCU)        TO WS-TOT-EQUIV
           ADD WS-CCU-SALARIOS(WS-IND-CCU)     TO WS-TOT-SALARIOS
           ADD WS-CCU-FGTS(WS-IND-CCU)         TO WS-TOT-FGTS
           ADD WS-CCU-INSS-PATR(WS-IND-CCU)    TO WS-TOT-INSS-PATR
           ADD WS-CCU-INSTRUTOR(WS-IND-CCU)    TO WS-TOT-INSTRUTOR
           ADD WS-CCU-TOTAL(WS-IND-CCU)        TO WS-TOT-GERAL
           MOVE WS-CCU-CODIGO(WS-IND-CCU)      TO LCC-CODIGO
           MOVE WS-CCU-NOME(WS-IND-CCU)        TO LCC-NOME
           MOVE WS-CCU-PESSOAS(WS-IND-CCU)     TO LCC-PESSOAS
           MOVE WS-CCU-EQUIV(WS-IND-CCU)       TO LCC-EQUIV
           MOVE WS-CCU-SALARIOS(WS-IND-CCU)    TO LCC-SALARIOS
           MOVE WS-CCU-FGTS(WS-IND-CCU)        TO LCC-FGTS
           MOVE WS-CCU-INSS-PATR(WS-IND-CCU)   TO LCC-INSS-PATR
           MOVE WS-CCU-INSTRUTOR(WS-IND-CCU)   TO LCC-INSTRUTOR
           MOVE WS-CCU-TOTAL(WS-IND-CCU)       TO LCC-TOTAL
           WRITE REG-REL FROM LINHA-CCUSTO BEFORE ADVANCING 1 LINES.
      *
      *   No total, pessoas sao os funcionarios distintos da folha
      *   (quem divide o tempo aparece nos dois centros acima).
       IMPRIME-TOTAL.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE SPACES                         TO LCC-CODIGO
           MOVE 'TOTAL'                        TO LCC-NOME
           MOVE WS-QTD-FUNC                    TO LCC-PESSOAS
           MOVE WS-TOT-EQUIV                   TO LCC-EQUIV
           MOVE WS-TOT-SALARIOS                TO LCC-SALARIOS
           MOVE WS-TOT-FGTS                    TO LCC-FGTS
           MOVE WS-TOT-INSS-PATR               TO LCC-INSS-PATR
           MOVE WS-TOT-INSTRUTOR               TO LCC-INSTRUTOR
           MOVE WS-TOT-GERAL                   TO LCC-TOTAL
           WRITE REG-REL FROM LINHA-CCUSTO BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGCCUREL.
