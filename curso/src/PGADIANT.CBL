      *****************************************************************
      * Program name:    PGADIANT
      * Original author: Anderson Nascimento
      * Purpose: Adiantamento quinzenal da competencia: para cada
      *          funcionario ativo do FUNCMEST.DAT calcula o
      *          adiantamento sobre FUN-SAL pelo percentual do cartao
      *          ADIANT.PARM (padrao 40%), menos quem optou por nao
      *          receber (matriculas em ADIANTEX.TXT, mantido pelo
      *          operador) e quem ja recebeu na competencia. Grava a
      *          remessa ADIANTAM.REM no leiaute do PGSALCRE, o
      *          resumo em ADIANTAM.LST, um evento ADIANTAM por
      *          funcionario em EVENFOLH.TXT - que o PGFOLHA do fim
      *          do mes desconta do liquido - e o lote no DIARIO.TXT:
      *          D 11301 ADIANTAMENTO A FUNCIONARIOS / C 11101 CAIXA.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGADIANT.
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
           SELECT FUNCMEST ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MES.
           SELECT ADIANTPARM ASSIGN TO './ADIANT.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PRM.
           SELECT EXCECOES ASSIGN TO './ADIANTEX.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EXC.
           SELECT EVENFOLH ASSIGN TO './EVENFOLH.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EVE.
           SELECT REMESSA ASSIGN TO './ADIANTAM.REM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REM.
           SELECT RELATORIO ASSIGN TO './ADIANTAM.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DIA.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
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
      *   ADIANT.PARM - percentual do adiantamento sobre o salario.
         FD  ADIANTPARM.
         01  REG-ADIANTPARM.
             05  PRM-PCT-ADIANT      PIC 9(02)V99.
      *
      *   ADIANTEX.TXT - matriculas que optaram por nao receber o
      *   adiantamento, uma por registro.
         FD  EXCECOES.
         01  REG-EXCECAO.
             05  EXC-MATRICULA       PIC 9(05).
      *
      *   EVENFOLH.TXT - eventos da competencia para o PGFOLHA (layout
      *   do PGPONTO); o ADIANTAM e desconto, nao provento.
         FD  EVENFOLH.
         01  REG-EVENFOLH.
             05  EVE-MATRICULA       PIC 9(05).
             05  EVE-COMPETENCIA     PIC 9(06).
             05  EVE-TIPO            PIC X(10).
             05  EVE-VALOR           PIC 9(06)V99.
             05  EVE-REFERENCIA      PIC X(12).
      *
      *   ADIANTAM.REM - remessa de credito (leiaute do SALARIOS.REM
      *   do PGSALCRE, 70 posicoes).
         FD  REMESSA     RECORDING MODE IS F
                         RECORD CONTAINS 70 CHARACTERS.
         01  REG-REMESSA             PIC X(70).
      *
      *   ADIANTAM.LST - resumo do adiantamento.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
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
         77  WS-FS-MES               PIC 99.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-EXC               PIC 99.
         77  WS-FS-EVE               PIC 99.
         77  WS-FS-REM               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-DIA               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-DATA-CREDITO         PIC 9(08) VALUE ZEROS.
         77  WS-INT-DATA             PIC 9(07) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
      *
      *   Percentual do cartao; o padrao e o da casa.
         77  WS-PCT-ADIANT           PIC 9(02)V99 VALUE 40,00.
         77  WS-PCT-ADIANT-ED        PIC Z9,99.
         77  WS-VLR-ADIANT           PIC 9(06)V99 VALUE ZEROS.
      *
      *   Quem optou por nao receber e quem ja recebeu na competencia.
         77  WS-QTD-EXC              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-EXCECOES.
             05  WS-EXC-MATRICULA    PIC 9(05) OCCURS 500 TIMES.
         77  WS-QTD-PAGOS            PIC 9(03) VALUE ZEROS.
         01  WS-TAB-PAGOS.
             05  WS-PAG-MATRICULA    PIC 9(05) OCCURS 500 TIMES.
         77  WS-IND                  PIC 9(03).
         77  WS-ACHOU                PIC X     VALUE 'N'.
      *
      *   Contagens e totais.
         77  WS-QTD-CREDITOS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-OPTANTES         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-JA-PAGOS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-SEM-CPF          PIC 9(05) VALUE ZEROS.
         77  WS-TOT-REMESSA          PIC 9(09)V99 VALUE ZEROS.
      *
      *   Contas do lote no diario.
         77  WS-CTA-ADIANT           PIC 9(05) VALUE 11301.
         77  WS-CTA-CAIXA            PIC 9(05) VALUE 11101.
      *
        01  REM-CABECALHO.
            03  FILLER               PIC X(01) VALUE '0'.
            03  CAB-DATA-GERACAO     PIC 9(08).
            03  CAB-DATA-CREDITO     PIC 9(08).
            03  FILLER               PIC X(53) VALUE SPACES.
      *
        01  REM-DETALHE.
            03  FILLER               PIC X(01) VALUE '1'.
            03  DET-MATRICULA        PIC 9(05).
            03  DET-NOME             PIC X(36).
            03  DET-CPF              PIC 9(11).
            03  DET-LIQUIDO          PIC 9(06)V99.
            03  FILLER               PIC X(09) VALUE SPACES.
      *
        01  REM-TRAILER.
            03  FILLER               PIC X(01) VALUE '9'.
            03  TRL-QTD              PIC 9(05).
            03  TRL-TOTAL            PIC 9(09)V99.
            03  FILLER               PIC X(53) VALUE SPACES.
      *
        01  LINHA-PARAMETROS.
            03  FILLER               PIC X(12) VALUE 'COMPETENCIA '.
            03  LPA-COMPETENCIA      PIC 9(06).
            03  FILLER               PIC X(10) VALUE '  CREDITO '.
            03  LPA-CREDITO          PIC 9(08).
            03  FILLER               PIC X(13) VALUE '  PERCENTUAL '.
            03  LPA-PCT              PIC Z9,99.
            03  FILLER               PIC X(26) VALUE SPACES.
      *
        01  LINHA-RESUMO.
            03  RES-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  RES-NOME             PIC X(36).
            03  FILLER               PIC X(06) VALUE ' ADT '.
            03  RES-VALOR            PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(21) VALUE SPACES.
      *
        01  LINHA-TOTAL.
            03  TOT-ROTULO           PIC X(30).
            03  TOT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(36) VALUE SPACES.
      *
        01  LINHA-CONTAGEM.
            03  CNT-ROTULO           PIC X(30).
            03  CNT-QTD              PIC ZZ.ZZ9.
            03  FILLER               PIC X(44) VALUE SPACES.
         COPY CABREL.
         COPY DIAUTIL.
         COPY FECHPER.
         COPY AMBCFG.
         77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                                 './FUNCMEST.DAT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   O caminho do mestre de funcionarios vem do resolvedor de
      *   ambientes, como nos demais mestres.
           MOVE 'FUNCMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY '------ ADIANTAMENTO QUINZENAL ------'
           DISPLAY 'Competencia (AAAAMM, branco = atual): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA EQUAL ZEROS THEN
              MOVE WS-DATA-HOJE(1:6)           TO WS-COMPETENCIA
           END-IF
           DISPLAY 'Data do credito (AAAAMMDD, branco = dia 20): '
           ACCEPT WS-DATA-CREDITO
           IF WS-DATA-CREDITO EQUAL ZEROS THEN
              PERFORM CALCULA-DATA-CREDITO
           END-IF
           PERFORM CARREGA-PERCENTUAL
           PERFORM CARREGA-EXCECOES
           PERFORM CARREGA-JA-PAGOS
           MOVE WS-PCT-ADIANT                  TO WS-PCT-ADIANT-ED
           DISPLAY 'COMPETENCIA ' WS-COMPETENCIA ' - CREDITO EM '
                   WS-DATA-CREDITO ' - ' WS-PCT-ADIANT-ED
                   '% DO SALARIO'
           DISPLAY 'Confirma o adiantamento (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'ADIANTAMENTO CANCELADO.'
              GOBACK
           END-IF
      *   O lote vai para o diario na data do credito: competencia
      *   fechada (PGFECHAM) nao recebe.
           MOVE WS-DATA-CREDITO                TO FP-DATA
           MOVE 'PGADIANT'                     TO FP-PROGRAMA
           MOVE SPACES                         TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' ADIANTAMENTO NAO GERADO.'
              GOBACK
           END-IF

           OPEN INPUT FUNCMEST
           IF WS-FS-MES NOT EQUAL ZEROS THEN
              DISPLAY 'FUNCMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MES
              GOBACK
           END-IF
           OPEN EXTEND EVENFOLH
           IF WS-FS-EVE EQUAL 35 THEN
              OPEN OUTPUT EVENFOLH
           END-IF
           OPEN OUTPUT REMESSA
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO

           MOVE WS-DATA-HOJE                   TO CAB-DATA-GERACAO
           MOVE WS-DATA-CREDITO                TO CAB-DATA-CREDITO
           WRITE REG-REMESSA FROM REM-CABECALHO

           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ FUNCMEST NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM CONFERE-FUNCIONARIO
              END-READ
           END-PERFORM.

           MOVE WS-QTD-CREDITOS                TO TRL-QTD
           MOVE WS-TOT-REMESSA                 TO TRL-TOTAL
           WRITE REG-REMESSA FROM REM-TRAILER
           CLOSE REMESSA EVENFOLH FUNCMEST.

           PERFORM IMPRIME-RODAPE
           CLOSE RELATORIO.
           IF WS-TOT-REMESSA GREATER ZEROS THEN
              PERFORM GRAVA-LOTE-DIARIO
           END-IF.
           DISPLAY 'ADIANTAMENTO GERADO: ' WS-QTD-CREDITOS
                   ' CREDITO(S), TOTAL ' WS-TOT-REMESSA
                   ' (ADIANTAM.REM / ADIANTAM.LST)'
           IF WS-QTD-SEM-CPF GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-SEM-CPF ' FUNCIONARIO(S) SEM CPF'
                      ' FICARAM FORA DA REMESSA.'
           END-IF.
           GOBACK.
      *
      *   Dia 20 da competencia; fim de semana ou feriado (PGDIAUTI)
      *   antecipa para o dia util anterior.
       CALCULA-DATA-CREDITO.
           COMPUTE WS-DATA-CREDITO = WS-COMPETENCIA * 100 + 20
           COMPUTE WS-INT-DATA =
              FUNCTION INTEGER-OF-DATE(WS-DATA-CREDITO)
           MOVE 'E'                            TO DU-FUNCAO
           MOVE WS-DATA-CREDITO                TO DU-DATA-1
           CALL './bin/PGDIAUTI' USING DU-PARM
           PERFORM UNTIL DU-RESULTADO-SN EQUAL 'S'
              SUBTRACT 1                       FROM WS-INT-DATA
              COMPUTE WS-DATA-CREDITO =
                 FUNCTION DATE-OF-INTEGER(WS-INT-DATA)
              MOVE WS-DATA-CREDITO             TO DU-DATA-1
              CALL './bin/PGDIAUTI' USING DU-PARM
           END-PERFORM.
      *
      *   Cartao do percentual; sem o cartao (ou zerado), o padrao.
       CARREGA-PERCENTUAL.
           OPEN INPUT ADIANTPARM
           IF WS-FS-PRM EQUAL ZEROS THEN
              READ ADIANTPARM
                 NOT AT END
                    IF PRM-PCT-ADIANT NUMERIC
                             AND PRM-PCT-ADIANT GREATER ZEROS THEN
                       MOVE PRM-PCT-ADIANT     TO WS-PCT-ADIANT
                    END-IF
              END-READ
              CLOSE ADIANTPARM
           END-IF.
      *
      *   Optantes por nao receber; sem o arquivo, ninguem.
       CARREGA-EXCECOES.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT EXCECOES
           IF WS-FS-EXC EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ EXCECOES
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF EXC-MATRICULA NUMERIC
                                AND WS-QTD-EXC LESS 500 THEN
                          ADD 1                TO WS-QTD-EXC
                          MOVE EXC-MATRICULA   TO
                               WS-EXC-MATRICULA(WS-QTD-EXC)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCECOES
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Quem ja tem o evento ADIANTAM na competencia nao recebe de
      *   novo se a rodada for repetida.
       CARREGA-JA-PAGOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT EVENFOLH
           IF WS-FS-EVE EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ EVENFOLH
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF EVE-COMPETENCIA EQUAL WS-COMPETENCIA
                                AND EVE-TIPO EQUAL 'ADIANTAM'
                                AND WS-QTD-PAGOS LESS 500 THEN
                          ADD 1                TO WS-QTD-PAGOS
                          MOVE EVE-MATRICULA   TO
                               WS-PAG-MATRICULA(WS-QTD-PAGOS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EVENFOLH
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Ativo, admitido ate a data do credito, sem opcao contraria
      *   e sem adiantamento na competencia: credito e evento.
       CONFERE-FUNCIONARIO.
           IF FUN-DESLIGADO OR FUN-ADMISSAO GREATER WS-DATA-CREDITO
              GO TO CONFERE-FUNCIONARIO-FIM
           END-IF.
           MOVE 'N'                            TO WS-ACHOU
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-EXC
              IF WS-EXC-MATRICULA(WS-IND) EQUAL FUN-MATRICULA THEN
                 MOVE 'S'                      TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU EQUAL 'S' THEN
              ADD 1                            TO WS-QTD-OPTANTES
              GO TO CONFERE-FUNCIONARIO-FIM
           END-IF.
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-PAGOS
              IF WS-PAG-MATRICULA(WS-IND) EQUAL FUN-MATRICULA THEN
                 MOVE 'S'                      TO WS-ACHOU
              END-IF
           END-PERFORM
           IF WS-ACHOU EQUAL 'S' THEN
              ADD 1                            TO WS-QTD-JA-PAGOS
              DISPLAY '>> ' FUN-MATRICULA ' ' FUN-NOME
                      ' JA ADIANTADO NA COMPETENCIA.'
              GO TO CONFERE-FUNCIONARIO-FIM
           END-IF.
           IF FUN-CPF EQUAL ZEROS THEN
              ADD 1                            TO WS-QTD-SEM-CPF
              DISPLAY '>> ' FUN-NOME ' SEM CPF NO MESTRE -'
                      ' FORA DA REMESSA.'
              GO TO CONFERE-FUNCIONARIO-FIM
           END-IF.
           COMPUTE WS-VLR-ADIANT ROUNDED =
              FUN-SAL * WS-PCT-ADIANT / 100
           IF WS-VLR-ADIANT EQUAL ZEROS THEN
              GO TO CONFERE-FUNCIONARIO-FIM
           END-IF.

           MOVE FUN-MATRICULA                  TO DET-MATRICULA
           MOVE FUN-NOME                       TO DET-NOME
           MOVE FUN-CPF                        TO DET-CPF
           MOVE WS-VLR-ADIANT                  TO DET-LIQUIDO
           WRITE REG-REMESSA FROM REM-DETALHE
           ADD 1                               TO WS-QTD-CREDITOS
           ADD WS-VLR-ADIANT                   TO WS-TOT-REMESSA

           MOVE FUN-MATRICULA                  TO EVE-MATRICULA
           MOVE WS-COMPETENCIA                 TO EVE-COMPETENCIA
           MOVE 'ADIANTAM'                     TO EVE-TIPO
           MOVE WS-VLR-ADIANT                  TO EVE-VALOR
           MOVE SPACES                         TO EVE-REFERENCIA
           MOVE WS-DATA-CREDITO                TO EVE-REFERENCIA(1:8)
           WRITE REG-EVENFOLH

           MOVE FUN-MATRICULA                  TO RES-MATRICULA
           MOVE FUN-NOME                       TO RES-NOME
           MOVE WS-VLR-ADIANT                  TO RES-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
       CONFERE-FUNCIONARIO-FIM.
           EXIT.
      *
      *   Lote do adiantamento: o credito sai do caixa para o ativo
      *   de adiantamentos, que a folha do mes baixa (PGCONTAB).
       GRAVA-LOTE-DIARIO.
           OPEN EXTEND DIARIO
           IF WS-FS-DIA EQUAL '35' THEN
              OPEN OUTPUT DIARIO
           END-IF
           MOVE WS-DATA-CREDITO                TO DIA-DATA
           MOVE 'ADIANTAM'                     TO DIA-ORIGEM
           MOVE WS-TOT-REMESSA                 TO DIA-VALOR
           MOVE 'ADIANTAMENTO SALARIO'         TO DIA-HISTORICO
           MOVE SPACES                         TO DIA-CCUSTO
           MOVE WS-CTA-ADIANT                  TO DIA-CONTA
           MOVE 'D'                            TO DIA-DC
           WRITE REG-DIARIO
           MOVE WS-CTA-CAIXA                   TO DIA-CONTA
           MOVE 'C'                            TO DIA-DC
           WRITE REG-DIARIO
           CLOSE DIARIO.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGADIANT'                     TO CR-PROGRAMA
           MOVE 'ADIANTAMENTO QUINZENAL - RESUMO' TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           MOVE WS-COMPETENCIA                 TO LPA-COMPETENCIA
           MOVE WS-DATA-CREDITO                TO LPA-CREDITO
           MOVE WS-PCT-ADIANT                  TO LPA-PCT
           WRITE REG-REL FROM LINHA-PARAMETROS BEFORE ADVANCING 1
                                                  LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-RODAPE.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'TOTAL DA REMESSA:'            TO TOT-ROTULO
           MOVE WS-TOT-REMESSA                 TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'CREDITOS NA REMESSA:'         TO CNT-ROTULO
           MOVE WS-QTD-CREDITOS                TO CNT-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'OPTARAM POR NAO RECEBER:'     TO CNT-ROTULO
           MOVE WS-QTD-OPTANTES                TO CNT-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'JA ADIANTADOS NA COMPETENCIA:' TO CNT-ROTULO
           MOVE WS-QTD-JA-PAGOS                TO CNT-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           MOVE 'SEM CPF (FORA DA REMESSA):'   TO CNT-ROTULO
           MOVE WS-QTD-SEM-CPF                 TO CNT-QTD
           WRITE REG-REL FROM LINHA-CONTAGEM BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGADIANT.
