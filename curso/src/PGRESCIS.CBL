      *          desligado no FUNCMEST.DAT (FUN-SITUACAO 'D'), para o
      *          proximo PGFOLHA pula-lo. Ferias ja gozadas do
      *          periodo vencido devem ser abatidas pelo operador no
      *          acerto final. Afastamentos (PGAFAMNT) entram pelo
      *          PGAFADIA: dias sem salario saem do saldo e do 13o,
      *          dias suspensos saem do tempo de ferias. O saldo do
      *          FGTS e a soma dos depositos arquivados no
      *          FOLHAHIS.DAT (PGFOLHA); na dispensa sem justa causa
      *          a multa de 40% sobre ele sai no termo, para a guia
      *          rescisoria (fora do total pago ao funcionario).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de atualizacao.
      * 15/10/2026 Anderson Nascimento  Gravacoes no FUNCMEST.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Saldo do FGTS pelos depositos
      *                                 do FOLHAHIS.DAT e multa de
      *                                 40% na dispensa sem justa
      *                                 causa, no termo.
      * 15/10/2026 Anderson Nascimento  Afastamentos: saldo de salario
      *                                 sem os dias sem salario do
      *                                 mes, 13o sem os meses sem
      *                                 salario do ano, ferias sem os
      *                                 dias suspensos do aquisitivo;
      *                                 aviso de funcionario afastado
      *                                 e linha dos dias no termo.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT RELATORIO ASSIGN TO './RESCISAO.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
           SELECT FOLHAHIS ASSIGN TO './FOLHAHIS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FHI-CHAVE
           FILE STATUS  IS WS-FS-FHI.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
             05  FUN-SITUACAO        PIC X(01).
                 88  FUN-DESLIGADO   VALUE 'D'.
             05  FUN-DATA-DESLIG     PIC 9(08).
             05  FUN-CCUSTO          PIC X(03).
             05  FUN-CCUSTO-2        PIC X(03).
             05  FUN-PCT-CCUSTO-2    PIC 9(03).
      *
      *   RESCISAO.LST - o termo de rescisao itemizado.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
      *   FOLHAHIS.DAT - historico de folhas fechadas (layout do
      *   PGFOLHA), para o saldo do FGTS.
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
         WORKING-STORAGE SECTION.
         77  WS-FS-MES               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-FHI               PIC X(02) VALUE '00'.
         77  WS-EOF-FHI              PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-TIPO-INF             PIC X(02) VALUE SPACES.
            88 WS-TIPO-VALIDO        VALUE 'SJ' 'PJ' 'JC'.
         77  WS-FERIAS-PROPORC       PIC 9(06)V99 VALUE ZEROS.
         77  WS-AVISO-PREVIO         PIC 9(06)V99 VALUE ZEROS.
         77  WS-TOTAL-TERMO          PIC 9(08)V99 VALUE ZEROS.
      *   FGTS: saldo dos depositos e multa rescisoria (so SJ).
         77  WS-SALDO-FGTS           PIC 9(08)V99 VALUE ZEROS.
         77  WS-MULTA-FGTS           PIC 9(08)V99 VALUE ZEROS.
         77  WS-PCT-MULTA-FGTS       PIC 9(02)V99 VALUE 40,00.
         77  WS-QTD-DEPOSITOS        PIC 9(03) VALUE ZEROS.
      *
         77  WS-MESES-NO-ANO         PIC 9(02) VALUE ZEROS.
         77  WS-MESES-SERVICO        PIC S9(05) VALUE ZEROS.
         77  WS-MESES-PROPORC        PIC 9(02) VALUE ZEROS.
      *
      *   Afastamentos apurados pelo PGAFADIA ate o desligamento.
         77  WS-DIAS-SALDO           PIC S9(03) VALUE ZEROS.
         77  WS-MESES-13             PIC S9(03) VALUE ZEROS.
         77  WS-MESES-DESCONTO       PIC 9(03) VALUE ZEROS.
         77  WS-SEM-SAL-MES          PIC 9(05) VALUE ZEROS.
         77  WS-SEM-SAL-ANO          PIC 9(05) VALUE ZEROS.
         77  WS-SUSP-SERVICO         PIC 9(05) VALUE ZEROS.
         77  WS-AFASTADO-DESLIG      PIC X(01) VALUE 'N'.
         77  WS-TIPO-AFAST           PIC X(02) VALUE SPACES.
         COPY AFASTA.
         COPY DATAVAL.
         COPY CABREL.
         COPY AMBCFG.
         COPY JORNAL.
         77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                                 './FUNCMEST.DAT'.
      *
            03  FILLER               PIC X(07) VALUE '  TIPO '.
            03  DAD-TIPO             PIC X(02).
            03  FILLER               PIC X(29) VALUE SPACES.
      *
        01  LINHA-AFASTAMENTOS.
            03  FILLER               PIC X(27) VALUE
                'DIAS SEM SALARIO NO MES...:'.
            03  LAF-MES              PIC ZZ9.
            03  FILLER               PIC X(09) VALUE '  NO ANO:'.
            03  LAF-ANO              PIC ZZ9.
            03  FILLER               PIC X(22) VALUE
                '  FORA DO AQUISITIVO:'.
            03  LAF-SUSP             PIC ZZZZ9.
            03  FILLER               PIC X(11) VALUE SPACES.
      *
        01  LINHA-AFASTADO.
            03  FILLER               PIC X(26) VALUE
                'FUNCIONARIO AFASTADO (TIPO'.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LAD-TIPO             PIC X(02).
            03  FILLER               PIC X(29) VALUE
                ') NA DATA DO DESLIGAMENTO.'.
            03  FILLER               PIC X(22) VALUE SPACES.
      *
        01  LINHA-PARCELA.
            03  PAR-ROTULO           PIC X(34).
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           DISPLAY '------ CALCULO DE RESCISAO ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Matricula: '
           ACCEPT WS-MATR-INF
           MOVE 'N'                            TO DV-STATUS
           END-READ.

           PERFORM CALCULA-PARCELAS
           IF WS-AFASTADO-DESLIG EQUAL 'S' THEN
              DISPLAY '>> ATENCAO: FUNCIONARIO AFASTADO (TIPO '
                      WS-TIPO-AFAST ') NA DATA DO DESLIGAMENTO.'
           END-IF
           PERFORM MOSTRA-PARCELAS
           DISPLAY 'Confirma a rescisao (S/N): '
           ACCEPT WS-CONFIRMA
           MOVE WS-DATA-DESLIG                 TO FUN-DATA-DESLIG
           REWRITE REG-FUNCMEST
           IF WS-FS-MES EQUAL '00' THEN
              MOVE 'R'                         TO JN-OPERACAO
              PERFORM JORNALIZA-FUNCIONARIO
              DISPLAY 'FUNCIONARIO MARCADO COMO DESLIGADO - O'
                      ' PROXIMO PGFOLHA JA O PULA.'
           ELSE
      *   perde so o aviso.
       CALCULA-PARCELAS.
           MOVE FUN-ADMISSAO                   TO WS-ADMISSAO-R
           PERFORM APURA-AFASTAMENTOS
           COMPUTE WS-DIAS-SALDO = WS-DD-DD - WS-SEM-SAL-MES
           IF WS-DIAS-SALDO LESS ZEROS THEN
              MOVE ZEROS                       TO WS-DIAS-SALDO
           END-IF
           COMPUTE WS-SALDO-SALARIO ROUNDED =
              (FUN-SAL / 30) * WS-DIAS-SALDO

           MOVE WS-DD-MM                       TO WS-MESES-13
           IF WS-DD-DD LESS 15 THEN
              SUBTRACT 1                       FROM WS-MESES-13
           END-IF
      *   Cada 30 dias sem salario no ano tira um mes do 13o.
           COMPUTE WS-MESES-DESCONTO = WS-SEM-SAL-ANO / 30
           SUBTRACT WS-MESES-DESCONTO          FROM WS-MESES-13
           IF WS-MESES-13 LESS ZEROS THEN
              MOVE ZEROS                       TO WS-MESES-13
           END-IF
           MOVE WS-MESES-13                    TO WS-MESES-NO-ANO
           IF WS-TIPO-INF EQUAL 'JC' THEN
              MOVE ZEROS                       TO WS-13-PROPORCIONAL
           ELSE
                 (FUN-SAL / 12) * WS-MESES-NO-ANO
           END-IF

      *   Dias suspensos (doenca alem dos 15, licenca nao remunerada)
      *   nao contam tempo para as ferias.
           COMPUTE WS-MESES-DESCONTO = WS-SUSP-SERVICO / 30
           COMPUTE WS-MESES-SERVICO =
              ((WS-DD-AAAA - WS-ADM-AAAA) * 12)
              + (WS-DD-MM - WS-ADM-MM)
              - WS-MESES-DESCONTO
           IF WS-MESES-SERVICO LESS ZEROS THEN
              MOVE ZEROS                       TO WS-MESES-SERVICO
           END-IF
              WS-SALDO-SALARIO + WS-13-PROPORCIONAL
              + WS-FERIAS-VENCIDAS + WS-FERIAS-PROPORC
              + WS-AVISO-PREVIO.

           PERFORM APURA-SALDO-FGTS
           IF WS-TIPO-INF EQUAL 'SJ' THEN
              COMPUTE WS-MULTA-FGTS ROUNDED =
                 WS-SALDO-FGTS * WS-PCT-MULTA-FGTS / 100
           ELSE
              MOVE ZEROS                       TO WS-MULTA-FGTS
           END-IF.
      *
      *   Saldo do FGTS: soma dos depositos de todas as competencias
      *   da matricula no historico da folha; sem o historico, zero.
       APURA-SALDO-FGTS.
           MOVE ZEROS                          TO WS-SALDO-FGTS
                                                  WS-QTD-DEPOSITOS
           OPEN INPUT FOLHAHIS
           IF WS-FS-FHI EQUAL '00' THEN
              MOVE 'N'                         TO WS-EOF-FHI
              MOVE FUN-MATRICULA               TO FHI-MATRICULA
              MOVE ZEROS                       TO FHI-COMPETENCIA
              START FOLHAHIS KEY NOT LESS FHI-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-FHI
              END-START
              PERFORM UNTIL WS-EOF-FHI EQUAL 'S'
                 READ FOLHAHIS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-FHI
                    NOT AT END
                       IF FHI-MATRICULA NOT EQUAL FUN-MATRICULA THEN
                          MOVE 'S'             TO WS-EOF-FHI
                       ELSE
                          ADD FHI-FGTS         TO WS-SALDO-FGTS
                          ADD 1                TO WS-QTD-DEPOSITOS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FOLHAHIS
           END-IF.
      *
      *   Afastamentos da matricula pelo PGAFADIA: dias sem salario
      *   do mes e do ano do desligamento e dias suspensos desde a
      *   admissao, e se o funcionario esta afastado na data.
       APURA-AFASTAMENTOS.
           MOVE FUN-MATRICULA                  TO AF-MATRICULA
           MOVE WS-DATA-DESLIG                 TO AF-FIM
           COMPUTE AF-INICIO = WS-DD-AAAA * 10000 + WS-DD-MM * 100 + 1
           CALL './bin/PGAFADIA' USING AF-PARM
           MOVE AF-DIAS-SEM-SALARIO            TO WS-SEM-SAL-MES
           MOVE AF-SITUACAO-FIM                TO WS-AFASTADO-DESLIG
           MOVE AF-TIPO-FIM                    TO WS-TIPO-AFAST
           COMPUTE AF-INICIO = WS-DD-AAAA * 10000 + 101
           CALL './bin/PGAFADIA' USING AF-PARM
           MOVE AF-DIAS-SEM-SALARIO            TO WS-SEM-SAL-ANO
           MOVE ZEROS                          TO WS-SUSP-SERVICO
           IF FUN-ADMISSAO GREATER ZEROS
                    AND FUN-ADMISSAO NOT GREATER WS-DATA-DESLIG THEN
              MOVE FUN-ADMISSAO                TO AF-INICIO
              CALL './bin/PGAFADIA' USING AF-PARM
              MOVE AF-DIAS-SUSPENSOS           TO WS-SUSP-SERVICO
           END-IF.
      *
       MOSTRA-PARCELAS.
           IF WS-SEM-SAL-ANO GREATER ZEROS
                    OR WS-SUSP-SERVICO GREATER ZEROS THEN
              DISPLAY 'DIAS SEM SALARIO.....: ' WS-SEM-SAL-MES
                      ' NO MES, ' WS-SEM-SAL-ANO ' NO ANO; '
                      WS-SUSP-SERVICO ' FORA DO AQUISITIVO'
           END-IF
           DISPLAY 'SALDO DE SALARIO.....: ' WS-SALDO-SALARIO
           DISPLAY '13o PROPORCIONAL.....: ' WS-13-PROPORCIONAL
           DISPLAY 'FERIAS VENCIDAS + 1/3: ' WS-FERIAS-VENCIDAS
           DISPLAY 'FERIAS PROPORC + 1/3.: ' WS-FERIAS-PROPORC
           DISPLAY 'AVISO PREVIO.........: ' WS-AVISO-PREVIO
           DISPLAY 'TOTAL DO TERMO.......: ' WS-TOTAL-TERMO
           DISPLAY 'SALDO DO FGTS........: ' WS-SALDO-FGTS
                   ' (' WS-QTD-DEPOSITOS ' DEPOSITOS)'
           DISPLAY 'MULTA FGTS (GUIA)....: ' WS-MULTA-FGTS.
      *
       IMPRIME-TERMO.
           OPEN EXTEND RELATORIO
           MOVE WS-DATA-DESLIG                 TO DAD-DESLIG
           MOVE WS-TIPO-INF                    TO DAD-TIPO
           WRITE REG-REL FROM LINHA-DADOS BEFORE ADVANCING 1 LINES
           IF WS-SEM-SAL-ANO GREATER ZEROS
                    OR WS-SUSP-SERVICO GREATER ZEROS THEN
              MOVE WS-SEM-SAL-MES              TO LAF-MES
              MOVE WS-SEM-SAL-ANO              TO LAF-ANO
              MOVE WS-SUSP-SERVICO             TO LAF-SUSP
              WRITE REG-REL FROM LINHA-AFASTAMENTOS BEFORE ADVANCING
                    1 LINES
           END-IF
           IF WS-AFASTADO-DESLIG EQUAL 'S' THEN
              MOVE WS-TIPO-AFAST               TO LAD-TIPO
              WRITE REG-REL FROM LINHA-AFASTADO BEFORE ADVANCING
                    1 LINES
           END-IF
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'SALDO DE SALARIO:'            TO PAR-ROTULO
           MOVE WS-SALDO-SALARIO               TO PAR-VALOR
           MOVE 'TOTAL DO TERMO:'              TO PAR-ROTULO
           MOVE WS-TOTAL-TERMO                 TO PAR-VALOR
           WRITE REG-REL FROM LINHA-PARCELA BEFORE ADVANCING 1 LINES
           MOVE 'SALDO DO FGTS (DEPOSITOS):'   TO PAR-ROTULO
           MOVE WS-SALDO-FGTS                  TO PAR-VALOR
           WRITE REG-REL FROM LINHA-PARCELA BEFORE ADVANCING 1 LINES
           IF WS-MULTA-FGTS GREATER ZEROS THEN
              MOVE 'MULTA 40% FGTS (GUIA RESCISORIA):'
                                               TO PAR-ROTULO
              MOVE WS-MULTA-FGTS               TO PAR-VALOR
              WRITE REG-REL FROM LINHA-PARCELA BEFORE ADVANCING 1
                                                  LINES
           END-IF
           MOVE 'FERIAS JA GOZADAS DO PERIODO VENCIDO DEVEM SER'
                                               TO REG-REL
           WRITE REG-REL BEFORE ADVANCING 1 LINES
           WRITE REG-REL BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           CLOSE RELATORIO.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-FUNCIONARIO.
           IF WS-FS-MES(1:1) EQUAL '0' THEN
              MOVE 'PGRESCIS'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'FUNCMEST.DAT'              TO JN-ARQUIVO
              MOVE REG-FUNCMEST                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGRESCIS.
