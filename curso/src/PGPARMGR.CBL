      *****************************************************************
      * Program name:    PGPARMGR
      * Original author: Anderson Nascimento
      * Purpose: Manutencao central da gaveta de cartoes de parametro:
      *          PROG6601.PARM, PESOS.PARM, MORA.PARM, DISSIDIO.PARM,
      *          FOLHA.PARM, RETENCAO.PARM, ROTACAO.PARM e IOF.PARM,
      *          cada um com o proprio layout e as proprias regras
      *          criticadas na entrada (pesos somam 100, aliquotas
      *          dentro dos limites, tetos crescentes) - cartao
      *          malformado morre aqui, nao no meio de uma carga. Toda
      *          alteracao sai com operador e data/hora em PARMMGR.LOG.
      *          O modo F grava a versao futura num <cartao>.EFT com a
      *          data de vigencia registrada em PARMVIG.TXT, e o modo V
      *          (rodado no plano diario) efetiva o que venceu - as
      *          faixas do FOLHA.PARM do ano que vem podem ser digitadas
      *          em dezembro.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Cartao 8, IOF.PARM: aliquota
      *                                 fixa e diaria do IOF da
      *                                 originacao e o teto de dias
      *                                 (PGCALIOF).
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT CRT-ROTACAO ASSIGN TO WS-CAM-ROTACAO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CRT.
           SELECT CRT-IOF ASSIGN TO WS-CAM-IOF
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CRT.
           SELECT PARMVIG ASSIGN TO './PARMVIG.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-VIG.
       DATA DIVISION.
         FILE SECTION.
      *
      *   Os oito cartoes, cada um no layout que o consumidor dele
      *   ja le (PROG6601, PGPAGTOS, PGDISSID, PGFOLHA, PGRETENC,
      *   PGLOGROT, PGCALIOF).
         FD  CRT-CORTE.
         01  REG-CORTE.
             05  CRT-NOTA-CORTE      PIC 9(02)V99.
         01  REG-ROTACAO.
             05  ROT-ARQUIVO         PIC X(20).
             05  ROT-LIMITE          PIC 9(05).
      *
         FD  CRT-IOF.
         01  REG-IOF.
             05  IOF-PCT-FIXA        PIC 9(02)V9(04).
             05  IOF-PCT-DIARIA      PIC 9V9(04).
             05  IOF-DIAS-TETO       PIC 9(03).
      *
      *   PARMVIG.TXT - versoes futuras aguardando a vigencia: o
      *   cartao e a data em que o .EFT assume o lugar do vivo.
         77  WS-CAM-FOLHA            PIC X(20) VALUE './FOLHA.PARM'.
         77  WS-CAM-RETENCAO         PIC X(20) VALUE './RETENCAO.PARM'.
         77  WS-CAM-ROTACAO          PIC X(20) VALUE './ROTACAO.PARM'.
         77  WS-CAM-IOF              PIC X(20) VALUE './IOF.PARM'.
      *
      *   Entradas da digitacao, criticadas antes de gravar.
         77  WS-SOMA-PESOS           PIC 9(04) VALUE ZEROS.
      *
       ALTERA-CARTAO.
           DISPLAY 'Cartao (1-PROG6601/2-PESOS/3-MORA/4-DISSIDIO/'
                   '5-FOLHA/6-RETENCAO/7-ROTACAO/8-IOF): '
           ACCEPT WS-CARTAO
           IF WS-CARTAO LESS 1 OR WS-CARTAO GREATER 8 THEN
              DISPLAY '>> CARTAO INVALIDO.'
              GOBACK
           END-IF
                 PERFORM DIGITA-RETENCAO
              WHEN 7
                 PERFORM DIGITA-ROTACAO
              WHEN 8
                 PERFORM DIGITA-IOF
           END-EVALUATE
           IF WS-FUTURO EQUAL 'S' THEN
              PERFORM REGISTRA-VIGENCIA
                 MOVE './RETENCAO.EFT'         TO WS-CAM-RETENCAO
              WHEN 7
                 MOVE './ROTACAO.EFT'          TO WS-CAM-ROTACAO
              WHEN 8
                 MOVE './IOF.EFT'              TO WS-CAM-IOF
           END-EVALUATE.
      *
       DIGITA-CORTE.
           END-PERFORM
           CLOSE CRT-ROTACAO
           DISPLAY 'CARTOES DE ROTACAO GRAVADOS: ' WS-QTD-LINHAS.
      *
      *   IOF: aliquota fixa ate 5%, diaria ate 0,1% e teto de dias
      *   de 1 a 365.
       DIGITA-IOF.
           OPEN OUTPUT CRT-IOF
           MOVE 99,9999                        TO IOF-PCT-FIXA
           PERFORM UNTIL IOF-PCT-FIXA NOT GREATER 5,0000
              DISPLAY 'Aliquota fixa do IOF, em pct (ex.: 0,3800): '
              ACCEPT IOF-PCT-FIXA
              IF IOF-PCT-FIXA GREATER 5,0000 THEN
                 DISPLAY '>> ALIQUOTA FIXA ACIMA DE 5%.'
              END-IF
           END-PERFORM
           MOVE 9,9999                         TO IOF-PCT-DIARIA
           PERFORM UNTIL IOF-PCT-DIARIA NOT GREATER 0,1000
              DISPLAY 'Aliquota diaria do IOF, em pct (ex.: 0,0082): '
              ACCEPT IOF-PCT-DIARIA
              IF IOF-PCT-DIARIA GREATER 0,1000 THEN
                 DISPLAY '>> ALIQUOTA DIARIA ACIMA DE 0,1%.'
              END-IF
           END-PERFORM
           MOVE ZEROS                          TO IOF-DIAS-TETO
           PERFORM UNTIL IOF-DIAS-TETO GREATER ZEROS
                    AND IOF-DIAS-TETO NOT GREATER 365
              DISPLAY 'Teto de dias da aliquota diaria (ate 365): '
              ACCEPT IOF-DIAS-TETO
              IF IOF-DIAS-TETO EQUAL ZEROS
                       OR IOF-DIAS-TETO GREATER 365 THEN
                 DISPLAY '>> TETO FORA DA FAIXA 1 A 365.'
              END-IF
           END-PERFORM
           WRITE REG-IOF
           CLOSE CRT-IOF.
      *
       REGISTRA-VIGENCIA.
           OPEN EXTEND PARMVIG
                 PERFORM COPIA-EFT-RETENCAO
              WHEN 7
                 PERFORM COPIA-EFT-ROTACAO
              WHEN 8
                 PERFORM COPIA-EFT-IOF
           END-EVALUATE
           PERFORM GRAVA-LOG-VIGENCIA
           DISPLAY 'CARTAO ' WS-CARTAO ' EFETIVADO (VIGENCIA '
              WRITE REG-ROTACAO
           END-PERFORM
           CLOSE CRT-ROTACAO.
      *
       COPIA-EFT-IOF.
           MOVE './IOF.EFT'                    TO WS-CAM-IOF
           OPEN INPUT CRT-IOF
           READ CRT-IOF
              AT END CONTINUE
           END-READ
           CLOSE CRT-IOF
           MOVE './IOF.PARM'                   TO WS-CAM-IOF
           OPEN OUTPUT CRT-IOF
           WRITE REG-IOF
           CLOSE CRT-IOF.
      *
       GRAVA-LOG-AGORA.
           MOVE 'IMEDIATA'                     TO LOG-ACAO
                 MOVE 'RETENCAO.PARM'          TO LOG-CARTAO
              WHEN 7
                 MOVE 'ROTACAO.PARM'           TO LOG-CARTAO
              WHEN 8
                 MOVE 'IOF.PARM'               TO LOG-CARTAO
           END-EVALUATE
           MOVE WS-DATA-VIG                    TO LOG-VIGENCIA
           WRITE REG-LOG FROM LINHA-LOG
