      *****************************************************************
      * Program name:    PGIOFREC
      * Original author: Anderson Nascimento
      * Purpose: IOF a recolher do mes: lista em IOFREC.LST cada
      *          contrato originado na competencia com IOF gravado no
      *          cabecalho (PGARRAYS), separando o IOF financiado no
      *          contrato do pago a vista na assinatura, com os totais
      *          que o contador recolhe. Confirmado pelo operador, o
      *          mes vira um lote no DIARIO.TXT (layout do PGCONTAB):
      *          debito em contas a receber pelo financiado, debito
      *          em caixa pelo pago a vista e credito em IOF A
      *          RECOLHER (21105) pelo total.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Lote com data em competencia
      *                                 fechada (PGFECHAM) nao vai
      *                                 para o diario.
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGIOFREC.
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
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DIA.
           SELECT RELATORIO ASSIGN TO './IOFREC.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS).
         FD  CONTRHDR.
         01  REG-CONTRHDR.
             05  HDR-NUM-CONTRATO    PIC 9(05).
             05  HDR-CD-CLIENTE      PIC 9(06).
             05  HDR-VLR-PRINCIPAL   PIC 9(07)V99.
             05  HDR-TAXA-JUROS      PIC 9V9(6).
             05  HDR-NUM-PRESTACOES  PIC 9(03).
             05  HDR-DATA-CRIACAO    PIC 9(08).
             05  HDR-SISTEMA-AMORT   PIC X(01).
             05  HDR-CARENCIA-MESES  PIC 9(02).
             05  HDR-QTD-ADIAMENTOS  PIC 9(02).
             05  HDR-PARC-ADIADAS    PIC 9(03).
             05  HDR-VLR-IOF         PIC 9(07)V99.
             05  HDR-IOF-FORMA       PIC X(01).
                 88  HDR-IOF-FINANCIADO VALUE 'F'.
                 88  HDR-IOF-A-VISTA VALUE 'V'.
             05  HDR-COD-PRODUTO     PIC X(04).
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
      *   IOFREC.LST - IOF a recolher da competencia.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-DATA-LANCTO          PIC 9(08) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  WS-QTD-CONTRATOS        PIC 9(05) VALUE ZEROS.
         77  WS-TOT-FINANCIADO       PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-A-VISTA          PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-IOF              PIC 9(09)V99 VALUE ZEROS.
      *
      *   Contas do lote (plano do PGCONTAB).
         77  WS-CTA-CAIXA            PIC 9(05) VALUE 11101.
         77  WS-CTA-RECEBER          PIC 9(05) VALUE 11201.
         77  WS-CTA-IOF-RECOLHER     PIC 9(05) VALUE 21105.
         77  WS-PAR-CONTA            PIC 9(05).
         77  WS-PAR-DC               PIC X(01).
         77  WS-PAR-VALOR            PIC 9(09)V99.
         77  WS-PAR-HISTORICO        PIC X(20).
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(40) VALUE
                'CONTR  CLIENTE  CRIACAO      PRINCIPAL '.
            03  FILLER               PIC X(40) VALUE
                '           IOF  FORMA'.
      *
        01  LINHA-CONTRATO.
            03  LCT-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCT-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(03) VALUE SPACES.
            03  LCT-CRIACAO          PIC 9(08).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCT-PRINCIPAL        PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCT-IOF              PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCT-FORMA            PIC X(10).
            03  FILLER               PIC X(16) VALUE SPACES.
      *
        01  LINHA-TOTAL.
            03  TOT-ROTULO           PIC X(30).
            03  TOT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(36) VALUE SPACES.
         COPY CABREL.
         COPY FECHPER.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ IOF A RECOLHER DO MES ------'
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           OPEN INPUT CONTRHDR
           IF WS-FS-HDR NOT EQUAL '00' THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDR
              GOBACK
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTRHDR NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF HDR-DATA-CRIACAO(1:6) EQUAL WS-COMPETENCIA
                             AND HDR-VLR-IOF GREATER ZEROS THEN
                       PERFORM IMPRIME-CONTRATO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CONTRHDR.
           PERFORM IMPRIME-TOTAIS
           CLOSE RELATORIO.
           DISPLAY 'CONTRATOS COM IOF: ' WS-QTD-CONTRATOS
                   '  IOF A RECOLHER: ' WS-TOT-IOF ' (IOFREC.LST)'
           IF WS-TOT-IOF EQUAL ZEROS THEN
              DISPLAY 'NADA A LANCAR EM ' WS-COMPETENCIA
              GOBACK
           END-IF
           DISPLAY 'Lancar o lote no DIARIO.TXT (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's' THEN
              DISPLAY 'Data do lancamento (AAAAMMDD): '
              ACCEPT WS-DATA-LANCTO
              MOVE WS-DATA-LANCTO              TO FP-DATA
              MOVE 'PGIOFREC'                  TO FP-PROGRAMA
              MOVE SPACES                      TO FP-OPERADOR
              CALL './bin/PGFECPER' USING FP-PARM
              IF FP-FECHADO THEN
                 DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                         ' LOTE NAO GRAVADO.'
              ELSE
                 PERFORM LANCA-DIARIO
              END-IF
           END-IF.
           GOBACK.
      *
       IMPRIME-CONTRATO.
           ADD 1                               TO WS-QTD-CONTRATOS
           ADD HDR-VLR-IOF                     TO WS-TOT-IOF
           MOVE HDR-NUM-CONTRATO               TO LCT-CONTRATO
           MOVE HDR-CD-CLIENTE                 TO LCT-CLIENTE
           MOVE HDR-DATA-CRIACAO               TO LCT-CRIACAO
           MOVE HDR-VLR-PRINCIPAL              TO LCT-PRINCIPAL
           MOVE HDR-VLR-IOF                    TO LCT-IOF
           IF HDR-IOF-A-VISTA THEN
              ADD HDR-VLR-IOF                  TO WS-TOT-A-VISTA
              MOVE 'A VISTA'                   TO LCT-FORMA
           ELSE
              ADD HDR-VLR-IOF                  TO WS-TOT-FINANCIADO
              MOVE 'FINANCIADO'                TO LCT-FORMA
           END-IF
           WRITE REG-REL FROM LINHA-CONTRATO BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-TOTAIS.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'IOF FINANCIADO NOS CONTRATOS:' TO TOT-ROTULO
           MOVE WS-TOT-FINANCIADO              TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'IOF PAGO A VISTA:'            TO TOT-ROTULO
           MOVE WS-TOT-A-VISTA                 TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'IOF A RECOLHER NO MES:'       TO TOT-ROTULO
           MOVE WS-TOT-IOF                     TO TOT-VALOR
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
      *
      *   Lote balanceado por construcao: os dois debitos somam o
      *   credito do IOF a recolher.
       LANCA-DIARIO.
           OPEN EXTEND DIARIO
           IF WS-FS-DIA EQUAL 35 THEN
              OPEN OUTPUT DIARIO
           END-IF
           IF WS-TOT-FINANCIADO GREATER ZEROS THEN
              MOVE WS-CTA-RECEBER              TO WS-PAR-CONTA
              MOVE 'D'                         TO WS-PAR-DC
              MOVE WS-TOT-FINANCIADO           TO WS-PAR-VALOR
              MOVE 'IOF FINANCIADO'            TO WS-PAR-HISTORICO
              PERFORM GRAVA-PARTIDA
           END-IF
           IF WS-TOT-A-VISTA GREATER ZEROS THEN
              MOVE WS-CTA-CAIXA                TO WS-PAR-CONTA
              MOVE 'D'                         TO WS-PAR-DC
              MOVE WS-TOT-A-VISTA              TO WS-PAR-VALOR
              MOVE 'IOF RECEBIDO A VISTA'      TO WS-PAR-HISTORICO
              PERFORM GRAVA-PARTIDA
           END-IF
           MOVE WS-CTA-IOF-RECOLHER            TO WS-PAR-CONTA
           MOVE 'C'                            TO WS-PAR-DC
           MOVE WS-TOT-IOF                     TO WS-PAR-VALOR
           MOVE 'IOF A RECOLHER'               TO WS-PAR-HISTORICO
           PERFORM GRAVA-PARTIDA
           CLOSE DIARIO
           DISPLAY 'LOTE DO IOF GRAVADO NO DIARIO.'.
      *
       GRAVA-PARTIDA.
           MOVE WS-DATA-LANCTO                 TO DIA-DATA
           MOVE 'IOF'                          TO DIA-ORIGEM
           MOVE WS-PAR-CONTA                   TO DIA-CONTA
           MOVE WS-PAR-DC                      TO DIA-DC
           MOVE WS-PAR-VALOR                   TO DIA-VALOR
           MOVE WS-PAR-HISTORICO               TO DIA-HISTORICO
           MOVE SPACES                         TO DIA-CCUSTO
           WRITE REG-DIARIO.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGIOFREC'                     TO CR-PROGRAMA
           MOVE 'IOF A RECOLHER DA COMPETENCIA'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGIOFREC.
