      *****************************************************************
      * Program name:    PGORCREL
      * Original author: Anderson Nascimento
      * Purpose: Orcado x realizado do mes por conta. Compara a
      *          versao do orcamento (PGORCMNT; por padrao a ultima
      *          aprovada do ano) com os lancamentos do DIARIO.TXT na
      *          natureza de cada conta do PLANOCTA: mes, acumulado
      *          no ano e previsao do ano inteiro (realizado ate o mes
      *          mais o orcado dos meses seguintes contra o orcado do
      *          ano), com a variacao em valor e em percentual. Linha
      *          cuja variacao passa da tolerancia informada, ou com
      *          realizado sem orcamento, sai marcada. Entram as
      *          contas orcadas e as de resultado com movimento no
      *          ano. Relatorio em ORCREAL.LST.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGORCREL.
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
           SELECT ORCVERSAO ASSIGN TO './ORCVERSAO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS VER-CHAVE
           FILE STATUS   IS WS-FS-VER.
           SELECT ORCAMENTO ASSIGN TO './ORCAMENTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS ORC-CHAVE
           FILE STATUS   IS WS-FS-ORC.
           SELECT PLANOCTA ASSIGN TO './PLANOCTA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTA.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DIA.
           SELECT RELATORIO ASSIGN TO './ORCREAL.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   ORCVERSAO.DAT - versoes do orcamento (PGORCMNT).
         FD  ORCVERSAO.
         01  REG-ORCVERSAO.
             05  VER-CHAVE.
                 10  VER-ANO         PIC 9(04).
                 10  VER-NUMERO      PIC 9(02).
             05  VER-SITUACAO        PIC X(01).
                 88  VER-EM-ELABORACAO VALUE 'E'.
                 88  VER-APROVADA    VALUE 'A'.
             05  VER-DATA-ABERTURA   PIC 9(08).
             05  VER-DATA-APROVACAO  PIC 9(08).
             05  VER-DESCRICAO       PIC X(30).
      *
      *   ORCAMENTO.DAT - valor orcado por conta, competencia e
      *   versao (PGORCMNT).
         FD  ORCAMENTO.
         01  REG-ORCAMENTO.
             05  ORC-CHAVE.
                 10  ORC-CONTA       PIC 9(05).
                 10  ORC-COMPETENCIA PIC 9(06).
                 10  ORC-VERSAO      PIC 9(02).
             05  ORC-VALOR           PIC 9(09)V99.
      *
      *   PLANOCTA.TXT - plano de contas (PGCONTAB).
         FD  PLANOCTA.
         01  REG-PLANOCTA.
             05  CTA-CODIGO          PIC 9(05).
             05  CTA-NOME            PIC X(30).
             05  CTA-NATUREZA        PIC X(01).
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
      *   ORCREAL.LST - orcado x realizado por conta.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-VER               PIC X(02) VALUE '00'.
         77  WS-FS-ORC               PIC X(02) VALUE '00'.
         77  WS-FS-CTA               PIC 99.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
         01  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         01  FILLER REDEFINES WS-COMPETENCIA.
             05  WS-COMP-ANO         PIC 9(04).
             05  WS-COMP-MES         PIC 9(02).
         01  WS-DATA-REG             PIC 9(08) VALUE ZEROS.
         01  FILLER REDEFINES WS-DATA-REG.
             05  WS-REG-ANO          PIC 9(04).
             05  WS-REG-MES          PIC 9(02).
             05  FILLER              PIC 9(02).
         01  WS-COMP-ORC             PIC 9(06) VALUE ZEROS.
         01  FILLER REDEFINES WS-COMP-ORC.
             05  WS-ORC-ANO          PIC 9(04).
             05  WS-ORC-MES          PIC 9(02).
      *
      *   Versao comparada e tolerancia.
         77  WS-VERSAO-INF           PIC 9(02) VALUE ZEROS.
         77  WS-VERSAO-SIT           PIC X(01) VALUE SPACES.
         77  WS-VERSAO-ACHADA        PIC X     VALUE 'N'.
         77  WS-ULT-APROVADA         PIC 9(02) VALUE ZEROS.
         77  WS-TOLERANCIA           PIC 9(03)V99 VALUE ZEROS.
         77  WS-TOLERANCIA-ED        PIC ZZ9,99.
      *
      *   Plano de contas: nome e natureza.
         77  WS-QTD-CTA              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-CTA OCCURS 200 TIMES.
             05  WS-CTA-CODIGO       PIC 9(05).
             05  WS-CTA-NOME         PIC X(30).
             05  WS-CTA-NATUREZA     PIC X(01).
         77  WS-IND-CTA              PIC 9(03).
      *
      *   Contas do relatorio; valores na natureza da conta, por mes.
         77  WS-QTD-ORC              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-ORC OCCURS 200 TIMES.
             05  WS-ORC-CONTA        PIC 9(05).
             05  WS-ORC-NOME         PIC X(30).
             05  WS-ORC-NATUREZA     PIC X(01).
             05  WS-ORC-ORCADO       PIC S9(11)V99 OCCURS 12 TIMES.
             05  WS-ORC-REALIZADO    PIC S9(11)V99 OCCURS 12 TIMES.
         01  WS-ORC-AUX              PIC X(348).
         77  WS-IND-ORC              PIC 9(03).
         77  WS-IND-ORC-2            PIC 9(03).
         77  WS-ORC-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-IND-MES              PIC 9(02).
         77  WS-TROCA                PIC X     VALUE 'N'.
         77  WS-CONTA-BUSCA          PIC 9(05) VALUE ZEROS.
         77  WS-INCLUI-CONTA         PIC X     VALUE 'N'.
         01  WS-CONTA-DIGITOS        PIC 9(05) VALUE ZEROS.
         01  FILLER REDEFINES WS-CONTA-DIGITOS.
             05  WS-CONTA-GRUPO      PIC 9(01).
             05  FILLER              PIC 9(04).
         77  WS-VLR-NATUREZA         PIC S9(11)V99 VALUE ZEROS.
      *
      *   Valores de uma linha impressa.
         77  WS-VLR-ORCADO           PIC S9(11)V99 VALUE ZEROS.
         77  WS-VLR-REALIZADO        PIC S9(11)V99 VALUE ZEROS.
         77  WS-VLR-VARIACAO         PIC S9(11)V99 VALUE ZEROS.
         77  WS-PCT-VARIACAO         PIC S9(09)V9 VALUE ZEROS.
         77  WS-PCT-ABSOLUTO         PIC 9(09)V9 VALUE ZEROS.
         77  WS-MES-ORC              PIC S9(11)V99 VALUE ZEROS.
         77  WS-MES-REAL             PIC S9(11)V99 VALUE ZEROS.
         77  WS-ACU-ORC              PIC S9(11)V99 VALUE ZEROS.
         77  WS-ACU-REAL             PIC S9(11)V99 VALUE ZEROS.
         77  WS-ANO-ORC              PIC S9(11)V99 VALUE ZEROS.
         77  WS-ANO-PREVISTO         PIC S9(11)V99 VALUE ZEROS.
         77  WS-QTD-LISTADAS         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-ALERTAS          PIC 9(03) VALUE ZEROS.
      *
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
        01  LINHA-CAB.
            03  FILLER               PIC X(40) VALUE
                'CONTA / PERIODO           ORCADO       R'.
            03  FILLER               PIC X(40) VALUE
                'EALIZADO        VARIACAO    VAR %       '.
        01  LINHA-CONTA.
            03  LCT-CONTA            PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCT-NOME             PIC X(30).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCT-NATUREZA         PIC X(20).
            03  FILLER               PIC X(23) VALUE SPACES.
        01  LINHA-VALORES.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LVL-ROTULO           PIC X(14).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVL-ORCADO           PIC ----.---.--9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVL-REALIZADO        PIC ----.---.--9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVL-VARIACAO         PIC ----.---.--9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVL-PCT              PIC ----9,9.
            03  LVL-PCT-X REDEFINES LVL-PCT
                                     PIC X(07).
            03  LVL-SIMBOLO          PIC X(01).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LVL-ALERTA           PIC X(03).
            03  FILLER               PIC X(03) VALUE SPACES.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ ORCADO X REALIZADO ------'
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           IF WS-COMP-MES LESS 1 OR WS-COMP-MES GREATER 12
                    OR WS-COMP-ANO LESS 1601 THEN
              DISPLAY 'COMPETENCIA INVALIDA: ' WS-COMPETENCIA
              GOBACK
           END-IF.
           DISPLAY 'Versao do orcamento (00 = ultima aprovada): '
           ACCEPT WS-VERSAO-INF
           DISPLAY 'Tolerancia da variacao em % (0 = 10%): '
           ACCEPT WS-TOLERANCIA
           IF WS-TOLERANCIA EQUAL ZEROS THEN
              MOVE 10                          TO WS-TOLERANCIA
           END-IF.

           OPEN INPUT ORCVERSAO
           IF WS-FS-VER NOT EQUAL '00' THEN
              DISPLAY 'ORCVERSAO.DAT AUSENTE - CADASTRE O ORCAMENTO'
                      ' PELO PGORCMNT.'
              GOBACK
           END-IF.
           PERFORM ESCOLHE-VERSAO
           CLOSE ORCVERSAO.
           IF WS-VERSAO-ACHADA NOT EQUAL 'S' THEN
              IF WS-VERSAO-INF EQUAL ZEROS THEN
                 DISPLAY 'ANO ' WS-COMP-ANO ' SEM VERSAO APROVADA DO'
                         ' ORCAMENTO.'
              ELSE
                 DISPLAY 'VERSAO ' WS-VERSAO-INF ' NAO CADASTRADA EM '
                         WS-COMP-ANO '.'
              END-IF
              GOBACK
           END-IF.

           PERFORM CARREGA-PLANO
           PERFORM CARREGA-ORCADO
           OPEN INPUT DIARIO
           IF WS-FS-DIA EQUAL ZEROS THEN
              PERFORM APURA-REALIZADO
              CLOSE DIARIO
           ELSE
              DISPLAY 'DIARIO.TXT AUSENTE - REALIZADO ZERADO.'
           END-IF.
           PERFORM ORDENA-CONTAS

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM VARYING WS-IND-ORC FROM 1 BY 1
                           UNTIL WS-IND-ORC > WS-QTD-ORC
              PERFORM IMPRIME-CONTA
           END-PERFORM
           PERFORM IMPRIME-RODAPE
           CLOSE RELATORIO.
           DISPLAY 'ORCADO X REALIZADO DE ' WS-COMPETENCIA
                   ' (VERSAO ' WS-VERSAO-INF ') EM ORCREAL.LST - '
                   WS-QTD-LISTADAS ' CONTA(S), ' WS-QTD-ALERTAS
                   ' LINHA(S) ACIMA DA TOLERANCIA.'.
           GOBACK.
      *
      *   Versao informada ou, com 00, a ultima aprovada do ano.
       ESCOLHE-VERSAO.
           MOVE 'N'                            TO WS-EOF
           MOVE WS-COMP-ANO                    TO VER-ANO
           MOVE ZEROS                          TO VER-NUMERO
           START ORCVERSAO KEY NOT LESS VER-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ORCVERSAO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF VER-ANO NOT EQUAL WS-COMP-ANO THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       IF VER-APROVADA THEN
                          MOVE VER-NUMERO      TO WS-ULT-APROVADA
                       END-IF
                       IF VER-NUMERO EQUAL WS-VERSAO-INF THEN
                          MOVE 'S'             TO WS-VERSAO-ACHADA
                          MOVE VER-SITUACAO    TO WS-VERSAO-SIT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-VERSAO-INF EQUAL ZEROS
                    AND WS-ULT-APROVADA GREATER ZEROS THEN
              MOVE WS-ULT-APROVADA             TO WS-VERSAO-INF
              MOVE 'S'                         TO WS-VERSAO-ACHADA
              MOVE 'A'                         TO WS-VERSAO-SIT
           END-IF.
      *
       CARREGA-PLANO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PLANOCTA
           IF WS-FS-CTA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PLANOCTA
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-CTA LESS 200 THEN
                          ADD 1                TO WS-QTD-CTA
                          MOVE CTA-CODIGO      TO
                               WS-CTA-CODIGO(WS-QTD-CTA)
                          MOVE CTA-NOME        TO
                               WS-CTA-NOME(WS-QTD-CTA)
                          MOVE CTA-NATUREZA    TO
                               WS-CTA-NATUREZA(WS-QTD-CTA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANOCTA
           END-IF.
      *
       CARREGA-ORCADO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT ORCAMENTO
           IF WS-FS-ORC NOT EQUAL '00' THEN
              DISPLAY 'ORCAMENTO.DAT AUSENTE - ORCADO ZERADO.'
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ ORCAMENTO NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE ORC-COMPETENCIA    TO WS-COMP-ORC
                       IF ORC-VERSAO EQUAL WS-VERSAO-INF
                                AND WS-ORC-ANO EQUAL WS-COMP-ANO
                                AND WS-ORC-MES NOT LESS 1
                                AND WS-ORC-MES NOT GREATER 12 THEN
                          MOVE ORC-CONTA       TO WS-CONTA-BUSCA
                          MOVE 'S'             TO WS-INCLUI-CONTA
                          PERFORM ACHA-CONTA
                          IF WS-ORC-ACHADA GREATER ZEROS THEN
                             ADD ORC-VALOR     TO
                                 WS-ORC-ORCADO(WS-ORC-ACHADA,
                                               WS-ORC-MES)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ORCAMENTO
           END-IF.
      *
      *   Posicao da conta WS-CONTA-BUSCA na tabela do relatorio;
      *   com WS-INCLUI-CONTA 'S' a conta nova entra zerada, com o
      *   nome e a natureza do plano (sem plano, a natureza sai do
      *   primeiro digito: 2 e 3 credora, as demais devedora).
       ACHA-CONTA.
           MOVE ZEROS                          TO WS-ORC-ACHADA
           PERFORM VARYING WS-IND-ORC-2 FROM 1 BY 1
                           UNTIL WS-IND-ORC-2 > WS-QTD-ORC
                              OR WS-ORC-ACHADA GREATER ZEROS
              IF WS-ORC-CONTA(WS-IND-ORC-2) EQUAL WS-CONTA-BUSCA THEN
                 MOVE WS-IND-ORC-2             TO WS-ORC-ACHADA
              END-IF
           END-PERFORM
           IF WS-ORC-ACHADA EQUAL ZEROS AND WS-INCLUI-CONTA EQUAL 'S'
                    AND WS-QTD-ORC LESS 200 THEN
              ADD 1                            TO WS-QTD-ORC
              MOVE WS-QTD-ORC                  TO WS-ORC-ACHADA
              MOVE WS-CONTA-BUSCA              TO
                   WS-ORC-CONTA(WS-ORC-ACHADA)
              MOVE 'CONTA FORA DO PLANO'       TO
                   WS-ORC-NOME(WS-ORC-ACHADA)
              MOVE WS-CONTA-BUSCA              TO WS-CONTA-DIGITOS
              IF WS-CONTA-GRUPO EQUAL 2 OR WS-CONTA-GRUPO EQUAL 3
                 THEN
                 MOVE 'C'                      TO
                      WS-ORC-NATUREZA(WS-ORC-ACHADA)
              ELSE
                 MOVE 'D'                      TO
                      WS-ORC-NATUREZA(WS-ORC-ACHADA)
              END-IF
              PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                              UNTIL WS-IND-CTA > WS-QTD-CTA
                 IF WS-CTA-CODIGO(WS-IND-CTA) EQUAL WS-CONTA-BUSCA
                    THEN
                    MOVE WS-CTA-NOME(WS-IND-CTA) TO
                         WS-ORC-NOME(WS-ORC-ACHADA)
                    MOVE WS-CTA-NATUREZA(WS-IND-CTA) TO
                         WS-ORC-NATUREZA(WS-ORC-ACHADA)
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-IND-MES FROM 1 BY 1
                              UNTIL WS-IND-MES > 12
                 MOVE ZEROS                    TO
                      WS-ORC-ORCADO(WS-ORC-ACHADA, WS-IND-MES)
                      WS-ORC-REALIZADO(WS-ORC-ACHADA, WS-IND-MES)
              END-PERFORM
           END-IF.
      *
      *   Realizado do ano ate a competencia. Conta sem orcamento so
      *   entra se for de resultado (grupo 3 em diante).
       APURA-REALIZADO.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ DIARIO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE DIA-DATA              TO WS-DATA-REG
                    IF WS-REG-ANO EQUAL WS-COMP-ANO
                             AND WS-REG-MES NOT LESS 1
                             AND WS-REG-MES NOT GREATER WS-COMP-MES
                       THEN
                       PERFORM TRATA-PARTIDA
                    END-IF
              END-READ
           END-PERFORM.
      *
       TRATA-PARTIDA.
           MOVE DIA-CONTA                      TO WS-CONTA-BUSCA
                                                  WS-CONTA-DIGITOS
           IF WS-CONTA-GRUPO NOT LESS 3 THEN
              MOVE 'S'                         TO WS-INCLUI-CONTA
           ELSE
              MOVE 'N'                         TO WS-INCLUI-CONTA
           END-IF
           PERFORM ACHA-CONTA
           IF WS-ORC-ACHADA GREATER ZEROS THEN
              IF DIA-DC EQUAL WS-ORC-NATUREZA(WS-ORC-ACHADA) THEN
                 MOVE DIA-VALOR                TO WS-VLR-NATUREZA
              ELSE
                 COMPUTE WS-VLR-NATUREZA = DIA-VALOR * -1
              END-IF
              ADD WS-VLR-NATUREZA              TO
                  WS-ORC-REALIZADO(WS-ORC-ACHADA, WS-REG-MES)
           END-IF.
      *
       ORDENA-CONTAS.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-ORC FROM 1 BY 1
                              UNTIL WS-IND-ORC NOT LESS WS-QTD-ORC
                 COMPUTE WS-IND-ORC-2 = WS-IND-ORC + 1
                 IF WS-ORC-CONTA(WS-IND-ORC) GREATER
                          WS-ORC-CONTA(WS-IND-ORC-2) THEN
                    MOVE WS-TAB-ORC(WS-IND-ORC)   TO WS-ORC-AUX
                    MOVE WS-TAB-ORC(WS-IND-ORC-2) TO
                         WS-TAB-ORC(WS-IND-ORC)
                    MOVE WS-ORC-AUX            TO
                         WS-TAB-ORC(WS-IND-ORC-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGORCREL'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'ORCADO X REALIZADO - '      DELIMITED SIZE
                  WS-COMPETENCIA               DELIMITED SIZE
                  INTO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-TOLERANCIA                  TO WS-TOLERANCIA-ED
           MOVE SPACES                         TO TIT-TEXTO
           STRING 'ORCAMENTO ' WS-COMP-ANO ' VERSAO ' DELIMITED SIZE
                  WS-VERSAO-INF                DELIMITED SIZE
                  INTO TIT-TEXTO
           IF WS-VERSAO-SIT EQUAL 'A' THEN
              MOVE ' (APROVADA)'               TO TIT-TEXTO(25:11)
           ELSE
              MOVE ' (EM ELABORACAO)'          TO TIT-TEXTO(25:16)
           END-IF
           MOVE '- TOLERANCIA'                 TO TIT-TEXTO(42:12)
           MOVE WS-TOLERANCIA-ED               TO TIT-TEXTO(55:6)
           MOVE '%'                            TO TIT-TEXTO(61:1)
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 2 LINES
           WRITE REG-REL FROM LINHA-CAB  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
      *   Tres linhas por conta: mes, acumulado no ano e previsao do
      *   ano (realizado ate o mes + orcado dos meses seguintes).
       IMPRIME-CONTA.
           MOVE ZEROS                          TO WS-ACU-ORC
                                                  WS-ACU-REAL
                                                  WS-ANO-ORC
                                                  WS-ANO-PREVISTO
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES > 12
              ADD WS-ORC-ORCADO(WS-IND-ORC, WS-IND-MES)
                                               TO WS-ANO-ORC
              IF WS-IND-MES NOT GREATER WS-COMP-MES THEN
                 ADD WS-ORC-ORCADO(WS-IND-ORC, WS-IND-MES)
                                               TO WS-ACU-ORC
                 ADD WS-ORC-REALIZADO(WS-IND-ORC, WS-IND-MES)
                                               TO WS-ACU-REAL
              ELSE
                 ADD WS-ORC-ORCADO(WS-IND-ORC, WS-IND-MES)
                                               TO WS-ANO-PREVISTO
              END-IF
           END-PERFORM
           ADD WS-ACU-REAL                     TO WS-ANO-PREVISTO
           MOVE WS-ORC-ORCADO(WS-IND-ORC, WS-COMP-MES)
                                               TO WS-MES-ORC
           MOVE WS-ORC-REALIZADO(WS-IND-ORC, WS-COMP-MES)
                                               TO WS-MES-REAL

           ADD 1                               TO WS-QTD-LISTADAS
           MOVE WS-ORC-CONTA(WS-IND-ORC)       TO LCT-CONTA
           MOVE WS-ORC-NOME(WS-IND-ORC)        TO LCT-NOME
           IF WS-ORC-NATUREZA(WS-IND-ORC) EQUAL 'C' THEN
              MOVE '(NATUREZA CREDORA)'        TO LCT-NATUREZA
           ELSE
              MOVE '(NATUREZA DEVEDORA)'       TO LCT-NATUREZA
           END-IF
           WRITE REG-REL FROM LINHA-CONTA BEFORE ADVANCING 1 LINES
           MOVE SPACES                         TO LVL-ROTULO
           STRING 'MES ' WS-COMPETENCIA DELIMITED SIZE
                  INTO LVL-ROTULO
           MOVE WS-MES-ORC                     TO WS-VLR-ORCADO
           MOVE WS-MES-REAL                    TO WS-VLR-REALIZADO
           PERFORM IMPRIME-VALORES
           MOVE 'ACUMULADO ANO'                TO LVL-ROTULO
           MOVE WS-ACU-ORC                     TO WS-VLR-ORCADO
           MOVE WS-ACU-REAL                    TO WS-VLR-REALIZADO
           PERFORM IMPRIME-VALORES
           MOVE 'PREVISAO ANO'                 TO LVL-ROTULO
           MOVE WS-ANO-ORC                     TO WS-VLR-ORCADO
           MOVE WS-ANO-PREVISTO                TO WS-VLR-REALIZADO
           PERFORM IMPRIME-VALORES.
      *
      *   Variacao = realizado - orcado; o percentual e sobre o
      *   orcado. Passando da tolerancia (para mais ou para menos),
      *   ou realizado sem orcado, a linha sai marcada.
       IMPRIME-VALORES.
           COMPUTE WS-VLR-VARIACAO = WS-VLR-REALIZADO - WS-VLR-ORCADO
           MOVE WS-VLR-ORCADO                  TO LVL-ORCADO
           MOVE WS-VLR-REALIZADO               TO LVL-REALIZADO
           MOVE WS-VLR-VARIACAO                TO LVL-VARIACAO
           MOVE SPACES                         TO LVL-ALERTA
           MOVE '%'                            TO LVL-SIMBOLO
           IF WS-VLR-ORCADO EQUAL ZEROS THEN
              MOVE SPACE                       TO LVL-SIMBOLO
              IF WS-VLR-REALIZADO EQUAL ZEROS THEN
                 MOVE SPACES                   TO LVL-PCT-X
              ELSE
                 MOVE 'S/ORC'                  TO LVL-PCT-X
                 MOVE '***'                    TO LVL-ALERTA
              END-IF
           ELSE
              COMPUTE WS-PCT-VARIACAO ROUNDED =
                 WS-VLR-VARIACAO * 100 / WS-VLR-ORCADO
              IF WS-PCT-VARIACAO LESS ZEROS THEN
                 COMPUTE WS-PCT-ABSOLUTO = WS-PCT-VARIACAO * -1
              ELSE
                 MOVE WS-PCT-VARIACAO          TO WS-PCT-ABSOLUTO
              END-IF
              IF WS-PCT-ABSOLUTO GREATER 9999,9 THEN
                 IF WS-PCT-VARIACAO LESS ZEROS THEN
                    MOVE -9999,9               TO LVL-PCT
                 ELSE
                    MOVE 9999,9                TO LVL-PCT
                 END-IF
              ELSE
                 MOVE WS-PCT-VARIACAO          TO LVL-PCT
              END-IF
              IF WS-PCT-ABSOLUTO GREATER WS-TOLERANCIA THEN
                 MOVE '***'                    TO LVL-ALERTA
              END-IF
           END-IF
           IF LVL-ALERTA NOT EQUAL SPACES THEN
              ADD 1                            TO WS-QTD-ALERTAS
           END-IF
           WRITE REG-REL FROM LINHA-VALORES BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-RODAPE.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE SPACES                         TO TIT-TEXTO
           STRING 'CONTAS: '                   DELIMITED SIZE
                  WS-QTD-LISTADAS              DELIMITED SIZE
                  '   LINHAS ACIMA DA TOLERANCIA (***): '
                                               DELIMITED SIZE
                  WS-QTD-ALERTAS               DELIMITED SIZE
                  INTO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           MOVE 'PREVISAO ANO: ORCADO DO ANO X REALIZADO ATE O MES +'
                                               TO TIT-TEXTO
           MOVE ' ORCADO DOS MESES SEGUINTES'  TO TIT-TEXTO(52:27)
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGORCREL.
