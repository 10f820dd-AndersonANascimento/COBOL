      *****************************************************************
      * Program name:    PGCONSEN
      * Original author: Anderson Nascimento
      * Purpose: Registro de consentimento de marketing (LGPD) por
      *          CPF, para clientes e alunos:
      *            R - registra o consentimento dado ou retirado num
      *                canal (C correio, E e-mail, S SMS, T telefone),
      *                com o CPF conferido pelo PGVALCPF, a data, o
      *                operador e a origem do pedido; a situacao atual
      *                fica em CONSENT.DAT (lida pelo PGCONSCK nas
      *                malas diretas) e toda mudanca vai para a
      *                trilha CONSENT.LOG;
      *            C - consulta a situacao do CPF nos quatro canais;
      *            L - relatorio das mudancas de um periodo, da
      *                trilha, em CONSENT.LST para o encarregado de
      *                dados.
      *          Cobranca e cartas de resultado academico sao
      *          obrigatorias e nao consultam este registro.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCONSEN.
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
           SELECT CONSENT ASSIGN TO './CONSENT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CON-CHAVE
           FILE STATUS   IS WS-FS-CON.
           SELECT CONSLOG ASSIGN TO './CONSENT.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-LOG.
           SELECT RELATORIO ASSIGN TO './CONSENT.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CONSENT.DAT - situacao atual por CPF e canal.
         FD  CONSENT.
         01  REG-CONSENT.
             05  CON-CHAVE.
                 10  CON-CPF         PIC 9(11).
                 10  CON-CANAL       PIC X(01).
             05  CON-SITUACAO        PIC X(01).
                 88  CON-CONCEDIDO   VALUE 'C'.
                 88  CON-RETIRADO    VALUE 'R'.
             05  CON-DATA            PIC 9(08).
             05  CON-HORA            PIC 9(06).
             05  CON-OPERADOR        PIC X(08).
             05  CON-ORIGEM          PIC X(20).
      *
      *   CONSENT.LOG - trilha de toda mudanca, nunca regravada.
         FD  CONSLOG.
         01  REG-CONSLOG.
             05  LOG-DATA            PIC 9(08).
             05  FILLER              PIC X(01).
             05  LOG-HORA            PIC 9(06).
             05  FILLER              PIC X(01).
             05  LOG-CPF             PIC 9(11).
             05  FILLER              PIC X(01).
             05  LOG-CANAL           PIC X(01).
             05  FILLER              PIC X(01).
             05  LOG-ANTERIOR        PIC X(01).
             05  FILLER              PIC X(01).
             05  LOG-NOVA            PIC X(01).
             05  FILLER              PIC X(01).
             05  LOG-OPERADOR        PIC X(08).
             05  FILLER              PIC X(01).
             05  LOG-ORIGEM          PIC X(20).
             05  FILLER              PIC X(17).
      *
      *   CONSENT.LST - mudancas do periodo.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CON               PIC X(02) VALUE '00'.
         77  WS-FS-LOG               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-MODO                 PIC X     VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-CANAL-INF            PIC X(01) VALUE SPACE.
             88  WS-CANAL-VALIDO     VALUE 'C' 'E' 'S' 'T'.
         77  WS-SITUACAO-INF         PIC X(01) VALUE SPACE.
             88  WS-SITUACAO-VALIDA  VALUE 'C' 'R'.
         77  WS-ORIGEM-INF           PIC X(20) VALUE SPACES.
         77  WS-SITUACAO-ANTERIOR    PIC X(01) VALUE SPACE.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-IND-CANAL            PIC 9(01).
         77  WS-CANAIS               PIC X(04) VALUE 'CEST'.
         77  WS-CANAL-AUX            PIC X(01) VALUE SPACE.
         77  WS-SITUACAO-AUX         PIC X(01) VALUE SPACE.
         77  WS-DESC-CANAL           PIC X(08) VALUE SPACES.
         77  WS-DESC-SITUACAO        PIC X(10) VALUE SPACES.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Periodo do relatorio de mudancas.
         77  WS-DATA-INF             PIC X(08) VALUE SPACES.
         01  WS-DATA-INF-R.
             05  WS-DTI-ANO          PIC 9(04).
             05  WS-DTI-MES          PIC 9(02).
             05  WS-DTI-DIA          PIC 9(02).
         77  WS-DATA-INICIAL         PIC 9(08) VALUE ZEROS.
         77  WS-DATA-FINAL           PIC 9(08) VALUE ZEROS.
         77  WS-QTD-MUDANCAS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CONCEDIDOS       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-RETIRADOS        PIC 9(05) VALUE ZEROS.
      *
         COPY CPFVAL.
         COPY DATAVAL.
         COPY CABREL.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(40) VALUE
                'DATA     HORA   CPF         CANAL    DE '.
            03  FILLER               PIC X(40) VALUE
                '        PARA       OPERADOR ORIGEM     '.
      *
        01  LINHA-MUDANCA.
            03  LMU-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMU-HORA             PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMU-CPF              PIC 9(11).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMU-CANAL            PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMU-ANTERIOR         PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMU-NOVA             PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMU-OPERADOR         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LMU-ORIGEM           PIC X(12).
      *
        01  LINHA-TOTAL.
            03  FILLER               PIC X(10) VALUE 'MUDANCAS:'.
            03  TOT-MUDANCAS         PIC ZZZZ9.
            03  FILLER               PIC X(16) VALUE
                '   CONCEDIDOS: '.
            03  TOT-CONCEDIDOS       PIC ZZZZ9.
            03  FILLER               PIC X(15) VALUE
                '   RETIRADOS: '.
            03  TOT-RETIRADOS        PIC ZZZZ9.
            03  FILLER               PIC X(24) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           DISPLAY '------ CONSENTIMENTO DE MARKETING (LGPD) ------'
           DISPLAY 'Modo (R-Registrar/C-Consultar/L-Relatorio de '
                   'mudancas): '
           ACCEPT WS-MODO
           EVALUATE WS-MODO
              WHEN 'R'
              WHEN 'r'
                 PERFORM REGISTRA-CONSENTIMENTO
              WHEN 'C'
              WHEN 'c'
                 PERFORM CONSULTA-CPF
              WHEN 'L'
              WHEN 'l'
                 PERFORM RELATORIO-MUDANCAS
              WHEN OTHER
                 DISPLAY '>> MODO INVALIDO.'
           END-EVALUATE.
           GOBACK.
      *
      *   CPF so entra com os digitos verificadores corretos.
       ACEITA-CPF.
           MOVE 'N'                            TO CV-STATUS
           PERFORM UNTIL CV-CPF-VALIDO
              DISPLAY 'CPF do titular (11 digitos): '
              ACCEPT CV-CPF
              CALL './bin/PGVALCPF' USING CV-PARM
              IF CV-CPF-INVALIDO THEN
                 DISPLAY '>> CPF INVALIDO - DIGITE NOVAMENTE.'
              END-IF
           END-PERFORM.
      *
      *   Modo R: a mudanca so e gravada (e vai para a trilha) se a
      *   situacao do canal de fato mudar.
       REGISTRA-CONSENTIMENTO.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           PERFORM ACEITA-CPF
           MOVE SPACE                          TO WS-CANAL-INF
           PERFORM UNTIL WS-CANAL-VALIDO
              DISPLAY 'Canal (C-Correio/E-E-mail/S-SMS/T-Telefone): '
              ACCEPT WS-CANAL-INF
              MOVE FUNCTION UPPER-CASE(WS-CANAL-INF) TO WS-CANAL-INF
           END-PERFORM.
           MOVE SPACE                          TO WS-SITUACAO-INF
           PERFORM UNTIL WS-SITUACAO-VALIDA
              DISPLAY 'Consentimento (C-Concedido/R-Retirado): '
              ACCEPT WS-SITUACAO-INF
              MOVE FUNCTION UPPER-CASE(WS-SITUACAO-INF)
                                               TO WS-SITUACAO-INF
           END-PERFORM.
           MOVE SPACES                         TO WS-ORIGEM-INF
           PERFORM UNTIL WS-ORIGEM-INF NOT EQUAL SPACES
              DISPLAY 'Origem do pedido (balcao, e-mail, carta...): '
              ACCEPT WS-ORIGEM-INF
           END-PERFORM.

           OPEN I-O CONSENT
           IF WS-FS-CON EQUAL '35' THEN
              OPEN OUTPUT CONSENT
              CLOSE CONSENT
              OPEN I-O CONSENT
           END-IF.
           MOVE CV-CPF                         TO CON-CPF
           MOVE WS-CANAL-INF                   TO CON-CANAL
           MOVE SPACE                          TO WS-SITUACAO-ANTERIOR
           READ CONSENT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CON-SITUACAO             TO WS-SITUACAO-ANTERIOR
           END-READ.
           IF WS-SITUACAO-ANTERIOR EQUAL WS-SITUACAO-INF THEN
              CLOSE CONSENT
              DISPLAY '>> SITUACAO JA REGISTRADA EM ' CON-DATA
                      ' - NADA ALTERADO.'
              GOBACK
           END-IF.
           DISPLAY 'Confirma o registro (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              CLOSE CONSENT
              DISPLAY 'REGISTRO CANCELADO.'
              GOBACK
           END-IF.
           MOVE CV-CPF                         TO CON-CPF
           MOVE WS-CANAL-INF                   TO CON-CANAL
           MOVE WS-SITUACAO-INF                TO CON-SITUACAO
           MOVE WS-DATA-HOJE                   TO CON-DATA
           MOVE WS-DATA-HORA(9:6)              TO CON-HORA
           MOVE WS-OPERADOR                    TO CON-OPERADOR
           MOVE WS-ORIGEM-INF                  TO CON-ORIGEM
           WRITE REG-CONSENT
              INVALID KEY
                 REWRITE REG-CONSENT
           END-WRITE.
           CLOSE CONSENT.
           PERFORM GRAVA-TRILHA.
           DISPLAY 'CONSENTIMENTO REGISTRADO.'.
      *
       GRAVA-TRILHA.
           OPEN EXTEND CONSLOG
           IF WS-FS-LOG EQUAL '35' THEN
              OPEN OUTPUT CONSLOG
           END-IF.
           MOVE SPACES                         TO REG-CONSLOG
           MOVE CON-DATA                       TO LOG-DATA
           MOVE CON-HORA                       TO LOG-HORA
           MOVE CON-CPF                        TO LOG-CPF
           MOVE CON-CANAL                      TO LOG-CANAL
           MOVE WS-SITUACAO-ANTERIOR           TO LOG-ANTERIOR
           MOVE CON-SITUACAO                   TO LOG-NOVA
           MOVE CON-OPERADOR                   TO LOG-OPERADOR
           MOVE CON-ORIGEM                     TO LOG-ORIGEM
           WRITE REG-CONSLOG.
           CLOSE CONSLOG.
      *
      *   Modo C: situacao do CPF em cada canal.
       CONSULTA-CPF.
           PERFORM ACEITA-CPF
           OPEN INPUT CONSENT
           IF WS-FS-CON NOT EQUAL '00' THEN
              DISPLAY 'NENHUM REGISTRO - TODOS OS CANAIS PERMITIDOS.'
              GOBACK
           END-IF.
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                           UNTIL WS-IND-CANAL > 4
              MOVE CV-CPF                      TO CON-CPF
              MOVE WS-CANAIS(WS-IND-CANAL:1)   TO CON-CANAL
              MOVE CON-CANAL                   TO WS-CANAL-AUX
              PERFORM DESCREVE-CANAL
              READ CONSENT
                 INVALID KEY
                    DISPLAY WS-DESC-CANAL ': SEM REGISTRO (PERMITIDO)'
                 NOT INVALID KEY
                    MOVE CON-SITUACAO          TO WS-SITUACAO-AUX
                    PERFORM DESCREVE-SITUACAO
                    DISPLAY WS-DESC-CANAL ': ' WS-DESC-SITUACAO
                            ' EM ' CON-DATA ' POR ' CON-OPERADOR
                            ' (' CON-ORIGEM ')'
              END-READ
           END-PERFORM.
           CLOSE CONSENT.
      *
       DESCREVE-CANAL.
           EVALUATE WS-CANAL-AUX
              WHEN 'C'
                 MOVE 'CORREIO'                TO WS-DESC-CANAL
              WHEN 'E'
                 MOVE 'E-MAIL'                 TO WS-DESC-CANAL
              WHEN 'S'
                 MOVE 'SMS'                    TO WS-DESC-CANAL
              WHEN OTHER
                 MOVE 'TELEFONE'               TO WS-DESC-CANAL
           END-EVALUATE.
      *
       DESCREVE-SITUACAO.
           EVALUATE WS-SITUACAO-AUX
              WHEN 'C'
                 MOVE 'CONCEDIDO'              TO WS-DESC-SITUACAO
              WHEN 'R'
                 MOVE 'RETIRADO'               TO WS-DESC-SITUACAO
              WHEN OTHER
                 MOVE '(NOVO)'                 TO WS-DESC-SITUACAO
           END-EVALUATE.
      *
      *   Modo L: a trilha e lida inteira; entram as mudancas com
      *   data dentro do periodo pedido.
       RELATORIO-MUDANCAS.
           DISPLAY 'Data inicial (AAAAMMDD): '
           PERFORM ACEITA-DATA
           MOVE DV-DATA-AAAAMMDD               TO WS-DATA-INICIAL
           DISPLAY 'Data final (AAAAMMDD): '
           PERFORM ACEITA-DATA
           MOVE DV-DATA-AAAAMMDD               TO WS-DATA-FINAL
           IF WS-DATA-FINAL LESS WS-DATA-INICIAL THEN
              DISPLAY '>> PERIODO INVALIDO.'
              GOBACK
           END-IF.
           OPEN INPUT CONSLOG
           IF WS-FS-LOG NOT EQUAL '00' THEN
              DISPLAY '>> CONSENT.LOG INDISPONIVEL - NENHUMA MUDANCA'
                      ' REGISTRADA.'
              GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONSLOG
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF LOG-DATA NOT LESS WS-DATA-INICIAL
                             AND LOG-DATA NOT GREATER WS-DATA-FINAL
                             THEN
                       PERFORM IMPRIME-MUDANCA
                    END-IF
              END-READ
           END-PERFORM.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-QTD-MUDANCAS                TO TOT-MUDANCAS
           MOVE WS-QTD-CONCEDIDOS              TO TOT-CONCEDIDOS
           MOVE WS-QTD-RETIRADOS               TO TOT-RETIRADOS
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           CLOSE CONSLOG RELATORIO.
           DISPLAY 'MUDANCAS NO PERIODO: ' WS-QTD-MUDANCAS
                   ' - RELATORIO EM CONSENT.LST'.
      *
       ACEITA-DATA.
           MOVE 'N'                            TO DV-STATUS
           PERFORM UNTIL DV-DATA-VALIDA
              ACCEPT WS-DATA-INF
              IF WS-DATA-INF IS NUMERIC THEN
                 MOVE WS-DATA-INF              TO WS-DATA-INF-R
                 MOVE WS-DTI-DIA               TO DV-DIA
                 MOVE WS-DTI-MES               TO DV-MES
                 MOVE WS-DTI-ANO               TO DV-ANO
                 CALL './bin/PGVALDAT' USING DV-PARM
              END-IF
              IF NOT DV-DATA-VALIDA THEN
                 DISPLAY '>> DATA INVALIDA - DIGITE NOVAMENTE'
                         ' (AAAAMMDD): '
              END-IF
           END-PERFORM.
      *
       IMPRIME-MUDANCA.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE LOG-DATA                       TO LMU-DATA
           MOVE LOG-HORA                       TO LMU-HORA
           MOVE LOG-CPF                        TO LMU-CPF
           MOVE LOG-CANAL                      TO WS-CANAL-AUX
           PERFORM DESCREVE-CANAL
           MOVE WS-DESC-CANAL                  TO LMU-CANAL
           EVALUATE LOG-ANTERIOR
              WHEN 'C'
                 MOVE 'CONCEDIDO'              TO LMU-ANTERIOR
              WHEN 'R'
                 MOVE 'RETIRADO'               TO LMU-ANTERIOR
              WHEN OTHER
                 MOVE '(NOVO)'                 TO LMU-ANTERIOR
           END-EVALUATE
           MOVE LOG-NOVA                       TO WS-SITUACAO-AUX
           PERFORM DESCREVE-SITUACAO
           MOVE WS-DESC-SITUACAO               TO LMU-NOVA
           MOVE LOG-OPERADOR                   TO LMU-OPERADOR
           MOVE LOG-ORIGEM                     TO LMU-ORIGEM
           WRITE REG-REL FROM LINHA-MUDANCA BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN
           ADD 1                               TO WS-QTD-MUDANCAS
           IF LOG-NOVA EQUAL 'C' THEN
              ADD 1                            TO WS-QTD-CONCEDIDOS
           ELSE
              ADD 1                            TO WS-QTD-RETIRADOS
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGCONSEN'                     TO CR-PROGRAMA
           MOVE 'MUDANCAS DE CONSENTIMENTO (LGPD)'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES
           MOVE 4                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
       END PROGRAM PGCONSEN.
