      *****************************************************************
      * Program name:    PGAFADIA
      * Original author: Anderson Nascimento
      * Purpose: Apuracao de afastamentos (area no copybook AFASTA,
      *          mesmo padrao de CALL do PGFECPER): recebe a matricula
      *          e um periodo e soma os afastamentos de AFASTAM.DAT
      *          (PGAFAMNT) que caem nele, pelas regras de cada tipo:
      *            DO doenca      - a empresa paga os 15 primeiros
      *                             dias, o resto e do INSS e fica
      *                             fora do periodo aquisitivo;
      *            AT acidente    - a empresa paga os 15 primeiros
      *                             dias; o periodo aquisitivo corre;
      *            MA maternidade - paga pela empresa (compensada na
      *                             guia do INSS); o aquisitivo corre;
      *            NR nao remun.  - nada pago; o aquisitivo para.
      *          Afastamento sem retorno registrado vale ate o fim do
      *          periodo pedido. Sem o arquivo, tudo zerado.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAFADIA.
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
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS AFA-CHAVE
           FILE STATUS   IS WS-FS-AFA.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   AFASTAM.DAT - afastamentos por matricula + data de inicio
      *   (layout do PGAFAMNT).
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
         WORKING-STORAGE SECTION.
         77  WS-FS-AFA               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
      *
      *   Regras por tipo: dias pagos pela empresa desde o inicio do
      *   afastamento e se os dias nao pagos param o aquisitivo.
         01  WS-TAB-REGRAS-VALORES.
             05  FILLER              PIC X(08) VALUE 'DO00015S'.
             05  FILLER              PIC X(08) VALUE 'AT00015N'.
             05  FILLER              PIC X(08) VALUE 'MA99999N'.
             05  FILLER              PIC X(08) VALUE 'NR00000S'.
         01  WS-TAB-REGRAS REDEFINES WS-TAB-REGRAS-VALORES.
             05  WS-REGRA OCCURS 4 TIMES.
                 10  WS-REG-TIPO     PIC X(02).
                 10  WS-REG-DIAS-EMP PIC 9(05).
                 10  WS-REG-SUSPENDE PIC X(01).
         77  WS-IND-REGRA            PIC 9(01).
         77  WS-REGRA-ACHADA         PIC 9(01) VALUE ZERO.
      *
      *   Datas como dias corridos (INTEGER-OF-DATE).
         77  WS-INT-PER-INI          PIC 9(07) VALUE ZEROS.
         77  WS-INT-PER-FIM          PIC 9(07) VALUE ZEROS.
         77  WS-INT-AFA-INI          PIC 9(07) VALUE ZEROS.
         77  WS-INT-AFA-FIM          PIC 9(07) VALUE ZEROS.
         77  WS-INT-SOB-INI          PIC 9(07) VALUE ZEROS.
         77  WS-INT-SOB-FIM          PIC 9(07) VALUE ZEROS.
         77  WS-INT-NAO-PAGO         PIC 9(07) VALUE ZEROS.
         77  WS-DIAS-CALC            PIC 9(05) VALUE ZEROS.
      *****************************************************************
       LINKAGE SECTION.
       COPY AFASTA.
      *****************************************************************
       PROCEDURE DIVISION USING AF-PARM.
       MAIN-PROCEDURE.
           MOVE ZEROS                          TO AF-QTD-AFASTAMENTOS
                                                  AF-DIAS-AFASTADO
                                                  AF-DIAS-SEM-SALARIO
                                                  AF-DIAS-SUSPENSOS
           MOVE 'N'                            TO AF-SITUACAO-FIM
           MOVE SPACES                         TO AF-TIPO-FIM
           IF AF-INICIO EQUAL ZEROS OR AF-FIM LESS AF-INICIO THEN
              EXIT PROGRAM
           END-IF.
           COMPUTE WS-INT-PER-INI = FUNCTION INTEGER-OF-DATE(AF-INICIO)
           COMPUTE WS-INT-PER-FIM = FUNCTION INTEGER-OF-DATE(AF-FIM)

           OPEN INPUT AFASTAM
           IF WS-FS-AFA NOT EQUAL '00' THEN
              EXIT PROGRAM
           END-IF.
           MOVE AF-MATRICULA                   TO AFA-MATRICULA
           MOVE ZEROS                          TO AFA-INICIO
           MOVE 'N'                            TO WS-EOF
           START AFASTAM KEY NOT LESS AFA-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ AFASTAM NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF AFA-MATRICULA NOT EQUAL AF-MATRICULA
                             OR AFA-INICIO GREATER AF-FIM THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       PERFORM APURA-AFASTAMENTO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE AFASTAM.
           EXIT PROGRAM.
      *
      *   Sobreposicao do afastamento com o periodo; o afastamento
      *   vai do inicio ate a vespera do retorno registrado (sem
      *   retorno, ate o fim do periodo).
       APURA-AFASTAMENTO.
           COMPUTE WS-INT-AFA-INI =
              FUNCTION INTEGER-OF-DATE(AFA-INICIO)
           IF AFA-RETORNO-REAL GREATER ZEROS THEN
              COMPUTE WS-INT-AFA-FIM =
                 FUNCTION INTEGER-OF-DATE(AFA-RETORNO-REAL) - 1
           ELSE
              MOVE WS-INT-PER-FIM              TO WS-INT-AFA-FIM
           END-IF
           IF WS-INT-AFA-INI GREATER WS-INT-PER-INI THEN
              MOVE WS-INT-AFA-INI              TO WS-INT-SOB-INI
           ELSE
              MOVE WS-INT-PER-INI              TO WS-INT-SOB-INI
           END-IF
           IF WS-INT-AFA-FIM LESS WS-INT-PER-FIM THEN
              MOVE WS-INT-AFA-FIM              TO WS-INT-SOB-FIM
           ELSE
              MOVE WS-INT-PER-FIM              TO WS-INT-SOB-FIM
           END-IF
           IF WS-INT-SOB-INI GREATER WS-INT-SOB-FIM THEN
              CONTINUE
           ELSE
              ADD 1                            TO AF-QTD-AFASTAMENTOS
              COMPUTE AF-DIAS-AFASTADO = AF-DIAS-AFASTADO
                 + WS-INT-SOB-FIM - WS-INT-SOB-INI + 1
              IF WS-INT-AFA-FIM NOT LESS WS-INT-PER-FIM THEN
                 MOVE 'S'                      TO AF-SITUACAO-FIM
                 MOVE AFA-TIPO                 TO AF-TIPO-FIM
              END-IF
              PERFORM APURA-DIAS-NAO-PAGOS
           END-IF.
      *
      *   Dias nao pagos: da data em que acaba a parte da empresa
      *   ate o fim da sobreposicao. Tipo fora da tabela e tratado
      *   como nao remunerado.
       APURA-DIAS-NAO-PAGOS.
           MOVE 4                              TO WS-REGRA-ACHADA
           PERFORM VARYING WS-IND-REGRA FROM 1 BY 1
                           UNTIL WS-IND-REGRA > 4
              IF WS-REG-TIPO(WS-IND-REGRA) EQUAL AFA-TIPO THEN
                 MOVE WS-IND-REGRA             TO WS-REGRA-ACHADA
              END-IF
           END-PERFORM
           COMPUTE WS-INT-NAO-PAGO = WS-INT-AFA-INI
              + WS-REG-DIAS-EMP(WS-REGRA-ACHADA)
           IF WS-INT-NAO-PAGO LESS WS-INT-SOB-INI THEN
              MOVE WS-INT-SOB-INI              TO WS-INT-NAO-PAGO
           END-IF
           IF WS-INT-NAO-PAGO NOT GREATER WS-INT-SOB-FIM THEN
              COMPUTE WS-DIAS-CALC =
                 WS-INT-SOB-FIM - WS-INT-NAO-PAGO + 1
              ADD WS-DIAS-CALC                 TO AF-DIAS-SEM-SALARIO
              IF WS-REG-SUSPENDE(WS-REGRA-ACHADA) EQUAL 'S' THEN
                 ADD WS-DIAS-CALC              TO AF-DIAS-SUSPENSOS
              END-IF
           END-IF.
      *
       END PROGRAM PGAFADIA.
