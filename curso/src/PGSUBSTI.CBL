      *****************************************************************
      * Program name:    PGSUBSTI
      * Original author: Anderson Nascimento
      * Purpose: Registro de instrutor substituto por sessao
      *          (SUBSTIT.DAT, chave turma + data da sessao): quem do
      *          INSTRMEST.DAT deu a aula no lugar do instrutor da
      *          turma. O fechamento do PGINSPAG paga essas horas ao
      *          substituto e as desconta do titular.
      *            R - registra (ou troca) a substituicao de uma data;
      *            E - exclui a substituicao de uma data;
      *            C - consulta as substituicoes de uma turma.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGSUBSTI.
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
           SELECT SUBSTIT ASSIGN TO './SUBSTIT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS SUB-CHAVE
           FILE STATUS   IS WS-FS-SUB.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT INSTRMEST ASSIGN TO './INSTRMEST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS INS-CODIGO
           FILE STATUS   IS WS-FS-INS.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   SUBSTIT.DAT - uma linha por sessao dada por substituto, com
      *   o titular da turma na data do registro.
         FD  SUBSTIT.
         01  REG-SUBSTIT.
             05  SUB-CHAVE.
                 10  SUB-TURMA       PIC X(10).
                 10  SUB-DATA        PIC 9(08).
             05  SUB-INSTR-COD       PIC 9(05).
             05  SUB-TITULAR-COD     PIC 9(05).
             05  SUB-MOTIVO          PIC X(30).
             05  SUB-OPERADOR        PIC X(08).
             05  SUB-DATA-REG        PIC 9(08).
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
      *   INSTRMEST.DAT - cadastro de instrutores (layout do
      *   PGINSMNT).
         FD  INSTRMEST.
         01  REG-INSTRUTOR.
             05  INS-CODIGO          PIC 9(05).
             05  INS-NOME            PIC X(30).
             05  INS-CPF             PIC 9(11).
             05  INS-VALOR-HORA      PIC 9(05)V99.
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-SUB               PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-INS               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X(01) VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-TURMA-INF            PIC X(10) VALUE SPACES.
         77  WS-DATA-INF             PIC 9(08) VALUE ZEROS.
         77  WS-INSTR-INF            PIC 9(05) VALUE ZEROS.
         77  WS-MOTIVO-INF           PIC X(30) VALUE SPACES.
         77  WS-CONFIRMA             PIC X(01) VALUE 'N'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-TURMA-OK             PIC X     VALUE 'N'.
         77  WS-SUBST-OK             PIC X     VALUE 'N'.
         77  WS-JA-EXISTE            PIC X     VALUE 'N'.
         77  WS-QTD-LISTADAS         PIC 9(03) VALUE ZEROS.
         77  WS-NOME-SUBST           PIC X(30) VALUE SPACES.
      *
        01  LINHA-SUBSTITUICAO.
            03  LST-DATA             PIC 9(08).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LST-INSTR-COD        PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LST-INSTR-NOME       PIC X(30).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LST-MOTIVO           PIC X(30).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ INSTRUTOR SUBSTITUTO ------'
           DISPLAY 'Modo (R-Registrar/E-Excluir/C-Consultar): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION UPPER-CASE(WS-MODO-EXEC) TO WS-MODO-EXEC

           OPEN I-O SUBSTIT
           IF WS-FS-SUB EQUAL '35' THEN
              OPEN OUTPUT SUBSTIT
              CLOSE SUBSTIT
              OPEN I-O SUBSTIT
           END-IF.
           IF WS-FS-SUB NOT EQUAL '00' THEN
              DISPLAY 'SUBSTIT.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-SUB
              GOBACK
           END-IF.
           OPEN INPUT TURMAS
           IF WS-FS-TUR NOT EQUAL '00' THEN
              DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-TUR
              CLOSE SUBSTIT
              GOBACK
           END-IF.
           OPEN INPUT INSTRMEST
           IF WS-FS-INS NOT EQUAL '00' THEN
              DISPLAY 'INSTRMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-INS
              CLOSE SUBSTIT TURMAS
              GOBACK
           END-IF.

           EVALUATE WS-MODO-EXEC
              WHEN 'R'
                 PERFORM REGISTRA-SUBSTITUICAO
              WHEN 'E'
                 PERFORM EXCLUI-SUBSTITUICAO
              WHEN 'C'
                 PERFORM CONSULTA-SUBSTITUICOES
              WHEN OTHER
                 DISPLAY 'MODO INVALIDO.'
           END-EVALUATE.
           CLOSE SUBSTIT TURMAS INSTRMEST.
           GOBACK.
      *
      *   Modo R: data dentro do periodo da turma e substituto
      *   cadastrado, diferente do titular.
       REGISTRA-SUBSTITUICAO.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           PERFORM LE-TURMA-PEDIDA
           IF WS-TURMA-OK EQUAL 'S' THEN
              DISPLAY 'Data da sessao (AAAAMMDD): '
              ACCEPT WS-DATA-INF
              IF WS-DATA-INF LESS TUR-DATA-INICIO
                       OR WS-DATA-INF GREATER TUR-DATA-FIM THEN
                 DISPLAY '>> DATA FORA DO PERIODO DA TURMA ('
                         TUR-DATA-INICIO ' A ' TUR-DATA-FIM ').'
                 MOVE 'N'                      TO WS-TURMA-OK
              END-IF
           END-IF.
           IF WS-TURMA-OK EQUAL 'S' THEN
              PERFORM CRITICA-SUBSTITUTO
           END-IF.
           IF WS-TURMA-OK EQUAL 'S' AND WS-SUBST-OK EQUAL 'S' THEN
              PERFORM GRAVA-SUBSTITUICAO
           END-IF.
      *
       CRITICA-SUBSTITUTO.
           MOVE 'N'                            TO WS-SUBST-OK
           DISPLAY 'Codigo do instrutor substituto: '
           ACCEPT WS-INSTR-INF
           MOVE WS-INSTR-INF                   TO INS-CODIGO
           READ INSTRMEST
              INVALID KEY
                 DISPLAY '>> INSTRUTOR ' WS-INSTR-INF ' NAO CADASTRADO'
                         ' (PGINSMNT).'
              NOT INVALID KEY
                 IF WS-INSTR-INF EQUAL TUR-INSTR-COD THEN
                    DISPLAY '>> ' INS-NOME ' JA E O INSTRUTOR DA'
                            ' TURMA - NAO HA SUBSTITUICAO.'
                 ELSE
                    MOVE 'S'                   TO WS-SUBST-OK
                 END-IF
           END-READ.
           IF WS-SUBST-OK EQUAL 'S' THEN
              MOVE SPACES                      TO WS-MOTIVO-INF
              PERFORM UNTIL WS-MOTIVO-INF NOT EQUAL SPACES
                 DISPLAY 'Motivo da substituicao: '
                 ACCEPT WS-MOTIVO-INF
              END-PERFORM
           END-IF.
      *
      *   Substituicao ja registrada na data e trocada so com
      *   confirmacao.
       GRAVA-SUBSTITUICAO.
           MOVE WS-TURMA-INF                   TO SUB-TURMA
           MOVE WS-DATA-INF                    TO SUB-DATA
           MOVE 'N'                            TO WS-JA-EXISTE
           MOVE 'S'                            TO WS-CONFIRMA
           READ SUBSTIT
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-JA-EXISTE
                 DISPLAY '>> DATA JA TEM SUBSTITUTO REGISTRADO: '
                         SUB-INSTR-COD ' (' SUB-MOTIVO ')'
                 DISPLAY 'Substituir pelo novo registro (S/N)? '
                 ACCEPT WS-CONFIRMA
                 MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
           END-READ.
           IF WS-CONFIRMA EQUAL 'S' THEN
              MOVE WS-TURMA-INF                TO SUB-TURMA
              MOVE WS-DATA-INF                 TO SUB-DATA
              MOVE WS-INSTR-INF                TO SUB-INSTR-COD
              MOVE TUR-INSTR-COD               TO SUB-TITULAR-COD
              MOVE WS-MOTIVO-INF               TO SUB-MOTIVO
              MOVE WS-OPERADOR                 TO SUB-OPERADOR
              MOVE FUNCTION CURRENT-DATE(1:8)  TO SUB-DATA-REG
              IF WS-JA-EXISTE EQUAL 'S' THEN
                 REWRITE REG-SUBSTIT
              ELSE
                 WRITE REG-SUBSTIT
              END-IF
              IF WS-FS-SUB EQUAL '00' THEN
                 DISPLAY 'SUBSTITUICAO REGISTRADA: TURMA ' SUB-TURMA
                         ' EM ' SUB-DATA ' - ' INS-NOME
              ELSE
                 DISPLAY 'ERRO NA GRAVACAO - FILE STATUS: ' WS-FS-SUB
              END-IF
           ELSE
              DISPLAY 'REGISTRO MANTIDO.'
           END-IF.
      *
      *   Modo E.
       EXCLUI-SUBSTITUICAO.
           DISPLAY 'Turma: '
           ACCEPT WS-TURMA-INF
           DISPLAY 'Data da sessao (AAAAMMDD): '
           ACCEPT WS-DATA-INF
           MOVE WS-TURMA-INF                   TO SUB-TURMA
           MOVE WS-DATA-INF                    TO SUB-DATA
           READ SUBSTIT
              INVALID KEY
                 DISPLAY '>> NAO HA SUBSTITUICAO NA TURMA '
                         WS-TURMA-INF ' EM ' WS-DATA-INF '.'
              NOT INVALID KEY
                 DISPLAY 'SUBSTITUTO ' SUB-INSTR-COD ' - '
                         SUB-MOTIVO
                 DISPLAY 'Confirma a exclusao (S/N)? '
                 ACCEPT WS-CONFIRMA
                 MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA
                 IF WS-CONFIRMA EQUAL 'S' THEN
                    DELETE SUBSTIT
                    IF WS-FS-SUB EQUAL '00' THEN
                       DISPLAY 'SUBSTITUICAO EXCLUIDA.'
                    ELSE
                       DISPLAY 'ERRO NA EXCLUSAO - FILE STATUS: '
                               WS-FS-SUB
                    END-IF
                 END-IF
           END-READ.
      *
      *   Modo C: substituicoes da turma em ordem de data.
       CONSULTA-SUBSTITUICOES.
           PERFORM LE-TURMA-PEDIDA
           IF WS-TURMA-OK EQUAL 'S' THEN
              DISPLAY 'TURMA ' TUR-CODIGO ' - TITULAR ' TUR-INSTR-COD
                      ' ' TUR-INSTRUTOR
              MOVE ZEROS                       TO WS-QTD-LISTADAS
              MOVE WS-TURMA-INF                TO SUB-TURMA
              MOVE ZEROS                       TO SUB-DATA
              MOVE 'N'                         TO WS-EOF
              START SUBSTIT KEY NOT LESS SUB-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ SUBSTIT NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF SUB-TURMA NOT EQUAL WS-TURMA-INF THEN
                          MOVE 'S'             TO WS-EOF
                       ELSE
                          PERFORM EXIBE-SUBSTITUICAO
                       END-IF
                 END-READ
              END-PERFORM
              DISPLAY 'SUBSTITUICOES NA TURMA: ' WS-QTD-LISTADAS
           END-IF.
      *
       EXIBE-SUBSTITUICAO.
           MOVE SUB-INSTR-COD                  TO INS-CODIGO
           MOVE 'NAO CADASTRADO (PGINSMNT)'    TO WS-NOME-SUBST
           READ INSTRMEST
              NOT INVALID KEY
                 MOVE INS-NOME                 TO WS-NOME-SUBST
           END-READ.
           MOVE SUB-DATA                       TO LST-DATA
           MOVE SUB-INSTR-COD                  TO LST-INSTR-COD
           MOVE WS-NOME-SUBST                  TO LST-INSTR-NOME
           MOVE SUB-MOTIVO                     TO LST-MOTIVO
           DISPLAY LINHA-SUBSTITUICAO
           ADD 1                               TO WS-QTD-LISTADAS.
      *
       LE-TURMA-PEDIDA.
           MOVE 'N'                            TO WS-TURMA-OK
           DISPLAY 'Turma: '
           ACCEPT WS-TURMA-INF
           MOVE WS-TURMA-INF                   TO TUR-CODIGO
           READ TURMAS
              INVALID KEY
                 DISPLAY '>> TURMA ' WS-TURMA-INF ' NAO CADASTRADA'
                         ' NO CATALOGO (PGTURMAS).'
              NOT INVALID KEY
                 MOVE 'S'                      TO WS-TURMA-OK
           END-READ.
      *
       END PROGRAM PGSUBSTI.
