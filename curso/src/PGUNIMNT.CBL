      *****************************************************************
      * Program name:    PGUNIMNT
      * Original author: Anderson Nascimento
      * Purpose: Manutencao do cadastro de unidades (UNIDADES.DAT):
      *          cada filial com codigo de 3 posicoes, nome, predio
      *          (o mesmo codigo que o PGRESERV grava em RES-PREDIO),
      *          gerente e situacao (A-Ativa/I-Inativa). E esse
      *          codigo que viaja na turma (TURMAS.DAT), no recibo
      *          (RECIBOS.TXT) e no operador (OPERMEST.TXT). O modo
      *          O define em quais unidades cada operador trabalha
      *          ('***' = todas), lista que o PGMENUGE e os
      *          programas de caixa e de relatorio conferem pelo
      *          PGUNIDAD.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGUNIMNT.
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
           SELECT UNIDADES ASSIGN TO './UNIDADES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS UNI-CODIGO
           FILE STATUS   IS WS-FS-UNI.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT OPERMEST ASSIGN TO './OPERMEST.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-OPM.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   UNIDADES.DAT - cadastro de unidades (filiais).
         FD  UNIDADES.
         01  REG-UNIDADE.
             05  UNI-CODIGO          PIC X(03).
             05  UNI-NOME            PIC X(30).
             05  UNI-PREDIO          PIC X(05).
             05  UNI-GERENTE         PIC X(30).
             05  UNI-STATUS          PIC X(01).
                 88  UNI-ATIVA       VALUE 'A'.
                 88  UNI-INATIVA     VALUE 'I'.
      *
      *   TURMAS.DAT - catalogo de turmas; unidade com turma nao
      *   pode ser excluida, so inativada.
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
             05  TUR-UNIDADE         PIC X(03).
      *
      *   OPERMEST.TXT - mestre de operadores do menu (PGMENUGE).
         FD  OPERMEST.
         01  REG-OPERMEST.
             05  OPM-CODIGO          PIC X(08).
             05  OPM-NOME            PIC X(30).
             05  OPM-PERFIL          PIC X(08).
             05  OPM-UNIDADES.
                 10  OPM-UNIDADE OCCURS 5 TIMES PIC X(03).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-UNI               PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-OPM               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE 'L'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CODIGO-INF           PIC X(03) VALUE SPACES.
         77  WS-OPERADOR-INF         PIC X(08) VALUE SPACES.
         77  WS-QTD-LISTADAS         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-TURMAS-UNI       PIC 9(03) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-OPERADOR-ACHADO      PIC X     VALUE 'N'.
         77  WS-IND-UNI              PIC 9(01).
         77  WS-UNIDADE-OK           PIC X     VALUE 'N'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ CADASTRO DE UNIDADES ------'
           OPEN I-O UNIDADES
           IF WS-FS-UNI EQUAL '35' THEN
              OPEN OUTPUT UNIDADES
              CLOSE UNIDADES
              OPEN I-O UNIDADES
           END-IF.
           IF WS-FS-UNI NOT EQUAL '00' THEN
              DISPLAY 'UNIDADES.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-UNI
              GOBACK
           END-IF.

           DISPLAY 'Modo (L-Lista/I-Inclui/A-Altera/E-Exclui/'
                   'O-Unidades do operador): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'I'
              WHEN 'i'
                 PERFORM INCLUI-UNIDADE
              WHEN 'A'
              WHEN 'a'
                 PERFORM ALTERA-UNIDADE
              WHEN 'E'
              WHEN 'e'
                 PERFORM EXCLUI-UNIDADE
              WHEN 'O'
              WHEN 'o'
                 PERFORM UNIDADES-OPERADOR
              WHEN OTHER
                 PERFORM LISTA-UNIDADES
           END-EVALUATE.

           CLOSE UNIDADES.
           GOBACK.
      *
       LISTA-UNIDADES.
           MOVE SPACES                         TO UNI-CODIGO
           START UNIDADES KEY NOT LESS UNI-CODIGO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ UNIDADES NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LISTADAS
                    DISPLAY UNI-CODIGO ' ' UNI-NOME
                            ' PREDIO ' UNI-PREDIO
                            ' ST ' UNI-STATUS
                    DISPLAY '    GERENTE: ' UNI-GERENTE
              END-READ
           END-PERFORM.
           DISPLAY 'UNIDADES CADASTRADAS: ' WS-QTD-LISTADAS.
      *
       INCLUI-UNIDADE.
           DISPLAY 'Codigo da unidade (3 posicoes): '
           ACCEPT WS-CODIGO-INF
           IF WS-CODIGO-INF EQUAL SPACES
                    OR WS-CODIGO-INF EQUAL '***' THEN
              DISPLAY '>> CODIGO INVALIDO.'
              GOBACK
           END-IF.
           MOVE WS-CODIGO-INF                  TO UNI-CODIGO
           READ UNIDADES
              INVALID KEY
                 PERFORM ACEITA-DADOS-UNIDADE
                 MOVE WS-CODIGO-INF            TO UNI-CODIGO
                 MOVE 'A'                      TO UNI-STATUS
                 WRITE REG-UNIDADE
                 IF WS-FS-UNI EQUAL '00' THEN
                    DISPLAY 'UNIDADE INCLUIDA: ' UNI-CODIGO
                 ELSE
                    DISPLAY 'ERRO NA INCLUSAO - FILE STATUS: '
                            WS-FS-UNI
                 END-IF
              NOT INVALID KEY
                 DISPLAY '>> UNIDADE JA CADASTRADA: ' UNI-CODIGO
                         ' (' UNI-NOME ')'
           END-READ.
      *
       ALTERA-UNIDADE.
           DISPLAY 'Codigo da unidade: '
           ACCEPT WS-CODIGO-INF
           MOVE WS-CODIGO-INF                  TO UNI-CODIGO
           READ UNIDADES
              INVALID KEY
                 DISPLAY 'UNIDADE NAO CADASTRADA: ' WS-CODIGO-INF
              NOT INVALID KEY
                 DISPLAY 'ALTERANDO ' UNI-CODIGO ' (' UNI-NOME ')'
                 PERFORM ACEITA-DADOS-UNIDADE
                 DISPLAY 'Situacao (A-Ativa/I-Inativa): '
                 ACCEPT UNI-STATUS
                 MOVE FUNCTION UPPER-CASE(UNI-STATUS) TO UNI-STATUS
                 IF NOT UNI-ATIVA AND NOT UNI-INATIVA THEN
                    MOVE 'A'                   TO UNI-STATUS
                 END-IF
                 MOVE WS-CODIGO-INF            TO UNI-CODIGO
                 REWRITE REG-UNIDADE
                 IF WS-FS-UNI EQUAL '00' THEN
                    DISPLAY 'UNIDADE ALTERADA: ' UNI-CODIGO
                 ELSE
                    DISPLAY 'ERRO NA ALTERACAO - FILE STATUS: '
                            WS-FS-UNI
                 END-IF
           END-READ.
      *
      *   Unidade com turma no catalogo nao sai do cadastro: o
      *   historico das turmas, recibos e cobrancas aponta para
      *   ela. Nesse caso o caminho e inativar pelo modo A.
       EXCLUI-UNIDADE.
           DISPLAY 'Codigo da unidade: '
           ACCEPT WS-CODIGO-INF
           MOVE WS-CODIGO-INF                  TO UNI-CODIGO
           READ UNIDADES
              INVALID KEY
                 DISPLAY 'UNIDADE NAO CADASTRADA: ' WS-CODIGO-INF
              NOT INVALID KEY
                 PERFORM CONTA-TURMAS-UNIDADE
                 IF WS-QTD-TURMAS-UNI GREATER ZEROS THEN
                    DISPLAY '>> UNIDADE COM ' WS-QTD-TURMAS-UNI
                            ' TURMA(S) NO CATALOGO - INATIVE PELO'
                            ' MODO A.'
                 ELSE
                    DISPLAY 'EXCLUIR ' UNI-CODIGO ' (' UNI-NOME
                            ')? (S/N): '
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA EQUAL 'S'
                             OR WS-CONFIRMA EQUAL 's' THEN
                       DELETE UNIDADES RECORD
                       DISPLAY 'UNIDADE EXCLUIDA: ' WS-CODIGO-INF
                    ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                    END-IF
                 END-IF
           END-READ.
      *
       CONTA-TURMAS-UNIDADE.
           MOVE ZEROS                          TO WS-QTD-TURMAS-UNI
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT TURMAS
           IF WS-FS-TUR EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ TURMAS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF TUR-UNIDADE EQUAL WS-CODIGO-INF THEN
                          ADD 1                TO WS-QTD-TURMAS-UNI
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TURMAS
           END-IF.
      *
       ACEITA-DADOS-UNIDADE.
           DISPLAY 'Nome da unidade: '
           ACCEPT UNI-NOME
           PERFORM UNTIL UNI-NOME NOT EQUAL SPACES
              DISPLAY '>> NOME OBRIGATORIO. Nome da unidade: '
              ACCEPT UNI-NOME
           END-PERFORM
           DISPLAY 'Predio (codigo usado nas reservas de sala): '
           ACCEPT UNI-PREDIO
           DISPLAY 'Gerente: '
           ACCEPT UNI-GERENTE.
      *
      *   Modo O: ate cinco unidades por operador, cada uma
      *   conferida no cadastro; '***' da acesso a todas (direcao,
      *   contabilidade). O OPERMEST.TXT e sequencial, entao o
      *   registro e regravado no lugar.
       UNIDADES-OPERADOR.
           DISPLAY 'Codigo do operador: '
           ACCEPT WS-OPERADOR-INF
           MOVE 'N'                            TO WS-OPERADOR-ACHADO
           MOVE 'N'                            TO WS-EOF
           OPEN I-O OPERMEST
           IF WS-FS-OPM NOT EQUAL ZEROS THEN
              DISPLAY 'OPERMEST.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-OPM ' (ENTRE UMA VEZ PELO PGMENUGE).'
              GOBACK
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ OPERMEST
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF OPM-CODIGO EQUAL WS-OPERADOR-INF THEN
                       MOVE 'S'                TO WS-OPERADOR-ACHADO
                       MOVE 'S'                TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-OPERADOR-ACHADO NOT EQUAL 'S' THEN
              DISPLAY '>> OPERADOR NAO CADASTRADO: ' WS-OPERADOR-INF
           ELSE
              DISPLAY 'OPERADOR ' OPM-CODIGO ' ' OPM-NOME
              DISPLAY 'UNIDADES ATUAIS: ' OPM-UNIDADE(1) ' '
                      OPM-UNIDADE(2) ' ' OPM-UNIDADE(3) ' '
                      OPM-UNIDADE(4) ' ' OPM-UNIDADE(5)
              PERFORM VARYING WS-IND-UNI FROM 1 BY 1
                              UNTIL WS-IND-UNI > 5
                 PERFORM ACEITA-UNIDADE-OPERADOR
              END-PERFORM
              REWRITE REG-OPERMEST
              IF WS-FS-OPM EQUAL ZEROS THEN
                 DISPLAY 'UNIDADES DO OPERADOR GRAVADAS.'
              ELSE
                 DISPLAY 'ERRO NA REGRAVACAO - FILE STATUS: '
                         WS-FS-OPM
              END-IF
           END-IF.
           CLOSE OPERMEST.
      *
       ACEITA-UNIDADE-OPERADOR.
           MOVE 'N'                            TO WS-UNIDADE-OK
           PERFORM UNTIL WS-UNIDADE-OK EQUAL 'S'
              DISPLAY 'Unidade ' WS-IND-UNI
                      ' (branco = nenhuma, *** = todas): '
              ACCEPT OPM-UNIDADE(WS-IND-UNI)
              IF OPM-UNIDADE(WS-IND-UNI) EQUAL SPACES
                       OR OPM-UNIDADE(WS-IND-UNI) EQUAL '***' THEN
                 MOVE 'S'                      TO WS-UNIDADE-OK
              ELSE
                 MOVE OPM-UNIDADE(WS-IND-UNI)  TO UNI-CODIGO
                 READ UNIDADES
                    INVALID KEY
                       DISPLAY '>> UNIDADE NAO CADASTRADA.'
                    NOT INVALID KEY
                       MOVE 'S'                TO WS-UNIDADE-OK
                 END-READ
              END-IF
           END-PERFORM.
      *
       END PROGRAM PGUNIMNT.
