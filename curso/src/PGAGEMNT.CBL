      *****************************************************************
      * Program name:    PGAGEMNT
      * Original author: Anderson Nascimento
      * Purpose: Manutencao do cadastro de agencias de cobranca
      *          terceirizada (AGENCIAS.DAT): codigo de 3 posicoes,
      *          nome, contato, e-mail para onde vai a planilha de
      *          cessao, percentual de comissao sobre o recuperado,
      *          peso na distribuicao da carteira e situacao
      *          (A-Ativa/I-Inativa). Quem distribui e o PGCOBEXT,
      *          so entre as agencias ativas; o retorno de pagamentos
      *          entra pelo modo E do PGPAGTOS.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAGEMNT.
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
           SELECT AGENCIAS ASSIGN TO './AGENCIAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS AGE-CODIGO
           FILE STATUS   IS WS-FS-AGE.
           SELECT COBEXT ASSIGN TO './COBEXT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CEX-NUM-CONTRATO
           FILE STATUS   IS WS-FS-CEX.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   AGENCIAS.DAT - cadastro de agencias de cobranca externa.
         FD  AGENCIAS.
         01  REG-AGENCIA.
             05  AGE-CODIGO          PIC X(03).
             05  AGE-NOME            PIC X(30).
             05  AGE-CONTATO         PIC X(30).
             05  AGE-EMAIL           PIC X(40).
             05  AGE-PCT-COMISSAO    PIC 9(02)V99.
             05  AGE-PESO            PIC 9(02).
             05  AGE-STATUS          PIC X(01).
                 88  AGE-ATIVA       VALUE 'A'.
                 88  AGE-INATIVA     VALUE 'I'.
      *
      *   COBEXT.DAT - contratos cedidos (PGCOBEXT); agencia com
      *   cessao registrada nao pode ser excluida, so inativada.
         FD  COBEXT.
         01  REG-COBEXT.
             05  CEX-NUM-CONTRATO    PIC 9(05).
             05  CEX-AGENCIA         PIC X(03).
             05  CEX-CD-CLIENTE      PIC 9(06).
             05  CEX-DATA-CESSAO     PIC 9(08).
             05  CEX-LOTE            PIC 9(05).
             05  CEX-SALDO-CESSAO    PIC 9(09)V99.
             05  CEX-ATRASO-CESSAO   PIC 9(05).
             05  CEX-SITUACAO        PIC X(01).
             05  CEX-DATA-FIM        PIC 9(08).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-AGE               PIC X(02) VALUE '00'.
         77  WS-FS-CEX               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X     VALUE 'L'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CODIGO-INF           PIC X(03) VALUE SPACES.
         77  WS-QTD-LISTADAS         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-CESSOES-AGE      PIC 9(05) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-DADOS-OK             PIC X     VALUE 'N'.
         77  WS-PCT-ED               PIC Z9,99.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '---- CADASTRO DE AGENCIAS DE COBRANCA ----'
           OPEN I-O AGENCIAS
           IF WS-FS-AGE EQUAL '35' THEN
              OPEN OUTPUT AGENCIAS
              CLOSE AGENCIAS
              OPEN I-O AGENCIAS
           END-IF.
           IF WS-FS-AGE NOT EQUAL '00' THEN
              DISPLAY 'AGENCIAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-AGE
              GOBACK
           END-IF.

           DISPLAY 'Modo (L-Lista/I-Inclui/A-Altera/E-Exclui): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'I'
              WHEN 'i'
                 PERFORM INCLUI-AGENCIA
              WHEN 'A'
              WHEN 'a'
                 PERFORM ALTERA-AGENCIA
              WHEN 'E'
              WHEN 'e'
                 PERFORM EXCLUI-AGENCIA
              WHEN OTHER
                 PERFORM LISTA-AGENCIAS
           END-EVALUATE.

           CLOSE AGENCIAS.
           GOBACK.
      *
       LISTA-AGENCIAS.
           MOVE SPACES                         TO AGE-CODIGO
           START AGENCIAS KEY NOT LESS AGE-CODIGO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ AGENCIAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LISTADAS
                    MOVE AGE-PCT-COMISSAO      TO WS-PCT-ED
                    DISPLAY AGE-CODIGO ' ' AGE-NOME
                            ' COMISSAO ' WS-PCT-ED '%'
                            ' PESO ' AGE-PESO
                            ' ST ' AGE-STATUS
                    DISPLAY '    CONTATO: ' AGE-CONTATO
                    DISPLAY '    E-MAIL : ' AGE-EMAIL
              END-READ
           END-PERFORM.
           DISPLAY 'AGENCIAS CADASTRADAS: ' WS-QTD-LISTADAS.
      *
       INCLUI-AGENCIA.
           DISPLAY 'Codigo da agencia (3 posicoes): '
           ACCEPT WS-CODIGO-INF
           IF WS-CODIGO-INF EQUAL SPACES THEN
              DISPLAY '>> CODIGO INVALIDO.'
              GOBACK
           END-IF.
           MOVE WS-CODIGO-INF                  TO AGE-CODIGO
           READ AGENCIAS
              INVALID KEY
                 PERFORM ACEITA-DADOS-AGENCIA
                 IF WS-DADOS-OK EQUAL 'S' THEN
                    MOVE WS-CODIGO-INF         TO AGE-CODIGO
                    MOVE 'A'                   TO AGE-STATUS
                    WRITE REG-AGENCIA
                    IF WS-FS-AGE EQUAL '00' THEN
                       DISPLAY 'AGENCIA INCLUIDA: ' AGE-CODIGO
                    ELSE
                       DISPLAY 'ERRO NA INCLUSAO - FILE STATUS: '
                               WS-FS-AGE
                    END-IF
                 END-IF
              NOT INVALID KEY
                 DISPLAY '>> AGENCIA JA CADASTRADA: ' AGE-CODIGO
                         ' (' AGE-NOME ')'
           END-READ.
      *
       ALTERA-AGENCIA.
           DISPLAY 'Codigo da agencia: '
           ACCEPT WS-CODIGO-INF
           MOVE WS-CODIGO-INF                  TO AGE-CODIGO
           READ AGENCIAS
              INVALID KEY
                 DISPLAY 'AGENCIA NAO CADASTRADA: ' WS-CODIGO-INF
              NOT INVALID KEY
                 DISPLAY 'ALTERANDO ' AGE-CODIGO ' (' AGE-NOME ')'
                 PERFORM ACEITA-DADOS-AGENCIA
                 IF WS-DADOS-OK EQUAL 'S' THEN
                    DISPLAY 'Situacao (A-Ativa/I-Inativa): '
                    ACCEPT AGE-STATUS
                    MOVE FUNCTION UPPER-CASE(AGE-STATUS)
                                               TO AGE-STATUS
                    IF NOT AGE-ATIVA AND NOT AGE-INATIVA THEN
                       MOVE 'A'                TO AGE-STATUS
                    END-IF
                    MOVE WS-CODIGO-INF         TO AGE-CODIGO
                    REWRITE REG-AGENCIA
                    IF WS-FS-AGE EQUAL '00' THEN
                       DISPLAY 'AGENCIA ALTERADA: ' AGE-CODIGO
                    ELSE
                       DISPLAY 'ERRO NA ALTERACAO - FILE STATUS: '
                               WS-FS-AGE
                    END-IF
                 END-IF
           END-READ.
      *
      *   Agencia com contrato cedido nao sai do cadastro: o extrato
      *   de comissao e o retorno de pagamentos apontam para ela.
      *   Nesse caso o caminho e inativar pelo modo A.
       EXCLUI-AGENCIA.
           DISPLAY 'Codigo da agencia: '
           ACCEPT WS-CODIGO-INF
           MOVE WS-CODIGO-INF                  TO AGE-CODIGO
           READ AGENCIAS
              INVALID KEY
                 DISPLAY 'AGENCIA NAO CADASTRADA: ' WS-CODIGO-INF
              NOT INVALID KEY
                 PERFORM CONTA-CESSOES-AGENCIA
                 IF WS-QTD-CESSOES-AGE GREATER ZEROS THEN
                    DISPLAY '>> AGENCIA COM ' WS-QTD-CESSOES-AGE
                            ' CONTRATO(S) CEDIDO(S) - INATIVE PELO'
                            ' MODO A.'
                 ELSE
                    DISPLAY 'EXCLUIR ' AGE-CODIGO ' (' AGE-NOME
                            ')? (S/N): '
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA EQUAL 'S'
                             OR WS-CONFIRMA EQUAL 's' THEN
                       DELETE AGENCIAS RECORD
                       DISPLAY 'AGENCIA EXCLUIDA: ' WS-CODIGO-INF
                    ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                    END-IF
                 END-IF
           END-READ.
      *
       CONTA-CESSOES-AGENCIA.
           MOVE ZEROS                          TO WS-QTD-CESSOES-AGE
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT COBEXT
           IF WS-FS-CEX EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ COBEXT NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CEX-AGENCIA EQUAL WS-CODIGO-INF THEN
                          ADD 1                TO WS-QTD-CESSOES-AGE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COBEXT
           END-IF.
      *
      *   Comissao em percentual sobre o recuperado; o peso diz que
      *   parte da carteira cedida cabe a agencia frente as outras
      *   (pesos iguais dividem por igual).
       ACEITA-DADOS-AGENCIA.
           MOVE 'S'                            TO WS-DADOS-OK
           DISPLAY 'Nome da agencia: '
           ACCEPT AGE-NOME
           PERFORM UNTIL AGE-NOME NOT EQUAL SPACES
              DISPLAY '>> NOME OBRIGATORIO. Nome da agencia: '
              ACCEPT AGE-NOME
           END-PERFORM
           DISPLAY 'Contato: '
           ACCEPT AGE-CONTATO
           DISPLAY 'E-mail para a planilha de cessao: '
           ACCEPT AGE-EMAIL
           DISPLAY 'Comissao sobre o recuperado (pct, ex.: 12,50): '
           ACCEPT AGE-PCT-COMISSAO
           DISPLAY 'Peso na distribuicao (1 a 99): '
           ACCEPT AGE-PESO
           EVALUATE TRUE
              WHEN AGE-PCT-COMISSAO EQUAL ZEROS
                 DISPLAY '>> COMISSAO OBRIGATORIA.'
                 MOVE 'N'                      TO WS-DADOS-OK
              WHEN AGE-PESO EQUAL ZEROS
                 DISPLAY '>> PESO OBRIGATORIO.'
                 MOVE 'N'                      TO WS-DADOS-OK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-DADOS-OK NOT EQUAL 'S' THEN
              DISPLAY '>> AGENCIA NAO GRAVADA.'
           END-IF.
      *
       END PROGRAM PGAGEMNT.
