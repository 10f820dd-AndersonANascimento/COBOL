      *****************************************************************
      * Program name:    PGPRDMNT
      * Original author: Anderson Nascimento
      * Purpose: Manutencao do catalogo de produtos de credito
      *          (PRODUTO.DAT): cada produto com codigo de 4
      *          posicoes, descricao, prazo minimo e maximo em meses,
      *          principal minimo e maximo, se exige fiador e ate
      *          quatro faixas de prazo com a taxa ao mes para
      *          cliente novo e para cliente com contrato anterior.
      *          O PGARRAYS e o PGSIMULA tiram a taxa daqui pelo
      *          PGPRODUT; o codigo do produto fica gravado no
      *          cabecalho do contrato (HDR-COD-PRODUTO), e produto
      *          com contrato nao sai do catalogo, so e inativado.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGPRDMNT.
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
           SELECT PRODUTO ASSIGN TO './PRODUTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PRD-CODIGO
           FILE STATUS   IS WS-FS-PRD.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS HDR-NUM-CONTRATO
           FILE STATUS   IS WS-FS-HDR.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PRODUTO.DAT - catalogo de produtos de credito.
         FD  PRODUTO.
         01  REG-PRODUTO.
             05  PRD-CODIGO          PIC X(04).
             05  PRD-DESCRICAO       PIC X(20).
             05  PRD-PRAZO-MIN       PIC 9(03).
             05  PRD-PRAZO-MAX       PIC 9(03).
             05  PRD-PRINC-MIN       PIC 9(07)V99.
             05  PRD-PRINC-MAX       PIC 9(07)V99.
             05  PRD-EXIGE-FIADOR    PIC X(01).
             05  PRD-FAIXA OCCURS 4 TIMES.
                 10  PRD-FX-PRAZO-ATE    PIC 9(03).
                 10  PRD-FX-TAXA-NOVO    PIC 9V9(6).
                 10  PRD-FX-TAXA-CLIENTE PIC 9V9(6).
             05  PRD-STATUS          PIC X(01).
                 88  PRD-ATIVO       VALUE 'A'.
                 88  PRD-INATIVO     VALUE 'I'.
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS);
      *   produto com contrato nao pode ser excluido.
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
             05  HDR-COD-PRODUTO     PIC X(04).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PRD               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X     VALUE 'L'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CODIGO-INF           PIC X(04) VALUE SPACES.
         77  WS-QTD-LISTADOS         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-CONTRATOS-PRD    PIC 9(05) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-DADOS-OK             PIC X     VALUE 'N'.
         77  WS-IND-FX               PIC 9(01).
         77  WS-ULT-PRAZO-FX         PIC 9(03) VALUE ZEROS.
         77  WS-PRINC-ED             PIC Z.ZZZ.ZZ9,99.
         77  WS-PRINC-ED2            PIC Z.ZZZ.ZZ9,99.
         77  WS-TAXA-ED              PIC 9,9(6).
         77  WS-TAXA-ED2             PIC 9,9(6).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ CATALOGO DE PRODUTOS DE CREDITO ------'
           OPEN I-O PRODUTO
           IF WS-FS-PRD EQUAL '35' THEN
              OPEN OUTPUT PRODUTO
              CLOSE PRODUTO
              OPEN I-O PRODUTO
           END-IF.
           IF WS-FS-PRD NOT EQUAL '00' THEN
              DISPLAY 'PRODUTO.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PRD
              GOBACK
           END-IF.

           DISPLAY 'Modo (L-Lista/I-Inclui/A-Altera/E-Exclui): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'I'
              WHEN 'i'
                 PERFORM INCLUI-PRODUTO
              WHEN 'A'
              WHEN 'a'
                 PERFORM ALTERA-PRODUTO
              WHEN 'E'
              WHEN 'e'
                 PERFORM EXCLUI-PRODUTO
              WHEN OTHER
                 PERFORM LISTA-PRODUTOS
           END-EVALUATE.

           CLOSE PRODUTO.
           GOBACK.
      *
       LISTA-PRODUTOS.
           MOVE SPACES                         TO PRD-CODIGO
           START PRODUTO KEY NOT LESS PRD-CODIGO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PRODUTO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LISTADOS
                    PERFORM MOSTRA-PRODUTO
              END-READ
           END-PERFORM.
           DISPLAY 'PRODUTOS CADASTRADOS: ' WS-QTD-LISTADOS.
      *
       MOSTRA-PRODUTO.
           MOVE PRD-PRINC-MIN                  TO WS-PRINC-ED
           MOVE PRD-PRINC-MAX                  TO WS-PRINC-ED2
           DISPLAY PRD-CODIGO ' ' PRD-DESCRICAO
                   ' ST ' PRD-STATUS ' FIADOR ' PRD-EXIGE-FIADOR
           DISPLAY '    PRAZO ' PRD-PRAZO-MIN ' A ' PRD-PRAZO-MAX
                   ' MESES  PRINCIPAL ' WS-PRINC-ED ' A '
                   WS-PRINC-ED2
           PERFORM VARYING WS-IND-FX FROM 1 BY 1 UNTIL WS-IND-FX > 4
              IF PRD-FX-PRAZO-ATE(WS-IND-FX) GREATER ZEROS THEN
                 MOVE PRD-FX-TAXA-NOVO(WS-IND-FX)    TO WS-TAXA-ED
                 MOVE PRD-FX-TAXA-CLIENTE(WS-IND-FX) TO WS-TAXA-ED2
                 DISPLAY '    ATE ' PRD-FX-PRAZO-ATE(WS-IND-FX)
                         ' MESES: NOVO ' WS-TAXA-ED
                         '  CLIENTE ' WS-TAXA-ED2
              END-IF
           END-PERFORM.
      *
       INCLUI-PRODUTO.
           DISPLAY 'Codigo do produto (4 posicoes): '
           ACCEPT WS-CODIGO-INF
           IF WS-CODIGO-INF EQUAL SPACES THEN
              DISPLAY '>> CODIGO INVALIDO.'
              GOBACK
           END-IF.
           MOVE WS-CODIGO-INF                  TO PRD-CODIGO
           READ PRODUTO
              INVALID KEY
                 PERFORM ACEITA-DADOS-PRODUTO
                 IF WS-DADOS-OK EQUAL 'S' THEN
                    MOVE WS-CODIGO-INF         TO PRD-CODIGO
                    MOVE 'A'                   TO PRD-STATUS
                    WRITE REG-PRODUTO
                    IF WS-FS-PRD EQUAL '00' THEN
                       DISPLAY 'PRODUTO INCLUIDO: ' PRD-CODIGO
                    ELSE
                       DISPLAY 'ERRO NA INCLUSAO - FILE STATUS: '
                               WS-FS-PRD
                    END-IF
                 END-IF
              NOT INVALID KEY
                 DISPLAY '>> PRODUTO JA CADASTRADO: ' PRD-CODIGO
                         ' (' PRD-DESCRICAO ')'
           END-READ.
      *
       ALTERA-PRODUTO.
           DISPLAY 'Codigo do produto: '
           ACCEPT WS-CODIGO-INF
           MOVE WS-CODIGO-INF                  TO PRD-CODIGO
           READ PRODUTO
              INVALID KEY
                 DISPLAY 'PRODUTO NAO CADASTRADO: ' WS-CODIGO-INF
              NOT INVALID KEY
                 DISPLAY 'ALTERANDO:'
                 PERFORM MOSTRA-PRODUTO
                 PERFORM ACEITA-DADOS-PRODUTO
                 IF WS-DADOS-OK EQUAL 'S' THEN
                    DISPLAY 'Situacao (A-Ativo/I-Inativo): '
                    ACCEPT PRD-STATUS
                    MOVE FUNCTION UPPER-CASE(PRD-STATUS)
                                               TO PRD-STATUS
                    IF NOT PRD-ATIVO AND NOT PRD-INATIVO THEN
                       MOVE 'A'                TO PRD-STATUS
                    END-IF
                    MOVE WS-CODIGO-INF         TO PRD-CODIGO
                    REWRITE REG-PRODUTO
                    IF WS-FS-PRD EQUAL '00' THEN
                       DISPLAY 'PRODUTO ALTERADO: ' PRD-CODIGO
                    ELSE
                       DISPLAY 'ERRO NA ALTERACAO - FILE STATUS: '
                               WS-FS-PRD
                    END-IF
                 END-IF
           END-READ.
      *
      *   Produto com contrato fica no catalogo: os relatorios da
      *   carteira agrupam por ele. Nesse caso o caminho e inativar
      *   pelo modo A.
       EXCLUI-PRODUTO.
           DISPLAY 'Codigo do produto: '
           ACCEPT WS-CODIGO-INF
           MOVE WS-CODIGO-INF                  TO PRD-CODIGO
           READ PRODUTO
              INVALID KEY
                 DISPLAY 'PRODUTO NAO CADASTRADO: ' WS-CODIGO-INF
              NOT INVALID KEY
                 PERFORM CONTA-CONTRATOS-PRODUTO
                 IF WS-QTD-CONTRATOS-PRD GREATER ZEROS THEN
                    DISPLAY '>> PRODUTO COM ' WS-QTD-CONTRATOS-PRD
                            ' CONTRATO(S) - INATIVE PELO MODO A.'
                 ELSE
                    DISPLAY 'EXCLUIR ' PRD-CODIGO ' (' PRD-DESCRICAO
                            ')? (S/N): '
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA EQUAL 'S'
                             OR WS-CONFIRMA EQUAL 's' THEN
                       DELETE PRODUTO RECORD
                       DISPLAY 'PRODUTO EXCLUIDO: ' WS-CODIGO-INF
                    ELSE
                       DISPLAY 'EXCLUSAO CANCELADA.'
                    END-IF
                 END-IF
           END-READ.
      *
       CONTA-CONTRATOS-PRODUTO.
           MOVE ZEROS                          TO WS-QTD-CONTRATOS-PRD
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT CONTRHDR
           IF WS-FS-HDR EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ CONTRHDR NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF HDR-COD-PRODUTO EQUAL WS-CODIGO-INF THEN
                          ADD 1                TO WS-QTD-CONTRATOS-PRD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRHDR
           END-IF.
      *
      *   Regras do produto. As faixas vao em ordem crescente de
      *   prazo (prazo zero encerra a tabela) e a ultima tem de
      *   cobrir o prazo maximo - senao sobraria prazo sem taxa.
       ACEITA-DADOS-PRODUTO.
           MOVE 'S'                            TO WS-DADOS-OK
           DISPLAY 'Descricao: '
           ACCEPT PRD-DESCRICAO
           PERFORM UNTIL PRD-DESCRICAO NOT EQUAL SPACES
              DISPLAY '>> DESCRICAO OBRIGATORIA. Descricao: '
              ACCEPT PRD-DESCRICAO
           END-PERFORM
           DISPLAY 'Prazo minimo (meses): '
           ACCEPT PRD-PRAZO-MIN
           DISPLAY 'Prazo maximo (meses): '
           ACCEPT PRD-PRAZO-MAX
           DISPLAY 'Principal minimo: '
           ACCEPT PRD-PRINC-MIN
           DISPLAY 'Principal maximo: '
           ACCEPT PRD-PRINC-MAX
           DISPLAY 'Exige fiador (S/N): '
           ACCEPT PRD-EXIGE-FIADOR
           MOVE FUNCTION UPPER-CASE(PRD-EXIGE-FIADOR)
                                               TO PRD-EXIGE-FIADOR
           IF PRD-EXIGE-FIADOR NOT EQUAL 'S' THEN
              MOVE 'N'                         TO PRD-EXIGE-FIADOR
           END-IF
           MOVE ZEROS                          TO WS-ULT-PRAZO-FX
           PERFORM VARYING WS-IND-FX FROM 1 BY 1 UNTIL WS-IND-FX > 4
              PERFORM ACEITA-FAIXA
           END-PERFORM.
           EVALUATE TRUE
              WHEN PRD-PRAZO-MIN EQUAL ZEROS
                       OR PRD-PRAZO-MIN GREATER PRD-PRAZO-MAX
                 DISPLAY '>> PRAZO MINIMO/MAXIMO INVALIDO.'
                 MOVE 'N'                      TO WS-DADOS-OK
              WHEN PRD-PRINC-MAX EQUAL ZEROS
                       OR PRD-PRINC-MIN GREATER PRD-PRINC-MAX
                 DISPLAY '>> PRINCIPAL MINIMO/MAXIMO INVALIDO.'
                 MOVE 'N'                      TO WS-DADOS-OK
              WHEN WS-ULT-PRAZO-FX LESS PRD-PRAZO-MAX
                 DISPLAY '>> AS FAIXAS NAO COBREM O PRAZO MAXIMO ('
                         PRD-PRAZO-MAX ' MESES).'
                 MOVE 'N'                      TO WS-DADOS-OK
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-DADOS-OK NOT EQUAL 'S' THEN
              DISPLAY '>> PRODUTO NAO GRAVADO.'
           END-IF.
      *
       ACEITA-FAIXA.
           IF WS-IND-FX GREATER 1
                    AND PRD-FX-PRAZO-ATE(WS-IND-FX - 1) EQUAL ZEROS
              THEN
              MOVE ZEROS                       TO
                   PRD-FX-PRAZO-ATE(WS-IND-FX)
                   PRD-FX-TAXA-NOVO(WS-IND-FX)
                   PRD-FX-TAXA-CLIENTE(WS-IND-FX)
           ELSE
              DISPLAY 'Faixa ' WS-IND-FX
                      ' - prazo ate (meses, 0 encerra): '
              ACCEPT PRD-FX-PRAZO-ATE(WS-IND-FX)
              IF PRD-FX-PRAZO-ATE(WS-IND-FX) EQUAL ZEROS THEN
                 MOVE ZEROS                    TO
                      PRD-FX-TAXA-NOVO(WS-IND-FX)
                      PRD-FX-TAXA-CLIENTE(WS-IND-FX)
              ELSE
                 IF PRD-FX-PRAZO-ATE(WS-IND-FX) NOT GREATER
                          WS-ULT-PRAZO-FX THEN
                    DISPLAY '>> FAIXA FORA DE ORDEM CRESCENTE.'
                    MOVE 'N'                   TO WS-DADOS-OK
                 END-IF
                 MOVE PRD-FX-PRAZO-ATE(WS-IND-FX) TO WS-ULT-PRAZO-FX
                 DISPLAY '  Taxa ao mes cliente novo (ex.: 0,025000): '
                 ACCEPT PRD-FX-TAXA-NOVO(WS-IND-FX)
                 DISPLAY '  Taxa ao mes cliente com contrato: '
                 ACCEPT PRD-FX-TAXA-CLIENTE(WS-IND-FX)
              END-IF
           END-IF.
      *
       END PROGRAM PGPRDMNT.
