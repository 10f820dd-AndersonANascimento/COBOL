      *****************************************************************
      * Program name:    PGPRODUT
      * Original author: Anderson Nascimento
      * Purpose: Consulta central ao catalogo de produtos de credito,
      *          area no copybook PRODUTO, mesmo padrao de CALL do
      *          PGUNIDAD: funcao C devolve descricao e regras do
      *          produto (PRODUTO.DAT, PGPRDMNT), para relatorio e
      *          tela; funcao T e a da originacao e da simulacao -
      *          so produto ativo, prazo e principal dentro das
      *          faixas do produto, e a taxa sai da primeira faixa de
      *          prazo que cobre o prazo pedido, na coluna do
      *          segmento do cliente. E dai que o PGARRAYS e o
      *          PGSIMULA tiram a taxa do contrato.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGPRODUT.
         AUTHOR. Anderson Nascimento.
         INSTALLATION. CURSO COBOL.
         DATE-WRITTEN. 15/10/2026.
         DATE-COMPILED. 15/10/2026.
         SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
          FILE-CONTROL.
           SELECT PRODUTO ASSIGN TO './PRODUTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PRD-CODIGO
           FILE STATUS   IS WS-FS-PRD.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PRODUTO.DAT - catalogo de produtos mantido pelo PGPRDMNT.
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
         WORKING-STORAGE SECTION.
         77  WS-FS-PRD               PIC X(02) VALUE '00'.
         77  WS-IND-FX               PIC 9(01).
         77  WS-FAIXA-ACHADA         PIC 9(01) VALUE ZEROS.
      *****************************************************************
       LINKAGE SECTION.
       COPY PRODUTO.
      *****************************************************************
       PROCEDURE DIVISION USING PD-PARM.
       MAIN-PROCEDURE.
           MOVE 'N'                            TO PD-RESULTADO-SN
           MOVE SPACES                         TO PD-DESCRICAO
                                                  PD-EXIGE-FIADOR
                                                  PD-MOTIVO
           MOVE ZEROS                          TO PD-PRAZO-MIN
                                                  PD-PRAZO-MAX
                                                  PD-PRINC-MIN
                                                  PD-PRINC-MAX
                                                  PD-TAXA
           OPEN INPUT PRODUTO
           IF WS-FS-PRD NOT EQUAL '00' THEN
              MOVE 'CATALOGO PRODUTO.DAT INDISPONIVEL'
                                               TO PD-MOTIVO
              EXIT PROGRAM
           END-IF
           MOVE PD-CODIGO                      TO PRD-CODIGO
           READ PRODUTO
              INVALID KEY
                 MOVE 'PRODUTO NAO CADASTRADO' TO PD-MOTIVO
              NOT INVALID KEY
                 PERFORM DEVOLVE-PRODUTO
                 EVALUATE PD-FUNCAO
                    WHEN 'C'
                       MOVE 'S'                TO PD-RESULTADO-SN
                    WHEN 'T'
                       PERFORM CONFERE-CONDICOES
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ
           CLOSE PRODUTO.
           EXIT PROGRAM.
      *
       DEVOLVE-PRODUTO.
           MOVE PRD-DESCRICAO                  TO PD-DESCRICAO
           MOVE PRD-PRAZO-MIN                  TO PD-PRAZO-MIN
           MOVE PRD-PRAZO-MAX                  TO PD-PRAZO-MAX
           MOVE PRD-PRINC-MIN                  TO PD-PRINC-MIN
           MOVE PRD-PRINC-MAX                  TO PD-PRINC-MAX
           MOVE PRD-EXIGE-FIADOR               TO PD-EXIGE-FIADOR.
      *
      *   Funcao T: o produto manda; o atendente nao escolhe taxa.
       CONFERE-CONDICOES.
           EVALUATE TRUE
              WHEN NOT PRD-ATIVO
                 MOVE 'PRODUTO INATIVO'        TO PD-MOTIVO
              WHEN PD-PRAZO LESS PRD-PRAZO-MIN
                       OR PD-PRAZO GREATER PRD-PRAZO-MAX
                 MOVE 'PRAZO FORA DA FAIXA DO PRODUTO'
                                               TO PD-MOTIVO
              WHEN PD-PRINCIPAL LESS PRD-PRINC-MIN
                       OR PD-PRINCIPAL GREATER PRD-PRINC-MAX
                 MOVE 'PRINCIPAL FORA DA FAIXA DO PRODUTO'
                                               TO PD-MOTIVO
              WHEN OTHER
                 PERFORM ACHA-FAIXA-PRAZO
           END-EVALUATE.
      *
      *   Faixas em ordem crescente de prazo; a primeira que cobre o
      *   prazo pedido da a taxa. Faixa com prazo zero nao e usada.
       ACHA-FAIXA-PRAZO.
           MOVE ZEROS                          TO WS-FAIXA-ACHADA
           PERFORM VARYING WS-IND-FX FROM 1 BY 1
                           UNTIL WS-IND-FX > 4
                              OR WS-FAIXA-ACHADA GREATER ZEROS
              IF PRD-FX-PRAZO-ATE(WS-IND-FX) GREATER ZEROS
                       AND PD-PRAZO NOT GREATER
                           PRD-FX-PRAZO-ATE(WS-IND-FX) THEN
                 MOVE WS-IND-FX                TO WS-FAIXA-ACHADA
              END-IF
           END-PERFORM.
           IF WS-FAIXA-ACHADA EQUAL ZEROS THEN
              MOVE 'PRODUTO SEM TAXA PARA O PRAZO'
                                               TO PD-MOTIVO
           ELSE
              IF PD-SEG-CLIENTE THEN
                 MOVE PRD-FX-TAXA-CLIENTE(WS-FAIXA-ACHADA)
                                               TO PD-TAXA
              ELSE
                 MOVE PRD-FX-TAXA-NOVO(WS-FAIXA-ACHADA)
                                               TO PD-TAXA
              END-IF
              MOVE 'S'                         TO PD-RESULTADO-SN
           END-IF.
      *
       END PROGRAM PGPRODUT.
