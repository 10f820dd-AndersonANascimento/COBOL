      *****************************************************************
      * Program name:    PGDECCON
      * Original author: Anderson Nascimento
      * Purpose: Consulta de verificacao de declaracao: o empregador
      *          ou o orgao publico liga com um numero, o balcao
      *          digita aqui e o registro de emissao DECLREG.DAT
      *          (PGDECLAR) confirma ou nega na hora, mostrando o
      *          tipo (matricula ou frequencia), o aluno, a turma, a
      *          frequencia declarada, a data e o operador. Tambem
      *          lista, por matricula, todas as declaracoes ja
      *          emitidas para o aluno.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGDECCON.
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
           SELECT DECLREG ASSIGN TO './DECLREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS DRG-NUMERO
           ALTERNATE RECORD KEY IS DRG-MATRICULA WITH DUPLICATES
           FILE STATUS   IS WS-FS-DRG.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   DECLREG.DAT - registro de emissoes gravado pelo PGDECLAR.
         FD  DECLREG.
         01  REG-DECLREG.
             05  DRG-NUMERO          PIC 9(07).
             05  DRG-TIPO            PIC X(01).
                 88  DRG-MATRICULA-T VALUE 'M'.
                 88  DRG-FREQUENCIA  VALUE 'F'.
             05  DRG-MATRICULA       PIC 9(05).
             05  DRG-TURMA           PIC X(10).
             05  DRG-NOME            PIC X(30).
             05  DRG-SESSOES         PIC 9(03).
             05  DRG-FALTAS          PIC 9(03).
             05  DRG-PCT-FREQ        PIC 9(03)V99.
             05  DRG-DATA-EMISSAO    PIC 9(08).
             05  DRG-HORA-EMISSAO    PIC 9(06).
             05  DRG-OPERADOR        PIC X(08).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-DRG               PIC X(02) VALUE '00'.
         77  WS-MODO-EXEC            PIC X     VALUE 'N'.
         77  WS-NUMERO-INF           PIC 9(07) VALUE ZEROS.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-EOF-DRG              PIC X     VALUE 'N'.
         77  WS-QTD-DECL             PIC 9(03) VALUE ZEROS.
         77  WS-PCT-ED               PIC ZZ9,99.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ VERIFICACAO DE DECLARACOES ------'
           OPEN INPUT DECLREG
           IF WS-FS-DRG NOT EQUAL '00' THEN
              DISPLAY 'DECLREG.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-DRG
              DISPLAY 'NENHUMA DECLARACAO REGISTRADA AINDA'
                      ' (PGDECLAR).'
              GOBACK
           END-IF.

           DISPLAY 'Consulta (N-Por numero/A-Declaracoes do aluno): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'A'
              WHEN 'a'
                 PERFORM CONSULTA-POR-ALUNO
              WHEN OTHER
                 PERFORM CONSULTA-POR-NUMERO
           END-EVALUATE.

           CLOSE DECLREG.
           GOBACK.
      *
      *   Resposta de balcao: o numero existe (com todos os dados da
      *   emissao) ou NAO CONSTA, sem meio-termo.
       CONSULTA-POR-NUMERO.
           DISPLAY 'Numero da declaracao: '
           ACCEPT WS-NUMERO-INF
           MOVE WS-NUMERO-INF                  TO DRG-NUMERO
           READ DECLREG
              INVALID KEY
                 DISPLAY '*** NAO CONSTA: DECLARACAO ' WS-NUMERO-INF
                         ' NUNCA FOI EMITIDA POR ESTA INSTITUICAO.'
              NOT INVALID KEY
                 DISPLAY '*** CONFIRMADA: DECLARACAO ' DRG-NUMERO
                 PERFORM EXIBE-EMISSAO
           END-READ.
      *
      *   Todas as declaracoes emitidas para uma matricula, em ordem
      *   de numero, pela chave alternada.
       CONSULTA-POR-ALUNO.
           DISPLAY 'Matricula: '
           ACCEPT WS-MATR-INF
           MOVE WS-MATR-INF                    TO DRG-MATRICULA
           START DECLREG KEY EQUAL DRG-MATRICULA
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF-DRG
           END-START.
           PERFORM UNTIL WS-EOF-DRG EQUAL 'S'
              READ DECLREG NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF-DRG
                 NOT AT END
                    IF DRG-MATRICULA EQUAL WS-MATR-INF THEN
                       ADD 1                   TO WS-QTD-DECL
                       DISPLAY 'DECLARACAO ' DRG-NUMERO
                       PERFORM EXIBE-EMISSAO
                    ELSE
                       MOVE 'S'                TO WS-EOF-DRG
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-QTD-DECL EQUAL ZEROS THEN
              DISPLAY 'NENHUMA DECLARACAO PARA A MATRICULA '
                      WS-MATR-INF
           ELSE
              DISPLAY 'DECLARACOES EMITIDAS: ' WS-QTD-DECL
           END-IF.
      *
       EXIBE-EMISSAO.
           IF DRG-FREQUENCIA THEN
              MOVE DRG-PCT-FREQ                TO WS-PCT-ED
              DISPLAY '    TIPO: FREQUENCIA - ' WS-PCT-ED '% EM '
                      DRG-SESSOES ' SESSOES, ' DRG-FALTAS
                      ' FALTA(S)'
           ELSE
              DISPLAY '    TIPO: MATRICULA'
           END-IF
           DISPLAY '    MATRICULA ' DRG-MATRICULA
                   ' ' DRG-NOME
                   ' TURMA ' DRG-TURMA
           DISPLAY '    EMITIDA EM ' DRG-DATA-EMISSAO
                   ' AS ' DRG-HORA-EMISSAO
                   ' POR ' DRG-OPERADOR.
      *
       END PROGRAM PGDECCON.
