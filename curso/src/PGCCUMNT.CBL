      *****************************************************************
      * Program name:    PGCCUMNT
      * Original author: Anderson Nascimento
      * Purpose: Centros de custo da casa e a alocacao de cada
      *          funcionario. A tabela vive em CCUSTO.TXT (codigo e
      *          nome, gerada na primeira execucao com ADM
      *          administracao, ENS ensino, COB cobranca e SEC
      *          secretaria, e ampliada pelo modo N). No FUNCMEST
      *          cada funcionario tem o centro principal e, quando
      *          divide o tempo entre duas areas, um segundo centro
      *          com o percentual do custo que vai para ele; o resto
      *          fica no principal. E por essa alocacao que o
      *          PGCONTAB rateia o lote da folha e o PGCCUREL monta o
      *          custo de pessoal por area.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de atualizacao.
      * 15/10/2026 Anderson Nascimento  Gravacoes no FUNCMEST.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGCCUMNT.
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
           SELECT CCUSTO ASSIGN TO './CCUSTO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CCU.
           SELECT FUNCMEST ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MES.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CCUSTO.TXT - tabela de centros de custo: codigo e nome.
         FD  CCUSTO.
         01  REG-CCUSTO.
             05  CCU-CODIGO          PIC X(03).
             05  CCU-NOME            PIC X(20).
      *
      *   FUNCMEST.DAT - mestre unificado de funcionarios.
         FD  FUNCMEST.
         01  REG-FUNCMEST.
             05  FUN-MATRICULA       PIC 9(05).
             05  FUN-NOME            PIC X(36).
             05  FUN-SEXO            PIC X(01).
             05  FUN-CEP             PIC 9(05).
             05  FUN-UF              PIC X(02).
             05  FUN-ESTRANGEIRO     PIC X(01).
             05  FUN-EST-CIVIL       PIC 9(01).
             05  FUN-FONE            PIC X(13).
             05  FUN-RUA             PIC X(20).
             05  FUN-NUM             PIC 9(05).
             05  FUN-PTO-REF         PIC X(20).
             05  FUN-NIVEL           PIC 9(01).
             05  FUN-SAL             PIC 9(04)V99.
             05  FUN-CPF             PIC 9(11).
             05  FUN-ADMISSAO        PIC 9(08).
             05  FUN-SITUACAO        PIC X(01).
                 88  FUN-DESLIGADO   VALUE 'D'.
             05  FUN-DATA-DESLIG     PIC 9(08).
      *   Centro principal; o segundo centro leva o percentual
      *   FUN-PCT-CCUSTO-2 do custo (zero = sem segundo centro).
             05  FUN-CCUSTO          PIC X(03).
             05  FUN-CCUSTO-2        PIC X(03).
             05  FUN-PCT-CCUSTO-2    PIC 9(03).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CCU               PIC 99.
         77  WS-FS-MES               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE 'C'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-QTD-LISTADOS         PIC 9(05) VALUE ZEROS.
      *
      *   Tabela de centros carregada do CCUSTO.TXT.
         77  WS-QTD-CCU              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-CCU OCCURS 30 TIMES.
             05  WS-CCU-CODIGO       PIC X(03).
             05  WS-CCU-NOME         PIC X(20).
         77  WS-IND-CCU              PIC 9(02).
         77  WS-CCU-ACHADO           PIC 9(02) VALUE ZEROS.
         77  WS-CCU-PROCURA          PIC X(03) VALUE SPACES.
      *
      *   Alocacao digitada, so gravada depois de conferida.
         77  WS-CCUSTO-INF           PIC X(03) VALUE SPACES.
         77  WS-CCUSTO-2-INF         PIC X(03) VALUE SPACES.
         77  WS-PCT-INF              PIC 9(03) VALUE ZEROS.
         77  WS-NOME-INF             PIC X(20) VALUE SPACES.
         COPY AMBCFG.
         COPY JORNAL.
         77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                                 './FUNCMEST.DAT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   O caminho do mestre de funcionarios vem do resolvedor de
      *   ambientes, como nos demais mestres.
           MOVE 'FUNCMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           DISPLAY '------ CENTROS DE CUSTO ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           PERFORM GARANTE-TABELA-CCUSTO
           PERFORM CARREGA-TABELA-CCUSTO

           DISPLAY 'Modo (C-Centros/N-Novo centro/L-Lista'
                   ' funcionarios/A-Aloca funcionario): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'N'
              WHEN 'n'
                 PERFORM INCLUI-CENTRO THRU INCLUI-CENTRO-FIM
              WHEN 'L'
              WHEN 'l'
                 PERFORM LISTA-FUNCIONARIOS THRU LISTA-FUNCIONARIOS-FIM
              WHEN 'A'
              WHEN 'a'
                 PERFORM ALOCA-FUNCIONARIO THRU ALOCA-FUNCIONARIO-FIM
              WHEN OTHER
                 PERFORM LISTA-CENTROS
           END-EVALUATE.
           GOBACK.
      *
      *   Primeira execucao: a tabela nasce com as areas da casa.
       GARANTE-TABELA-CCUSTO.
           OPEN INPUT CCUSTO
           IF WS-FS-CCU EQUAL 35 THEN
              OPEN OUTPUT CCUSTO
              MOVE 'ADM'                       TO CCU-CODIGO
              MOVE 'ADMINISTRACAO'             TO CCU-NOME
              WRITE REG-CCUSTO
              MOVE 'ENS'                       TO CCU-CODIGO
              MOVE 'ENSINO'                    TO CCU-NOME
              WRITE REG-CCUSTO
              MOVE 'COB'                       TO CCU-CODIGO
              MOVE 'COBRANCA'                  TO CCU-NOME
              WRITE REG-CCUSTO
              MOVE 'SEC'                       TO CCU-CODIGO
              MOVE 'SECRETARIA'                TO CCU-NOME
              WRITE REG-CCUSTO
              DISPLAY 'CCUSTO.TXT GERADO COM OS CENTROS PADRAO.'
           END-IF
           CLOSE CCUSTO.
      *
       CARREGA-TABELA-CCUSTO.
           MOVE ZEROS                          TO WS-QTD-CCU
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT CCUSTO
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CCUSTO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF WS-QTD-CCU LESS 30 THEN
                       ADD 1                   TO WS-QTD-CCU
                       MOVE CCU-CODIGO     TO WS-CCU-CODIGO(WS-QTD-CCU)
                       MOVE CCU-NOME       TO WS-CCU-NOME(WS-QTD-CCU)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE CCUSTO.
      *
       BUSCA-CCUSTO.
           MOVE ZEROS                          TO WS-CCU-ACHADO
           PERFORM VARYING WS-IND-CCU FROM 1 BY 1
                           UNTIL WS-IND-CCU > WS-QTD-CCU
              IF WS-CCU-CODIGO(WS-IND-CCU) EQUAL WS-CCU-PROCURA THEN
                 MOVE WS-IND-CCU               TO WS-CCU-ACHADO
              END-IF
           END-PERFORM.
      *
       LISTA-CENTROS.
           PERFORM VARYING WS-IND-CCU FROM 1 BY 1
                           UNTIL WS-IND-CCU > WS-QTD-CCU
              DISPLAY WS-CCU-CODIGO(WS-IND-CCU) ' '
                      WS-CCU-NOME(WS-IND-CCU)
           END-PERFORM
           DISPLAY 'CENTROS DE CUSTO: ' WS-QTD-CCU.
      *
       INCLUI-CENTRO.
           IF WS-QTD-CCU NOT LESS 30 THEN
              DISPLAY '>> TABELA CHEIA (30 CENTROS).'
              GO TO INCLUI-CENTRO-FIM
           END-IF.
           DISPLAY 'Codigo do centro (3 posicoes): '
           ACCEPT WS-CCUSTO-INF
           MOVE FUNCTION UPPER-CASE(WS-CCUSTO-INF) TO WS-CCU-PROCURA
           IF WS-CCU-PROCURA EQUAL SPACES THEN
              DISPLAY '>> CODIGO OBRIGATORIO - NADA GRAVADO.'
              GO TO INCLUI-CENTRO-FIM
           END-IF.
           PERFORM BUSCA-CCUSTO
           IF WS-CCU-ACHADO GREATER ZEROS THEN
              DISPLAY '>> CENTRO ' WS-CCU-PROCURA ' JA EXISTE: '
                      WS-CCU-NOME(WS-CCU-ACHADO)
              GO TO INCLUI-CENTRO-FIM
           END-IF.
           DISPLAY 'Nome do centro: '
           ACCEPT WS-NOME-INF
           IF WS-NOME-INF EQUAL SPACES THEN
              DISPLAY '>> NOME OBRIGATORIO - NADA GRAVADO.'
              GO TO INCLUI-CENTRO-FIM
           END-IF.
           OPEN EXTEND CCUSTO
           MOVE WS-CCU-PROCURA                 TO CCU-CODIGO
           MOVE FUNCTION UPPER-CASE(WS-NOME-INF) TO CCU-NOME
           WRITE REG-CCUSTO
           CLOSE CCUSTO
           DISPLAY 'CENTRO ' CCU-CODIGO ' ' CCU-NOME ' INCLUIDO.'.
       INCLUI-CENTRO-FIM.
           EXIT.
      *
      *   Funcionarios ativos com a alocacao; os sem centro valido
      *   saem marcados para acerto.
       LISTA-FUNCIONARIOS.
           OPEN INPUT FUNCMEST
           IF WS-FS-MES NOT EQUAL ZEROS THEN
              DISPLAY 'FUNCMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MES
              GO TO LISTA-FUNCIONARIOS-FIM
           END-IF.
           MOVE ZEROS                          TO WS-QTD-LISTADOS
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ FUNCMEST NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF NOT FUN-DESLIGADO THEN
                       PERFORM MOSTRA-ALOCACAO
                       ADD 1                   TO WS-QTD-LISTADOS
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FUNCMEST
           DISPLAY 'FUNCIONARIOS ATIVOS: ' WS-QTD-LISTADOS.
       LISTA-FUNCIONARIOS-FIM.
           EXIT.
      *
       MOSTRA-ALOCACAO.
           MOVE FUN-CCUSTO                     TO WS-CCU-PROCURA
           PERFORM BUSCA-CCUSTO
           IF WS-CCU-ACHADO EQUAL ZEROS THEN
              DISPLAY FUN-MATRICULA ' ' FUN-NOME(1:25) ' '
                      FUN-CCUSTO ' >> SEM CENTRO VALIDO'
           ELSE
              IF FUN-PCT-CCUSTO-2 GREATER ZEROS THEN
                 DISPLAY FUN-MATRICULA ' ' FUN-NOME(1:25) ' '
                         FUN-CCUSTO ' + ' FUN-CCUSTO-2 ' '
                         FUN-PCT-CCUSTO-2 '%'
              ELSE
                 DISPLAY FUN-MATRICULA ' ' FUN-NOME(1:25) ' '
                         FUN-CCUSTO
              END-IF
           END-IF.
      *
      *   Alocacao: centro principal obrigatorio; o segundo centro e
      *   opcional, diferente do principal, com percentual de 1 a 99.
       ALOCA-FUNCIONARIO.
           OPEN I-O FUNCMEST
           IF WS-FS-MES NOT EQUAL ZEROS THEN
              DISPLAY 'FUNCMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MES
              GO TO ALOCA-FUNCIONARIO-FIM
           END-IF.
           DISPLAY 'Matricula do funcionario: '
           ACCEPT WS-MATR-INF
           MOVE WS-MATR-INF                    TO FUN-MATRICULA
           READ FUNCMEST
              INVALID KEY
                 DISPLAY '>> MATRICULA ' WS-MATR-INF ' NAO ESTA NO'
                         ' MESTRE.'
                 CLOSE FUNCMEST
                 GO TO ALOCA-FUNCIONARIO-FIM
           END-READ.
           IF FUN-DESLIGADO THEN
              DISPLAY '>> FUNCIONARIO DESLIGADO EM ' FUN-DATA-DESLIG
              CLOSE FUNCMEST
              GO TO ALOCA-FUNCIONARIO-FIM
           END-IF.
           DISPLAY 'FUNCIONARIO: ' FUN-NOME
           PERFORM MOSTRA-ALOCACAO

           MOVE ZEROS                          TO WS-CCU-ACHADO
           PERFORM UNTIL WS-CCU-ACHADO GREATER ZEROS
              DISPLAY 'Centro principal: '
              ACCEPT WS-CCUSTO-INF
              MOVE FUNCTION UPPER-CASE(WS-CCUSTO-INF) TO WS-CCU-PROCURA
              PERFORM BUSCA-CCUSTO
              IF WS-CCU-ACHADO EQUAL ZEROS THEN
                 DISPLAY '>> CENTRO ' WS-CCU-PROCURA
                         ' NAO ESTA NO CCUSTO.TXT.'
              END-IF
           END-PERFORM
           MOVE WS-CCU-PROCURA                 TO WS-CCUSTO-INF

           MOVE SPACES                         TO WS-CCUSTO-2-INF
           MOVE ZEROS                          TO WS-PCT-INF
           DISPLAY 'Segundo centro (branco = nenhum): '
           ACCEPT WS-CCUSTO-2-INF
           MOVE FUNCTION UPPER-CASE(WS-CCUSTO-2-INF) TO WS-CCU-PROCURA
           IF WS-CCU-PROCURA NOT EQUAL SPACES THEN
              PERFORM BUSCA-CCUSTO
              IF WS-CCU-ACHADO EQUAL ZEROS
                       OR WS-CCU-PROCURA EQUAL WS-CCUSTO-INF THEN
                 DISPLAY '>> SEGUNDO CENTRO INVALIDO OU IGUAL AO'
                         ' PRINCIPAL - NADA GRAVADO.'
                 CLOSE FUNCMEST
                 GO TO ALOCA-FUNCIONARIO-FIM
              END-IF
              MOVE WS-CCU-PROCURA              TO WS-CCUSTO-2-INF
              PERFORM UNTIL WS-PCT-INF GREATER ZEROS
                       AND WS-PCT-INF LESS 100
                 DISPLAY 'Percentual do custo no segundo centro'
                         ' (1 a 99): '
                 ACCEPT WS-PCT-INF
              END-PERFORM
           END-IF.

           DISPLAY 'GRAVAR ' WS-CCUSTO-INF ' / ' WS-CCUSTO-2-INF ' '
                   WS-PCT-INF '%? (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'ALOCACAO CANCELADA.'
              CLOSE FUNCMEST
              GO TO ALOCA-FUNCIONARIO-FIM
           END-IF.
           MOVE WS-CCUSTO-INF                  TO FUN-CCUSTO
           MOVE WS-CCUSTO-2-INF                TO FUN-CCUSTO-2
           MOVE WS-PCT-INF                     TO FUN-PCT-CCUSTO-2
           REWRITE REG-FUNCMEST
              INVALID KEY
                 DISPLAY '>> FALHA NA GRAVACAO - FILE STATUS: '
                         WS-FS-MES
              NOT INVALID KEY
                 MOVE 'R'                      TO JN-OPERACAO
                 PERFORM JORNALIZA-FUNCIONARIO
                 DISPLAY 'ALOCACAO DE ' FUN-MATRICULA ' GRAVADA.'
           END-REWRITE.
           CLOSE FUNCMEST.
       ALOCA-FUNCIONARIO-FIM.
           EXIT.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-FUNCIONARIO.
           IF WS-FS-MES LESS 10 THEN
              MOVE 'PGCCUMNT'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'FUNCMEST.DAT'              TO JN-ARQUIVO
              MOVE REG-FUNCMEST                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGCCUMNT.
