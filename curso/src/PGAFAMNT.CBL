      *****************************************************************
      * Program name:    PGAFAMNT
      * Original author: Anderson Nascimento
      * Purpose: Cadastro de afastamentos por funcionario
      *          (AFASTAM.DAT, chave matricula + data de inicio):
      *          tipo (DO doenca, AT acidente de trabalho, MA licenca
      *          maternidade, NR licenca nao remunerada), inicio,
      *          retorno previsto, retorno efetivo e o documento que
      *          ampara o afastamento (atestado, CAT, certidao). O
      *          retorno efetivo e registrado a parte, quando o
      *          funcionario volta. E daqui que o PGFOLHA paga o mes
      *          proporcional, o PGFERIAS prorroga o periodo
      *          aquisitivo e o PGRESCIS acerta o termo (todos pelo
      *          PGAFADIA); o PGAFAREL lista os afastados do mes.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAFAMNT.
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
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AFA-CHAVE
           FILE STATUS  IS WS-FS-AFA.
           SELECT FUNCMEST ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MES.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   AFASTAM.DAT - um afastamento por registro, na chave
      *   matricula + data de inicio; retorno efetivo zerado enquanto
      *   o funcionario nao volta.
         FD  AFASTAM.
         01  REG-AFASTAMENTO.
             05  AFA-CHAVE.
                 10  AFA-MATRICULA   PIC 9(05).
                 10  AFA-INICIO      PIC 9(08).
             05  AFA-TIPO            PIC X(02).
                 88  AFA-TIPO-VALIDO VALUE 'DO' 'AT' 'MA' 'NR'.
             05  AFA-RETORNO-PREV    PIC 9(08).
             05  AFA-RETORNO-REAL    PIC 9(08).
             05  AFA-DOCUMENTO       PIC X(20).
             05  AFA-DATA-REGISTRO   PIC 9(08).
      *
      *   FUNCMEST.DAT - mestre unificado, para validar a matricula
      *   e a admissao.
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
      *   Desligamento (PGRESCIS): 'D' com a data encerra o vinculo.
             05  FUN-SITUACAO        PIC X(01).
                 88  FUN-DESLIGADO   VALUE 'D'.
             05  FUN-DATA-DESLIG     PIC 9(08).
             05  FUN-CCUSTO          PIC X(03).
             05  FUN-CCUSTO-2        PIC X(03).
             05  FUN-PCT-CCUSTO-2    PIC 9(03).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-AFA               PIC X(02) VALUE '00'.
         77  WS-FS-MES               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE 'L'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-TIPO-INF             PIC X(02) VALUE SPACES.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-QTD-LISTADOS         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-ABERTOS          PIC 9(03) VALUE ZEROS.
         77  WS-INICIO-ABERTO        PIC 9(08) VALUE ZEROS.
         77  WS-ULTIMO-RETORNO       PIC 9(08) VALUE ZEROS.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-SITUACAO-TXT         PIC X(10) VALUE SPACES.
      *   Data digitada, conferida pelo PGVALDAT.
         01  WS-DATA-INF             PIC 9(08) VALUE ZEROS.
         01  WS-DATA-INF-R REDEFINES WS-DATA-INF.
             05  WS-DI-AAAA          PIC 9(04).
             05  WS-DI-MM            PIC 9(02).
             05  WS-DI-DD            PIC 9(02).
         COPY DATAVAL.
         COPY AMBCFG.
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
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY '------ CADASTRO DE AFASTAMENTOS ------'

           OPEN I-O AFASTAM
           IF WS-FS-AFA EQUAL '35' THEN
              OPEN OUTPUT AFASTAM
              CLOSE AFASTAM
              OPEN I-O AFASTAM
           END-IF.
           IF WS-FS-AFA NOT EQUAL '00' THEN
              DISPLAY 'AFASTAM.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-AFA
              GOBACK
           END-IF.
           OPEN INPUT FUNCMEST
           IF WS-FS-MES NOT EQUAL ZEROS THEN
              DISPLAY 'FUNCMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MES
              CLOSE AFASTAM
              GOBACK
           END-IF.

           DISPLAY 'Matricula do funcionario: '
           ACCEPT WS-MATR-INF
           MOVE WS-MATR-INF                    TO FUN-MATRICULA
           READ FUNCMEST
              INVALID KEY
                 DISPLAY '>> MATRICULA ' WS-MATR-INF ' NAO ESTA NO'
                         ' MESTRE.'
                 CLOSE AFASTAM FUNCMEST
                 GOBACK
              NOT INVALID KEY
                 DISPLAY 'FUNCIONARIO: ' FUN-NOME
           END-READ.

           DISPLAY 'Modo (L-Lista/I-Inclui/R-Retorno/E-Exclui): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'I'
              WHEN 'i'
                 PERFORM INCLUI-AFASTAMENTO THRU INCLUI-AFASTAMENTO-FIM
              WHEN 'R'
              WHEN 'r'
                 PERFORM REGISTRA-RETORNO THRU REGISTRA-RETORNO-FIM
              WHEN 'E'
              WHEN 'e'
                 PERFORM EXCLUI-AFASTAMENTO
              WHEN OTHER
                 PERFORM LISTA-AFASTAMENTOS
           END-EVALUATE.

           CLOSE AFASTAM FUNCMEST.
           GOBACK.
      *
      *   Varre os afastamentos da matricula; lista quando o modo e
      *   L e, em qualquer modo, guarda o afastamento ainda aberto e
      *   o ultimo retorno, para a inclusao nao sobrepor periodos.
       LISTA-AFASTAMENTOS.
           MOVE ZEROS                          TO WS-QTD-LISTADOS
                                                  WS-QTD-ABERTOS
                                                  WS-INICIO-ABERTO
                                                  WS-ULTIMO-RETORNO
           MOVE WS-MATR-INF                    TO AFA-MATRICULA
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
                    IF AFA-MATRICULA EQUAL WS-MATR-INF THEN
                       PERFORM CONFERE-AFASTAMENTO
                    ELSE
                       MOVE 'S'                TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'N'                            TO WS-EOF
           IF WS-MODO-EXEC EQUAL 'L' OR WS-MODO-EXEC EQUAL 'l'
                    OR WS-MODO-EXEC EQUAL SPACE THEN
              DISPLAY 'AFASTAMENTOS: ' WS-QTD-LISTADOS
                      '  EM ABERTO: ' WS-QTD-ABERTOS
           END-IF.
      *
       CONFERE-AFASTAMENTO.
           ADD 1                               TO WS-QTD-LISTADOS
           IF AFA-RETORNO-REAL EQUAL ZEROS THEN
              ADD 1                            TO WS-QTD-ABERTOS
              MOVE AFA-INICIO                  TO WS-INICIO-ABERTO
              IF AFA-RETORNO-PREV LESS WS-DATA-HOJE THEN
                 MOVE 'ATRASADO'               TO WS-SITUACAO-TXT
              ELSE
                 MOVE 'AFASTADO'               TO WS-SITUACAO-TXT
              END-IF
           ELSE
              MOVE 'RETORNOU'                  TO WS-SITUACAO-TXT
              IF AFA-RETORNO-REAL GREATER WS-ULTIMO-RETORNO THEN
                 MOVE AFA-RETORNO-REAL         TO WS-ULTIMO-RETORNO
              END-IF
           END-IF
           IF WS-MODO-EXEC NOT EQUAL 'I' AND WS-MODO-EXEC NOT EQUAL 'i'
              DISPLAY AFA-INICIO ' ' AFA-TIPO
                      ' PREV ' AFA-RETORNO-PREV
                      ' RET ' AFA-RETORNO-REAL
                      ' ' WS-SITUACAO-TXT
                      ' DOC ' AFA-DOCUMENTO
           END-IF.
      *
      *   Inclusao: funcionario ativo, sem afastamento em aberto,
      *   inicio depois da admissao e do ultimo retorno, previsao
      *   de retorno depois do inicio e documento obrigatorio (menos
      *   na licenca nao remunerada, que e a pedido).
       INCLUI-AFASTAMENTO.
           IF FUN-DESLIGADO THEN
              DISPLAY '>> FUNCIONARIO DESLIGADO EM ' FUN-DATA-DESLIG
              GO TO INCLUI-AFASTAMENTO-FIM
           END-IF.
           PERFORM LISTA-AFASTAMENTOS
           IF WS-QTD-ABERTOS GREATER ZEROS THEN
              DISPLAY '>> AFASTAMENTO DE ' WS-INICIO-ABERTO
                      ' AINDA SEM RETORNO - REGISTRE O RETORNO ANTES.'
              GO TO INCLUI-AFASTAMENTO-FIM
           END-IF.
           MOVE SPACES                         TO WS-TIPO-INF
           MOVE WS-TIPO-INF                    TO AFA-TIPO
           PERFORM UNTIL AFA-TIPO-VALIDO
              DISPLAY 'Tipo (DO-Doenca/AT-Acidente/MA-Maternidade/'
                      'NR-Nao remunerada): '
              ACCEPT WS-TIPO-INF
              MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO AFA-TIPO
              IF NOT AFA-TIPO-VALIDO THEN
                 DISPLAY '>> INFORME DO, AT, MA OU NR'
              END-IF
           END-PERFORM
           DISPLAY 'Inicio do afastamento'
           PERFORM LE-DATA
           IF WS-DATA-INF LESS FUN-ADMISSAO
                    OR WS-DATA-INF LESS WS-ULTIMO-RETORNO THEN
              DISPLAY '>> INICIO ANTES DA ADMISSAO OU DO ULTIMO'
                      ' RETORNO - NADA GRAVADO.'
              GO TO INCLUI-AFASTAMENTO-FIM
           END-IF.
           MOVE WS-MATR-INF                    TO AFA-MATRICULA
           MOVE WS-DATA-INF                    TO AFA-INICIO
           DISPLAY 'Retorno previsto'
           PERFORM LE-DATA
           PERFORM UNTIL WS-DATA-INF GREATER AFA-INICIO
              DISPLAY '>> RETORNO PREVISTO DEVE SER DEPOIS DO INICIO.'
              PERFORM LE-DATA
           END-PERFORM
           MOVE WS-DATA-INF                    TO AFA-RETORNO-PREV
           MOVE ZEROS                          TO AFA-RETORNO-REAL
           DISPLAY 'Documento (atestado/CAT/certidao): '
           ACCEPT AFA-DOCUMENTO
           PERFORM UNTIL AFA-DOCUMENTO NOT EQUAL SPACES
                    OR AFA-TIPO EQUAL 'NR'
              DISPLAY '>> DOCUMENTO OBRIGATORIO. Documento: '
              ACCEPT AFA-DOCUMENTO
           END-PERFORM
           MOVE WS-DATA-HOJE                   TO AFA-DATA-REGISTRO
           WRITE REG-AFASTAMENTO
              INVALID KEY
                 DISPLAY '>> FALHA NA GRAVACAO - FILE STATUS: '
                         WS-FS-AFA
              NOT INVALID KEY
                 DISPLAY 'AFASTAMENTO ' AFA-TIPO ' DE ' AFA-INICIO
                         ' INCLUIDO.'
           END-WRITE.
       INCLUI-AFASTAMENTO-FIM.
           EXIT.
      *
      *   Retorno efetivo do afastamento em aberto; e ele que encerra
      *   o desconto na folha.
       REGISTRA-RETORNO.
           PERFORM LISTA-AFASTAMENTOS
           IF WS-QTD-ABERTOS EQUAL ZEROS THEN
              DISPLAY '>> NENHUM AFASTAMENTO EM ABERTO.'
              GO TO REGISTRA-RETORNO-FIM
           END-IF.
           MOVE WS-MATR-INF                    TO AFA-MATRICULA
           MOVE WS-INICIO-ABERTO               TO AFA-INICIO
           READ AFASTAM
              INVALID KEY
                 DISPLAY '>> AFASTAMENTO NAO ENCONTRADO.'
                 GO TO REGISTRA-RETORNO-FIM
           END-READ.
           DISPLAY 'Data do retorno ao trabalho'
           PERFORM LE-DATA
           PERFORM UNTIL WS-DATA-INF GREATER AFA-INICIO
              DISPLAY '>> RETORNO DEVE SER DEPOIS DO INICIO ('
                      AFA-INICIO ').'
              PERFORM LE-DATA
           END-PERFORM
           MOVE WS-DATA-INF                    TO AFA-RETORNO-REAL
           REWRITE REG-AFASTAMENTO
              INVALID KEY
                 DISPLAY '>> FALHA NA GRAVACAO - FILE STATUS: '
                         WS-FS-AFA
              NOT INVALID KEY
                 DISPLAY 'RETORNO EM ' AFA-RETORNO-REAL
                         ' REGISTRADO.'
           END-REWRITE.
       REGISTRA-RETORNO-FIM.
           EXIT.
      *
       EXCLUI-AFASTAMENTO.
           DISPLAY 'Inicio do afastamento a excluir'
           PERFORM LE-DATA
           MOVE WS-MATR-INF                    TO AFA-MATRICULA
           MOVE WS-DATA-INF                    TO AFA-INICIO
           READ AFASTAM
              INVALID KEY
                 DISPLAY 'AFASTAMENTO NAO ENCONTRADO.'
              NOT INVALID KEY
                 DISPLAY 'EXCLUIR ' AFA-TIPO ' DE ' AFA-INICIO
                         '? (S/N): '
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                    DELETE AFASTAM RECORD
                    DISPLAY 'AFASTAMENTO EXCLUIDO.'
                 ELSE
                    DISPLAY 'EXCLUSAO CANCELADA.'
                 END-IF
           END-READ.
      *
       LE-DATA.
           MOVE 'N'                            TO DV-STATUS
           PERFORM UNTIL DV-DATA-VALIDA
              DISPLAY '(AAAAMMDD): '
              ACCEPT WS-DATA-INF
              MOVE WS-DI-DD                    TO DV-DIA
              MOVE WS-DI-MM                    TO DV-MES
              MOVE WS-DI-AAAA                  TO DV-ANO
              CALL './bin/PGVALDAT' USING DV-PARM
              IF DV-DATA-INVALIDA THEN
                 DISPLAY '>> DATA INVALIDA, INFORME DE NOVO.'
              END-IF
           END-PERFORM.
      *
       END PROGRAM PGAFAMNT.
