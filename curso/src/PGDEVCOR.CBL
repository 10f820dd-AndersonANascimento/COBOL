      *****************************************************************
      * Program name:    PGDEVCOR
      * Original author: Anderson Nascimento
      * Purpose: Registro da correspondencia devolvida pelo correio,
      *          no balcao, para clientes (CD-CLIENTE do CLIENTE.TXT)
      *          e alunos (matricula do ALUNMEST.DAT):
      *            R - registra a devolucao com o motivo do correio;
      *                o endereco que voltou fica guardado em
      *                DEVOLUC.DAT e passa a ser recusado pelo
      *                PGENDDEV nas cartas de cobranca (PGCOBRAN),
      *                nas cartas aos alunos (PGCARTAS) e nas
      *                etiquetas (PGETIQUE) ate o cadastro ser
      *                corrigido no PGGERARQ ou no PGALUMNT;
      *            B - baixa manual, quando o endereco e confirmado
      *                correto sem mudar o cadastro;
      *            L - lista em DEVOLUC.LST os enderecos ainda
      *                invalidos, com telefone, para o contato.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGDEVCOR.
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
           SELECT DEVOLUC ASSIGN TO './DEVOLUC.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS DEV-CHAVE
           FILE STATUS   IS WS-FS-DEV.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CD-CLIENTE
           FILE STATUS   IS WS-FS-CLI.
           SELECT ALUNMEST ASSIGN TO WS-CAMINHO-ALUNMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS ALM-MATRICULA
           FILE STATUS   IS WS-FS-ALM.
           SELECT RELATORIO ASSIGN TO './DEVOLUC.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   DEVOLUC.DAT - correspondencia devolvida, uma por cadastro,
      *   com o endereco que voltou (lido pelo PGENDDEV).
         FD  DEVOLUC.
         01  REG-DEVOLUC.
             05  DEV-CHAVE.
                 10  DEV-TIPO        PIC X(01).
                 10  DEV-CODIGO      PIC 9(06).
             05  DEV-ENDERECO        PIC X(63).
             05  DEV-MOTIVO          PIC X(02).
             05  DEV-DESC-MOTIVO     PIC X(25).
             05  DEV-DATA            PIC 9(08).
             05  DEV-QTD             PIC 9(03).
             05  DEV-SITUACAO        PIC X(01).
                 88  DEV-ATIVA       VALUE 'A'.
                 88  DEV-BAIXADA     VALUE 'B'.
             05  DEV-OPERADOR        PIC X(08).
             05  DEV-DATA-BAIXA      PIC 9(08).
             05  DEV-OPER-BAIXA      PIC X(08).
      *
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ).
         FD  CLIENTE.
         01  REG-CLIENTE.
             03 CD-CLIENTE           PIC 9(06).
             03 NM-CLIENTE           PIC X(20).
             03 TL-CLIENTE           PIC X(13).
             03 EN-RUA               PIC X(20).
             03 EN-NUMERO            PIC 9(05).
             03 EN-CIDADE            PIC X(15).
             03 EN-CEP               PIC 9(05).
             03 EN-UF                PIC X(02).
             03 NR-CPF               PIC 9(11).
      *
      *   ALUNMEST.DAT - cadastro demografico mantido pelo PGALUMNT.
         FD  ALUNMEST.
         01  REG-ALUMEST.
             05  ALM-MATRICULA       PIC 9(05).
             05  ALM-NOME            PIC X(30).
             05  ALM-RUA             PIC X(30).
             05  ALM-NUMERO          PIC X(06).
             05  ALM-CIDADE          PIC X(20).
             05  ALM-CEP             PIC 9(05).
             05  ALM-UF              PIC X(02).
             05  ALM-CPF             PIC 9(11).
             05  ALM-FONE            PIC X(13).
             05  ALM-RESPONSAVEL     PIC X(30).
             05  ALM-FONE-RESP       PIC X(13).
      *
      *   DEVOLUC.LST - enderecos invalidos para contato por telefone.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-DEV               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-ALM               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-MODO                 PIC X     VALUE SPACE.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-TIPO-INF             PIC X(01) VALUE SPACE.
             88  WS-TIPO-VALIDO      VALUE 'C' 'A'.
         77  WS-CODIGO-INF           PIC 9(06) VALUE ZEROS.
         77  WS-MOTIVO-INF           PIC X(02) VALUE SPACES.
         77  WS-CADASTRO-ACHADO      PIC X     VALUE 'N'.
         77  WS-CLIENTE-OK           PIC X     VALUE 'N'.
         77  WS-ALUNMEST-OK          PIC X     VALUE 'N'.
         77  WS-NOME-CADASTRO        PIC X(30) VALUE SPACES.
         77  WS-FONE-CADASTRO        PIC X(13) VALUE SPACES.
         77  WS-ENDERECO-ATUAL       PIC X(63) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-QTD-INVALIDOS        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ATUALIZADOS      PIC 9(05) VALUE ZEROS.
         77  WS-IND-MOT              PIC 9(02).
         77  WS-MOTIVO-ACHADO        PIC 9(02) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Motivos de devolucao impressos pelo correio no envelope.
         01  WS-TAB-MOTIVO-VALORES.
             05  FILLER PIC X(27) VALUE '01MUDOU-SE                 '.
             05  FILLER PIC X(27) VALUE '02ENDERECO INSUFICIENTE    '.
             05  FILLER PIC X(27) VALUE '03NAO EXISTE O NUMERO      '.
             05  FILLER PIC X(27) VALUE '04DESCONHECIDO             '.
             05  FILLER PIC X(27) VALUE '05RECUSADO                 '.
             05  FILLER PIC X(27) VALUE '06NAO PROCURADO            '.
             05  FILLER PIC X(27) VALUE '07AUSENTE                  '.
             05  FILLER PIC X(27) VALUE '08FALECIDO                 '.
             05  FILLER PIC X(27) VALUE '09OUTROS                   '.
         01  WS-TAB-MOTIVO REDEFINES WS-TAB-MOTIVO-VALORES
                           OCCURS 9 TIMES.
             05  WS-MOT-CODIGO       PIC X(02).
             05  WS-MOT-DESCRICAO    PIC X(25).
      *
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-CLIENTE      PIC X(40) VALUE
                                     './CLIENTE.TXT'.
         77  WS-CAMINHO-ALUNMEST     PIC X(40) VALUE
                                     './ALUNMEST.DAT'.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(40) VALUE
                'T CODIGO NOME                 TELEFONE '.
            03  FILLER               PIC X(40) VALUE
                '    MOTIVO             DEVOLVIDO QTD   '.
      *
        01  LINHA-DEVOLUCAO.
            03  LDV-TIPO             PIC X(01).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-CODIGO           PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-NOME             PIC X(20).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-FONE             PIC X(13).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-MOTIVO           PIC X(18).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-DATA             PIC 9(08).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LDV-QTD              PIC ZZ9.
            03  FILLER               PIC X(04) VALUE SPACES.
      *
        01  LINHA-TOTAL.
            03  FILLER               PIC X(22) VALUE
                'ENDERECOS INVALIDOS:'.
            03  TOT-INVALIDOS        PIC ZZZZ9.
            03  FILLER               PIC X(30) VALUE
                '   JA CORRIGIDOS NO CADASTRO: '.
            03  TOT-ATUALIZADOS      PIC ZZZZ9.
            03  FILLER               PIC X(18) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminhos dos mestres resolvidos pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'CLIENTE.TXT'                TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           MOVE 'ALUNMEST.DAT'               TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNMEST
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY '------ CORRESPONDENCIA DEVOLVIDA ------'
           DISPLAY 'Modo (R-Registrar/B-Baixar/L-Listar): '
           ACCEPT WS-MODO
           EVALUATE WS-MODO
              WHEN 'R'
              WHEN 'r'
                 PERFORM REGISTRA-DEVOLUCAO
              WHEN 'B'
              WHEN 'b'
                 PERFORM BAIXA-DEVOLUCAO
              WHEN 'L'
              WHEN 'l'
                 PERFORM LISTA-DEVOLUCOES
              WHEN OTHER
                 DISPLAY '>> MODO INVALIDO.'
           END-EVALUATE.
           GOBACK.
      *
      *   Modo R: o envelope devolvido traz o motivo; o endereco do
      *   cadastro neste momento e o que fica marcado como invalido.
       REGISTRA-DEVOLUCAO.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           PERFORM ACEITA-CADASTRO
           IF WS-CADASTRO-ACHADO NOT EQUAL 'S' THEN
              GOBACK
           END-IF.

           PERFORM VARYING WS-IND-MOT FROM 1 BY 1
                           UNTIL WS-IND-MOT > 9
              DISPLAY '   ' WS-MOT-CODIGO(WS-IND-MOT) ' - '
                      WS-MOT-DESCRICAO(WS-IND-MOT)
           END-PERFORM.
           MOVE ZEROS                          TO WS-MOTIVO-ACHADO
           PERFORM UNTIL WS-MOTIVO-ACHADO GREATER ZEROS
              DISPLAY 'Motivo da devolucao: '
              ACCEPT WS-MOTIVO-INF
              PERFORM VARYING WS-IND-MOT FROM 1 BY 1
                              UNTIL WS-IND-MOT > 9
                 IF WS-MOT-CODIGO(WS-IND-MOT) EQUAL WS-MOTIVO-INF
                          THEN
                    MOVE WS-IND-MOT            TO WS-MOTIVO-ACHADO
                 END-IF
              END-PERFORM
              IF WS-MOTIVO-ACHADO EQUAL ZEROS THEN
                 DISPLAY '>> MOTIVO INVALIDO.'
              END-IF
           END-PERFORM.
           DISPLAY 'Confirma a devolucao (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'REGISTRO CANCELADO.'
              GOBACK
           END-IF.

           OPEN I-O DEVOLUC
           IF WS-FS-DEV EQUAL '35' THEN
              OPEN OUTPUT DEVOLUC
              CLOSE DEVOLUC
              OPEN I-O DEVOLUC
           END-IF.
           MOVE WS-TIPO-INF                    TO DEV-TIPO
           MOVE WS-CODIGO-INF                  TO DEV-CODIGO
           READ DEVOLUC
              INVALID KEY
                 MOVE ZEROS                    TO DEV-QTD
           END-READ.
           MOVE WS-TIPO-INF                    TO DEV-TIPO
           MOVE WS-CODIGO-INF                  TO DEV-CODIGO
           MOVE WS-ENDERECO-ATUAL              TO DEV-ENDERECO
           MOVE WS-MOT-CODIGO(WS-MOTIVO-ACHADO) TO DEV-MOTIVO
           MOVE WS-MOT-DESCRICAO(WS-MOTIVO-ACHADO)
                                               TO DEV-DESC-MOTIVO
           MOVE WS-DATA-HOJE                   TO DEV-DATA
           ADD 1                               TO DEV-QTD
           MOVE 'A'                            TO DEV-SITUACAO
           MOVE WS-OPERADOR                    TO DEV-OPERADOR
           MOVE ZEROS                          TO DEV-DATA-BAIXA
           MOVE SPACES                         TO DEV-OPER-BAIXA
           WRITE REG-DEVOLUC
              INVALID KEY
                 REWRITE REG-DEVOLUC
           END-WRITE.
           CLOSE DEVOLUC.
           DISPLAY 'ENDERECO MARCADO COMO INVALIDO ('
                   DEV-QTD ' DEVOLUCAO(OES)). CORRIJA O CADASTRO'
                   ' PARA VOLTAR A ENVIAR.'.
      *
      *   Modo B: endereco confirmado correto (erro do correio).
       BAIXA-DEVOLUCAO.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           PERFORM ACEITA-TIPO-CODIGO
           OPEN I-O DEVOLUC
           IF WS-FS-DEV NOT EQUAL '00' THEN
              DISPLAY '>> NENHUMA DEVOLUCAO REGISTRADA.'
              GOBACK
           END-IF.
           MOVE WS-TIPO-INF                    TO DEV-TIPO
           MOVE WS-CODIGO-INF                  TO DEV-CODIGO
           READ DEVOLUC
              INVALID KEY
                 DISPLAY '>> SEM DEVOLUCAO PARA ESTE CADASTRO.'
              NOT INVALID KEY
                 IF DEV-BAIXADA THEN
                    DISPLAY '>> DEVOLUCAO JA BAIXADA EM '
                            DEV-DATA-BAIXA ' POR ' DEV-OPER-BAIXA
                 ELSE
                    DISPLAY 'DEVOLVIDO EM ' DEV-DATA ' - '
                            DEV-DESC-MOTIVO
                    DISPLAY 'Confirma a baixa (S/N): '
                    ACCEPT WS-CONFIRMA
                    IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                       MOVE 'B'                TO DEV-SITUACAO
                       MOVE WS-DATA-HOJE       TO DEV-DATA-BAIXA
                       MOVE WS-OPERADOR        TO DEV-OPER-BAIXA
                       REWRITE REG-DEVOLUC
                       DISPLAY 'DEVOLUCAO BAIXADA - ENDERECO VALIDO.'
                    ELSE
                       DISPLAY 'BAIXA CANCELADA.'
                    END-IF
                 END-IF
           END-READ.
           CLOSE DEVOLUC.
      *
       ACEITA-TIPO-CODIGO.
           MOVE SPACE                          TO WS-TIPO-INF
           PERFORM UNTIL WS-TIPO-VALIDO
              DISPLAY 'Cadastro (C-Cliente/A-Aluno): '
              ACCEPT WS-TIPO-INF
              MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO WS-TIPO-INF
           END-PERFORM.
           IF WS-TIPO-INF EQUAL 'C' THEN
              DISPLAY 'Codigo do cliente: '
           ELSE
              DISPLAY 'Matricula: '
           END-IF.
           ACCEPT WS-CODIGO-INF.
      *
      *   Le o cadastro pedido, mostra nome e endereco atual e monta
      *   o endereco emendado no formato conferido pelo PGENDDEV.
       ACEITA-CADASTRO.
           PERFORM ACEITA-TIPO-CODIGO
           MOVE 'N'                            TO WS-CADASTRO-ACHADO
           IF WS-TIPO-INF EQUAL 'C' THEN
              OPEN INPUT CLIENTE
              IF WS-FS-CLI EQUAL '00' THEN
                 MOVE WS-CODIGO-INF            TO CD-CLIENTE
                 READ CLIENTE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S'                TO WS-CADASTRO-ACHADO
                       PERFORM MONTA-ENDERECO-CLIENTE
                 END-READ
                 CLOSE CLIENTE
              END-IF
           ELSE
              OPEN INPUT ALUNMEST
              IF WS-FS-ALM EQUAL '00' THEN
                 MOVE WS-CODIGO-INF            TO ALM-MATRICULA
                 READ ALUNMEST
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'S'                TO WS-CADASTRO-ACHADO
                       PERFORM MONTA-ENDERECO-ALUNO
                 END-READ
                 CLOSE ALUNMEST
              END-IF
           END-IF.
           IF WS-CADASTRO-ACHADO NOT EQUAL 'S' THEN
              DISPLAY '>> CADASTRO NAO ENCONTRADO - DEVOLUCAO NAO'
                      ' REGISTRADA.'
           ELSE
              DISPLAY 'NOME    : ' WS-NOME-CADASTRO
              DISPLAY 'ENDERECO: ' WS-ENDERECO-ATUAL
           END-IF.
      *
       MONTA-ENDERECO-CLIENTE.
           MOVE NM-CLIENTE                     TO WS-NOME-CADASTRO
           MOVE TL-CLIENTE                     TO WS-FONE-CADASTRO
           MOVE SPACES                         TO WS-ENDERECO-ATUAL
           STRING EN-RUA    DELIMITED SIZE
                  EN-NUMERO DELIMITED SIZE
                  EN-CIDADE DELIMITED SIZE
                  EN-CEP    DELIMITED SIZE
                  EN-UF     DELIMITED SIZE
                  INTO WS-ENDERECO-ATUAL.
      *
       MONTA-ENDERECO-ALUNO.
           MOVE ALM-NOME                       TO WS-NOME-CADASTRO
           IF ALM-FONE NOT EQUAL SPACES THEN
              MOVE ALM-FONE                    TO WS-FONE-CADASTRO
           ELSE
              MOVE ALM-FONE-RESP               TO WS-FONE-CADASTRO
           END-IF
           MOVE SPACES                         TO WS-ENDERECO-ATUAL
           STRING ALM-RUA    DELIMITED SIZE
                  ALM-NUMERO DELIMITED SIZE
                  ALM-CIDADE DELIMITED SIZE
                  ALM-CEP    DELIMITED SIZE
                  ALM-UF     DELIMITED SIZE
                  INTO WS-ENDERECO-ATUAL.
      *
      *   Modo L: so entra na lista a devolucao ativa cujo endereco
      *   ainda e o do cadastro; as ja corrigidas so sao contadas.
       LISTA-DEVOLUCOES.
           OPEN INPUT DEVOLUC
           IF WS-FS-DEV NOT EQUAL '00' THEN
              DISPLAY '>> NENHUMA DEVOLUCAO REGISTRADA.'
              GOBACK
           END-IF.
           OPEN INPUT CLIENTE
           IF WS-FS-CLI EQUAL '00' THEN
              MOVE 'S'                         TO WS-CLIENTE-OK
           END-IF.
           OPEN INPUT ALUNMEST
           IF WS-FS-ALM EQUAL '00' THEN
              MOVE 'S'                         TO WS-ALUNMEST-OK
           END-IF.
           OPEN OUTPUT RELATORIO
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ DEVOLUC NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF DEV-ATIVA THEN
                       PERFORM CONFERE-DEVOLUCAO
                    END-IF
              END-READ
           END-PERFORM.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-QTD-INVALIDOS               TO TOT-INVALIDOS
           MOVE WS-QTD-ATUALIZADOS             TO TOT-ATUALIZADOS
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           CLOSE DEVOLUC RELATORIO
           IF WS-CLIENTE-OK EQUAL 'S' THEN
              CLOSE CLIENTE
           END-IF.
           IF WS-ALUNMEST-OK EQUAL 'S' THEN
              CLOSE ALUNMEST
           END-IF.
           DISPLAY 'ENDERECOS INVALIDOS: ' WS-QTD-INVALIDOS
                   ' - LISTA EM DEVOLUC.LST'.
      *
       CONFERE-DEVOLUCAO.
           MOVE 'N'                            TO WS-CADASTRO-ACHADO
           IF DEV-TIPO EQUAL 'C' AND WS-CLIENTE-OK EQUAL 'S' THEN
              MOVE DEV-CODIGO                  TO CD-CLIENTE
              READ CLIENTE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-CADASTRO-ACHADO
                    PERFORM MONTA-ENDERECO-CLIENTE
              END-READ
           END-IF.
           IF DEV-TIPO EQUAL 'A' AND WS-ALUNMEST-OK EQUAL 'S' THEN
              MOVE DEV-CODIGO                  TO ALM-MATRICULA
              READ ALUNMEST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-CADASTRO-ACHADO
                    PERFORM MONTA-ENDERECO-ALUNO
              END-READ
           END-IF.
           IF WS-CADASTRO-ACHADO EQUAL 'S'
                    AND WS-ENDERECO-ATUAL NOT EQUAL DEV-ENDERECO THEN
              ADD 1                            TO WS-QTD-ATUALIZADOS
           ELSE
              IF WS-CADASTRO-ACHADO NOT EQUAL 'S' THEN
                 MOVE 'CADASTRO NAO ENCONTRADO' TO WS-NOME-CADASTRO
                 MOVE SPACES                   TO WS-FONE-CADASTRO
              END-IF
              PERFORM IMPRIME-DEVOLUCAO
           END-IF.
      *
       IMPRIME-DEVOLUCAO.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE DEV-TIPO                       TO LDV-TIPO
           MOVE DEV-CODIGO                     TO LDV-CODIGO
           MOVE WS-NOME-CADASTRO               TO LDV-NOME
           MOVE WS-FONE-CADASTRO               TO LDV-FONE
           MOVE DEV-DESC-MOTIVO                TO LDV-MOTIVO
           MOVE DEV-DATA                       TO LDV-DATA
           MOVE DEV-QTD                        TO LDV-QTD
           WRITE REG-REL FROM LINHA-DEVOLUCAO BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN
           ADD 1                               TO WS-QTD-INVALIDOS.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGDEVCOR'                     TO CR-PROGRAMA
           MOVE 'ENDERECOS DEVOLVIDOS - CONTATO POR FONE'
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
       END PROGRAM PGDEVCOR.
