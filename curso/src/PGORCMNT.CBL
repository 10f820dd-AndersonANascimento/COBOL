      *****************************************************************
      * Program name:    PGORCMNT
      * Original author: Anderson Nascimento
      * Purpose: Manutencao do orcamento pela controladoria. O valor
      *          orcado fica em ORCAMENTO.DAT por conta do PLANOCTA,
      *          competencia e versao; as versoes de cada ano ficam em
      *          ORCVERSAO.DAT. A versao 01 nasce em elaboracao,
      *          recebe os valores (um a um ou pela carga do
      *          ORCCARGA.TXT) e e aprovada; aprovada, nao muda mais.
      *          Revisao e uma versao nova, aberta com copia da
      *          ultima aprovada - assim o orcamento aprovado e cada
      *          revisao ficam guardados. O PGORCREL compara com o
      *          realizado do DIARIO.TXT.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGORCMNT.
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
           SELECT ORCVERSAO ASSIGN TO './ORCVERSAO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS VER-CHAVE
           FILE STATUS   IS WS-FS-VER.
           SELECT ORCAMENTO ASSIGN TO './ORCAMENTO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS ORC-CHAVE
           FILE STATUS   IS WS-FS-ORC.
           SELECT PLANOCTA ASSIGN TO './PLANOCTA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CTA.
           SELECT ORCCARGA ASSIGN TO './ORCCARGA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CRG.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   ORCVERSAO.DAT - versoes do orcamento de cada ano.
         FD  ORCVERSAO.
         01  REG-ORCVERSAO.
             05  VER-CHAVE.
                 10  VER-ANO         PIC 9(04).
                 10  VER-NUMERO      PIC 9(02).
             05  VER-SITUACAO        PIC X(01).
                 88  VER-EM-ELABORACAO VALUE 'E'.
                 88  VER-APROVADA    VALUE 'A'.
             05  VER-DATA-ABERTURA   PIC 9(08).
             05  VER-DATA-APROVACAO  PIC 9(08).
             05  VER-DESCRICAO       PIC X(30).
      *
      *   ORCAMENTO.DAT - valor orcado por conta, competencia e
      *   versao, na natureza da conta.
         FD  ORCAMENTO.
         01  REG-ORCAMENTO.
             05  ORC-CHAVE.
                 10  ORC-CONTA       PIC 9(05).
                 10  ORC-COMPETENCIA PIC 9(06).
                 10  ORC-VERSAO      PIC 9(02).
             05  ORC-VALOR           PIC 9(09)V99.
      *
      *   PLANOCTA.TXT - plano de contas (PGCONTAB).
         FD  PLANOCTA.
         01  REG-PLANOCTA.
             05  CTA-CODIGO          PIC 9(05).
             05  CTA-NOME            PIC X(30).
             05  CTA-NATUREZA        PIC X(01).
      *
      *   ORCCARGA.TXT - carga da planilha da controladoria.
         FD  ORCCARGA.
         01  REG-ORCCARGA.
             05  CRG-CONTA           PIC 9(05).
             05  CRG-COMPETENCIA     PIC 9(06).
             05  CRG-VALOR           PIC 9(09)V99.
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-VER               PIC X(02) VALUE '00'.
         77  WS-FS-ORC               PIC X(02) VALUE '00'.
         77  WS-FS-CTA               PIC 99.
         77  WS-FS-CRG               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE 'L'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-DATA-HORA            PIC X(21).
         77  WS-ANO-INF              PIC 9(04) VALUE ZEROS.
         77  WS-VERSAO-INF           PIC 9(02) VALUE ZEROS.
         77  WS-CONTA-INF            PIC 9(05) VALUE ZEROS.
         01  WS-COMPETENCIA-INF      PIC 9(06) VALUE ZEROS.
         01  FILLER REDEFINES WS-COMPETENCIA-INF.
             05  WS-COMP-ANO-INF     PIC 9(04).
             05  WS-COMP-MES-INF     PIC 9(02).
         77  WS-VALOR-INF            PIC 9(09)V99 VALUE ZEROS.
         77  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
         77  WS-TOTAL-VERSAO         PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOTAL-ED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
         77  WS-DADOS-OK             PIC X     VALUE 'N'.
      *
      *   Versoes do ano informado.
         77  WS-ULT-VERSAO           PIC 9(02) VALUE ZEROS.
         77  WS-ULT-SITUACAO         PIC X(01) VALUE SPACES.
         77  WS-QTD-COPIADOS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-LISTADOS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CARGA-OK         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CARGA-ERRO       PIC 9(05) VALUE ZEROS.
      *
      *   Plano de contas para a critica da conta.
         77  WS-QTD-CTA              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-CTA OCCURS 200 TIMES.
             05  WS-CTA-CODIGO       PIC 9(05).
             05  WS-CTA-NOME         PIC X(30).
         77  WS-IND-CTA              PIC 9(03).
         77  WS-CTA-ACHADA           PIC 9(03) VALUE ZEROS.
      *
      *   Copia de uma versao para a seguinte.
         77  WS-QTD-COPIA            PIC 9(04) VALUE ZEROS.
         01  WS-TAB-COPIA OCCURS 2400 TIMES.
             05  WS-CPA-CONTA        PIC 9(05).
             05  WS-CPA-COMPETENCIA  PIC 9(06).
             05  WS-CPA-VALOR        PIC 9(09)V99.
         77  WS-IND-COPIA            PIC 9(04).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ ORCAMENTO - MANUTENCAO ------'
           OPEN I-O ORCVERSAO
           IF WS-FS-VER EQUAL '35' THEN
              OPEN OUTPUT ORCVERSAO
              CLOSE ORCVERSAO
              OPEN I-O ORCVERSAO
           END-IF.
           OPEN I-O ORCAMENTO
           IF WS-FS-ORC EQUAL '35' THEN
              OPEN OUTPUT ORCAMENTO
              CLOSE ORCAMENTO
              OPEN I-O ORCAMENTO
           END-IF.
           IF WS-FS-VER NOT EQUAL '00' OR WS-FS-ORC NOT EQUAL '00'
              THEN
              DISPLAY 'ORCAMENTO INDISPONIVEL - FILE STATUS: '
                      WS-FS-VER ' / ' WS-FS-ORC
              GOBACK
           END-IF.
           PERFORM CARREGA-PLANO

           DISPLAY 'Modo (L-Lista/N-Nova versao/V-Valor/E-Exclui'
                   ' valor/C-Carga ORCCARGA.TXT/P-Aprova): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION UPPER-CASE(WS-MODO-EXEC) TO WS-MODO-EXEC
           DISPLAY 'Ano do orcamento (AAAA): '
           ACCEPT WS-ANO-INF
           IF WS-ANO-INF LESS 1601 THEN
              DISPLAY '>> ANO INVALIDO: ' WS-ANO-INF
              CLOSE ORCVERSAO ORCAMENTO
              GOBACK
           END-IF.
           PERFORM ACHA-VERSOES
           EVALUATE WS-MODO-EXEC
              WHEN 'N'
                 PERFORM ABRE-VERSAO THRU ABRE-VERSAO-FIM
              WHEN 'V'
                 IF WS-ULT-SITUACAO EQUAL 'E' THEN
                    PERFORM GRAVA-VALOR
                 ELSE
                    PERFORM SEM-VERSAO-ABERTA
                 END-IF
              WHEN 'E'
                 IF WS-ULT-SITUACAO EQUAL 'E' THEN
                    PERFORM EXCLUI-VALOR
                 ELSE
                    PERFORM SEM-VERSAO-ABERTA
                 END-IF
              WHEN 'C'
                 IF WS-ULT-SITUACAO EQUAL 'E' THEN
                    PERFORM CARGA-ORCAMENTO THRU CARGA-ORCAMENTO-FIM
                 ELSE
                    PERFORM SEM-VERSAO-ABERTA
                 END-IF
              WHEN 'P'
                 IF WS-ULT-SITUACAO EQUAL 'E' THEN
                    PERFORM APROVA-VERSAO
                 ELSE
                    PERFORM SEM-VERSAO-ABERTA
                 END-IF
              WHEN OTHER
                 PERFORM LISTA-ORCAMENTO THRU LISTA-ORCAMENTO-FIM
           END-EVALUATE.

           CLOSE ORCVERSAO ORCAMENTO.
           GOBACK.
      *
       CARREGA-PLANO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PLANOCTA
           IF WS-FS-CTA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PLANOCTA
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF WS-QTD-CTA LESS 200 THEN
                          ADD 1                TO WS-QTD-CTA
                          MOVE CTA-CODIGO      TO
                               WS-CTA-CODIGO(WS-QTD-CTA)
                          MOVE CTA-NOME        TO
                               WS-CTA-NOME(WS-QTD-CTA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANOCTA
           ELSE
              DISPLAY 'PLANOCTA.TXT AUSENTE - RODE O PGCONTAB UMA'
                      ' VEZ PARA GERAR O PLANO PADRAO.'
           END-IF.
      *
      *   Ultima versao do ano e a sua situacao (so a ultima pode
      *   estar em elaboracao).
       ACHA-VERSOES.
           MOVE ZEROS                          TO WS-ULT-VERSAO
           MOVE SPACES                         TO WS-ULT-SITUACAO
           MOVE 'N'                            TO WS-EOF
           MOVE WS-ANO-INF                     TO VER-ANO
           MOVE ZEROS                          TO VER-NUMERO
           START ORCVERSAO KEY NOT LESS VER-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ORCVERSAO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF VER-ANO NOT EQUAL WS-ANO-INF THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       MOVE VER-NUMERO         TO WS-ULT-VERSAO
                       MOVE VER-SITUACAO       TO WS-ULT-SITUACAO
                    END-IF
              END-READ
           END-PERFORM.
      *
       SEM-VERSAO-ABERTA.
           IF WS-ULT-VERSAO EQUAL ZEROS THEN
              DISPLAY '>> ANO ' WS-ANO-INF ' SEM ORCAMENTO - ABRA A'
                      ' VERSAO 01 PELO MODO N.'
           ELSE
              DISPLAY '>> VERSAO ' WS-ULT-VERSAO ' DE ' WS-ANO-INF
                      ' JA APROVADA - PARA REVISAR, ABRA VERSAO NOVA'
                      ' PELO MODO N.'
           END-IF.
      *
      *   Lista as versoes do ano e os valores de uma delas.
       LISTA-ORCAMENTO.
           MOVE 'N'                            TO WS-EOF
           MOVE WS-ANO-INF                     TO VER-ANO
           MOVE ZEROS                          TO VER-NUMERO
           START ORCVERSAO KEY NOT LESS VER-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ORCVERSAO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF VER-ANO NOT EQUAL WS-ANO-INF THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       DISPLAY 'VERSAO ' VER-NUMERO ' SIT '
                               VER-SITUACAO ' ABERTA '
                               VER-DATA-ABERTURA ' APROVADA '
                               VER-DATA-APROVACAO ' '
                               VER-DESCRICAO
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-ULT-VERSAO EQUAL ZEROS THEN
              DISPLAY 'ANO ' WS-ANO-INF ' SEM ORCAMENTO.'
              GO TO LISTA-ORCAMENTO-FIM
           END-IF.
           DISPLAY 'Versao a listar (00 = ultima): '
           ACCEPT WS-VERSAO-INF
           IF WS-VERSAO-INF EQUAL ZEROS THEN
              MOVE WS-ULT-VERSAO               TO WS-VERSAO-INF
           END-IF.
           MOVE 'N'                            TO WS-EOF
           MOVE ZEROS                          TO ORC-CHAVE
           START ORCAMENTO KEY NOT LESS ORC-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ORCAMENTO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE ORC-COMPETENCIA       TO WS-COMPETENCIA-INF
                    IF ORC-VERSAO EQUAL WS-VERSAO-INF
                             AND WS-COMP-ANO-INF EQUAL WS-ANO-INF
                       THEN
                       MOVE ORC-VALOR          TO WS-VALOR-ED
                       DISPLAY ORC-CONTA ' ' ORC-COMPETENCIA ' '
                               WS-VALOR-ED
                       ADD 1                   TO WS-QTD-LISTADOS
                       ADD ORC-VALOR           TO WS-TOTAL-VERSAO
                    END-IF
              END-READ
           END-PERFORM.
           MOVE WS-TOTAL-VERSAO                TO WS-TOTAL-ED
           DISPLAY 'VALORES DA VERSAO ' WS-VERSAO-INF ': '
                   WS-QTD-LISTADOS ' - SOMA ' WS-TOTAL-ED.
       LISTA-ORCAMENTO-FIM.
           EXIT.
      *
      *   Versao nova: a 01 nasce vazia; as seguintes (revisoes)
      *   nascem com copia da anterior, que tem de estar aprovada.
       ABRE-VERSAO.
           IF WS-ULT-SITUACAO EQUAL 'E' THEN
              DISPLAY '>> VERSAO ' WS-ULT-VERSAO ' AINDA EM'
                      ' ELABORACAO - APROVE-A ANTES DE REVISAR.'
              GO TO ABRE-VERSAO-FIM
           END-IF.
           IF WS-ULT-VERSAO EQUAL 99 THEN
              DISPLAY '>> LIMITE DE VERSOES DO ANO ATINGIDO.'
              GO TO ABRE-VERSAO-FIM
           END-IF.
           MOVE ZEROS                          TO WS-QTD-COPIA
           IF WS-ULT-VERSAO GREATER ZEROS THEN
              PERFORM GUARDA-VERSAO-ANTERIOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-ANO-INF                     TO VER-ANO
           COMPUTE VER-NUMERO = WS-ULT-VERSAO + 1
           MOVE 'E'                            TO VER-SITUACAO
           MOVE WS-DATA-HORA(1:8)              TO VER-DATA-ABERTURA
           MOVE ZEROS                          TO VER-DATA-APROVACAO
           DISPLAY 'Descricao da versao: '
           ACCEPT VER-DESCRICAO
           IF VER-DESCRICAO EQUAL SPACES THEN
              IF VER-NUMERO EQUAL 1 THEN
                 MOVE 'ORCAMENTO ORIGINAL'     TO VER-DESCRICAO
              ELSE
                 MOVE 'REVISAO'                TO VER-DESCRICAO
              END-IF
           END-IF
           WRITE REG-ORCVERSAO
           IF WS-FS-VER NOT EQUAL '00' THEN
              DISPLAY 'ERRO NA ABERTURA DA VERSAO - FILE STATUS: '
                      WS-FS-VER
              GO TO ABRE-VERSAO-FIM
           END-IF.
           MOVE ZEROS                          TO WS-QTD-COPIADOS
           PERFORM VARYING WS-IND-COPIA FROM 1 BY 1
                           UNTIL WS-IND-COPIA > WS-QTD-COPIA
              MOVE WS-CPA-CONTA(WS-IND-COPIA)  TO ORC-CONTA
              MOVE WS-CPA-COMPETENCIA(WS-IND-COPIA)
                                               TO ORC-COMPETENCIA
              MOVE VER-NUMERO                  TO ORC-VERSAO
              MOVE WS-CPA-VALOR(WS-IND-COPIA)  TO ORC-VALOR
              WRITE REG-ORCAMENTO
              IF WS-FS-ORC EQUAL '00' THEN
                 ADD 1                         TO WS-QTD-COPIADOS
              END-IF
           END-PERFORM.
           DISPLAY 'VERSAO ' VER-NUMERO ' DE ' WS-ANO-INF
                   ' ABERTA EM ELABORACAO - VALORES COPIADOS: '
                   WS-QTD-COPIADOS.
       ABRE-VERSAO-FIM.
           EXIT.
      *
       GUARDA-VERSAO-ANTERIOR.
           MOVE 'N'                            TO WS-EOF
           MOVE ZEROS                          TO ORC-CHAVE
           START ORCAMENTO KEY NOT LESS ORC-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ORCAMENTO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE ORC-COMPETENCIA       TO WS-COMPETENCIA-INF
                    IF ORC-VERSAO EQUAL WS-ULT-VERSAO
                             AND WS-COMP-ANO-INF EQUAL WS-ANO-INF
                             AND WS-QTD-COPIA LESS 2400 THEN
                       ADD 1                   TO WS-QTD-COPIA
                       MOVE ORC-CONTA          TO
                            WS-CPA-CONTA(WS-QTD-COPIA)
                       MOVE ORC-COMPETENCIA    TO
                            WS-CPA-COMPETENCIA(WS-QTD-COPIA)
                       MOVE ORC-VALOR          TO
                            WS-CPA-VALOR(WS-QTD-COPIA)
                    END-IF
              END-READ
           END-PERFORM.
      *
       GRAVA-VALOR.
           DISPLAY 'Conta: '
           ACCEPT WS-CONTA-INF
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA-INF
           DISPLAY 'Valor orcado (na natureza da conta): '
           ACCEPT WS-VALOR-INF
           PERFORM CRITICA-VALOR
           IF WS-DADOS-OK EQUAL 'S' THEN
              PERFORM GRAVA-REG-ORCAMENTO
              IF WS-FS-ORC EQUAL '00' THEN
                 DISPLAY 'VALOR GRAVADO NA VERSAO ' WS-ULT-VERSAO
              ELSE
                 DISPLAY 'ERRO NA GRAVACAO - FILE STATUS: '
                         WS-FS-ORC
              END-IF
           END-IF.
      *
       EXCLUI-VALOR.
           DISPLAY 'Conta: '
           ACCEPT WS-CONTA-INF
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA-INF
           MOVE WS-CONTA-INF                   TO ORC-CONTA
           MOVE WS-COMPETENCIA-INF             TO ORC-COMPETENCIA
           MOVE WS-ULT-VERSAO                  TO ORC-VERSAO
           READ ORCAMENTO
              INVALID KEY
                 DISPLAY 'VALOR NAO ORCADO NA VERSAO ' WS-ULT-VERSAO
              NOT INVALID KEY
                 DELETE ORCAMENTO RECORD
                 DISPLAY 'VALOR EXCLUIDO DA VERSAO ' WS-ULT-VERSAO
           END-READ.
      *
      *   Conta do plano, competencia do ano em manutencao.
       CRITICA-VALOR.
           MOVE 'S'                            TO WS-DADOS-OK
           MOVE ZEROS                          TO WS-CTA-ACHADA
           PERFORM VARYING WS-IND-CTA FROM 1 BY 1
                           UNTIL WS-IND-CTA > WS-QTD-CTA
              IF WS-CTA-CODIGO(WS-IND-CTA) EQUAL WS-CONTA-INF THEN
                 MOVE WS-IND-CTA               TO WS-CTA-ACHADA
              END-IF
           END-PERFORM
           IF WS-CTA-ACHADA EQUAL ZEROS THEN
              DISPLAY '>> CONTA FORA DO PLANO: ' WS-CONTA-INF
              MOVE 'N'                         TO WS-DADOS-OK
           END-IF
           IF WS-COMP-ANO-INF NOT EQUAL WS-ANO-INF
                    OR WS-COMP-MES-INF LESS 1
                    OR WS-COMP-MES-INF GREATER 12 THEN
              DISPLAY '>> COMPETENCIA FORA DO ANO ' WS-ANO-INF ': '
                      WS-COMPETENCIA-INF
              MOVE 'N'                         TO WS-DADOS-OK
           END-IF.
      *
      *   Inclui ou substitui o valor da conta/competencia na versao
      *   em elaboracao.
       GRAVA-REG-ORCAMENTO.
           MOVE WS-CONTA-INF                   TO ORC-CONTA
           MOVE WS-COMPETENCIA-INF             TO ORC-COMPETENCIA
           MOVE WS-ULT-VERSAO                  TO ORC-VERSAO
           READ ORCAMENTO
              INVALID KEY
                 MOVE WS-VALOR-INF             TO ORC-VALOR
                 WRITE REG-ORCAMENTO
              NOT INVALID KEY
                 MOVE WS-VALOR-INF             TO ORC-VALOR
                 REWRITE REG-ORCAMENTO
           END-READ.
      *
      *   Carga do ORCCARGA.TXT na versao em elaboracao; linha com
      *   conta ou competencia invalida fica de fora e e mostrada.
       CARGA-ORCAMENTO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT ORCCARGA
           IF WS-FS-CRG NOT EQUAL ZEROS THEN
              DISPLAY 'ORCCARGA.TXT AUSENTE - NADA A CARREGAR.'
              GO TO CARGA-ORCAMENTO-FIM
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ORCCARGA
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE CRG-CONTA             TO WS-CONTA-INF
                    MOVE CRG-COMPETENCIA       TO WS-COMPETENCIA-INF
                    MOVE CRG-VALOR             TO WS-VALOR-INF
                    PERFORM CRITICA-VALOR
                    IF WS-DADOS-OK EQUAL 'S' THEN
                       PERFORM GRAVA-REG-ORCAMENTO
                       ADD 1                   TO WS-QTD-CARGA-OK
                    ELSE
                       ADD 1                   TO WS-QTD-CARGA-ERRO
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ORCCARGA.
           DISPLAY 'CARGA NA VERSAO ' WS-ULT-VERSAO ': '
                   WS-QTD-CARGA-OK ' VALOR(ES) GRAVADO(S), '
                   WS-QTD-CARGA-ERRO ' RECUSADO(S).'.
       CARGA-ORCAMENTO-FIM.
           EXIT.
      *
       APROVA-VERSAO.
           DISPLAY 'Aprovar a versao ' WS-ULT-VERSAO ' de ' WS-ANO-INF
                   '? Aprovada nao muda mais (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              THEN
              DISPLAY 'APROVACAO CANCELADA.'
           ELSE
              MOVE WS-ANO-INF                  TO VER-ANO
              MOVE WS-ULT-VERSAO               TO VER-NUMERO
              READ ORCVERSAO
                 INVALID KEY
                    DISPLAY 'VERSAO NAO ENCONTRADA - FILE STATUS: '
                            WS-FS-VER
                 NOT INVALID KEY
                    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
                    MOVE 'A'                   TO VER-SITUACAO
                    MOVE WS-DATA-HORA(1:8)     TO VER-DATA-APROVACAO
                    REWRITE REG-ORCVERSAO
                    DISPLAY 'VERSAO ' VER-NUMERO ' DE ' VER-ANO
                            ' APROVADA.'
              END-READ
           END-IF.
      *
       END PROGRAM PGORCMNT.
