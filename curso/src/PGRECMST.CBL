      *****************************************************************
      * Program name:    PGRECMST
      * Original author: Anderson Nascimento
      * Purpose: Recuperacao de mestre para um ponto no tempo: restaura
      *          a geracao do PGBACKUP escolhida por data (mesma
      *          conferencia de tamanho do catalogo BACKCAT.TXT e mesma
      *          copia byte a byte) e reaplica, na ordem em que
      *          aconteceram, as imagens posteriores do jornal
      *          JORNAL.DAT (PGJORNAL) gravadas para o arquivo depois da
      *          hora da geracao ate a data e hora pedidas. O que foi
      *          lancado depois da copia deixa de ser redigitado. Cada
      *          recuperacao fica registrada em RECUPER.LOG com as
      *          contagens, para o PGINTEGR (modo R) conferir o mestre
      *          recuperado contra o jornal. Vale para ALUNOS.DAT,
      *          CLIENTE.TXT, PARCELAS.DAT, MENSALID.DAT e FUNCMEST.DAT.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGRECMST.
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
           SELECT CATALOGO ASSIGN TO './BACKCAT.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CAT.
      *    Origem e destino da restauracao byte a byte, como no
      *    PGBACKUP.
           SELECT ORIGEM ASSIGN TO WS-NOME-ORIGEM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-ORI.
           SELECT DESTINO ASSIGN TO WS-NOME-DESTINO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DES.
           SELECT JORNAL ASSIGN TO './JORNAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRN.
           SELECT RECUPER ASSIGN TO './RECUPER.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RCP.
      *    Os mestres que o jornal cobre, todos no caminho que acabou
      *    de ser restaurado; so um fica aberto por execucao.
           SELECT ALUNOS   ASSIGN TO WS-NOME-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS WITH DUPLICATES
           FILE STATUS   IS WS-FS-MST.
           SELECT CLIENTE ASSIGN TO WS-NOME-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-MST.
           SELECT PARCELAS ASSIGN TO WS-NOME-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-MST.
           SELECT MENSALID ASSIGN TO WS-NOME-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS MEN-CHAVE
           FILE STATUS   IS WS-FS-MST.
           SELECT FUNCMEST ASSIGN TO WS-NOME-DESTINO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MST.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   BACKCAT.TXT - catalogo das geracoes (layout do PGBACKUP).
         FD  CATALOGO.
         01  REG-CATALOGO.
             05  CAT-DATA            PIC 9(08).
             05  CAT-ARQUIVO         PIC X(20).
             05  CAT-SLOT            PIC 9(01).
             05  CAT-BYTES           PIC 9(09).
             05  CAT-HORA            PIC 9(06).
             05  FILLER              PIC X(06).
      *
         FD  ORIGEM
             RECORD CONTAINS 1 CHARACTERS.
         01  REG-ORIGEM              PIC X(01).
      *
         FD  DESTINO
             RECORD CONTAINS 1 CHARACTERS.
         01  REG-DESTINO             PIC X(01).
      *
      *   JORNAL.DAT - imagens posteriores (layout do PGJORNAL).
         FD  JORNAL.
         01  REG-JORNAL.
             05  JRN-DATA            PIC 9(08).
             05  JRN-HORA            PIC 9(06).
             05  JRN-PROGRAMA        PIC X(08).
             05  JRN-OPERADOR        PIC X(08).
             05  JRN-ARQUIVO         PIC X(12).
             05  JRN-OPERACAO        PIC X(01).
                 88  JRN-EXCLUSAO    VALUE 'D'.
             05  JRN-IMAGEM          PIC X(200).
      *
      *   RECUPER.LOG - uma linha por recuperacao: arquivo, geracao
      *   restaurada, ponto pedido e as contagens da reaplicacao.
         FD  RECUPER.
         01  REG-RECUPER.
             05  RCP-DATA            PIC 9(08).
             05  RCP-HORA            PIC 9(06).
             05  RCP-ARQUIVO         PIC X(12).
             05  RCP-GER-DATA        PIC 9(08).
             05  RCP-GER-HORA        PIC 9(06).
             05  RCP-LIM-DATA        PIC 9(08).
             05  RCP-LIM-HORA        PIC 9(06).
             05  RCP-QTD-LIDAS       PIC 9(07).
             05  RCP-QTD-APLICADAS   PIC 9(07).
             05  RCP-QTD-SEM-EFEITO  PIC 9(07).
             05  RCP-OPERADOR        PIC X(08).
      *
      *   Mestres: so a chave (e a chave alternativa do ALUNOS) e o
      *   tamanho interessam, a imagem vem inteira do jornal.
         FD  ALUNOS.
         01  REG-ALUNOS.
             05  CHAVE-ALUNOS        PIC X(15).
             05  NOME-ALUNOS         PIC X(30).
             05  FILLER              PIC X(25).
         FD  CLIENTE.
         01  REG-CLIENTE.
             05  CD-CLIENTE          PIC 9(06).
             05  FILLER              PIC X(91).
         FD  PARCELAS.
         01  REG-PARCELA.
             05  PAR-CHAVE           PIC X(08).
             05  FILLER              PIC X(51).
         FD  MENSALID.
         01  REG-MENSALID.
             05  MEN-CHAVE           PIC X(21).
             05  FILLER              PIC X(73).
         FD  FUNCMEST.
         01  REG-FUNCMEST.
             05  FUN-MATRICULA       PIC 9(05).
             05  FILLER              PIC X(148).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CAT               PIC 99.
         77  WS-FS-ORI               PIC 99.
         77  WS-FS-DES               PIC 99.
         77  WS-FS-JRN               PIC 99.
         77  WS-FS-RCP               PIC 99.
         77  WS-FS-MST               PIC 99.
         77  WS-EOF-CAT              PIC X     VALUE 'N'.
         77  WS-EOF-ORI              PIC X     VALUE 'N'.
         77  WS-EOF-JRN              PIC X     VALUE 'N'.
         77  WS-NOME-ORIGEM          PIC X(40) VALUE SPACES.
         77  WS-NOME-DESTINO         PIC X(40) VALUE SPACES.
         77  WS-BYTES                PIC 9(09) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
      *
      *   Geracao pedida e o que o catalogo diz dela.
         77  WS-ARQ-PEDIDO           PIC X(12) VALUE SPACES.
         77  WS-DATA-PEDIDA          PIC 9(08) VALUE ZEROS.
         77  WS-CAT-ACHADO           PIC X     VALUE 'N'.
         77  WS-CAT-SLOT             PIC 9(01) VALUE ZEROS.
         77  WS-CAT-BYTES            PIC 9(09) VALUE ZEROS.
         77  WS-CAT-HORA             PIC 9(06) VALUE ZEROS.
      *
      *   Janela da reaplicacao: depois da geracao, ate o ponto pedido
      *   (data e hora, comparadas como AAAAMMDDHHMMSS).
         01  WS-MARCA-GERACAO.
             05  WS-GER-DATA         PIC 9(08) VALUE ZEROS.
             05  WS-GER-HORA         PIC 9(06) VALUE ZEROS.
         01  WS-MARCA-LIMITE.
             05  WS-LIM-DATA         PIC 9(08) VALUE ZEROS.
             05  WS-LIM-HORA         PIC 9(06) VALUE ZEROS.
         01  WS-MARCA-JORNAL.
             05  WS-JRN-DATA         PIC 9(08) VALUE ZEROS.
             05  WS-JRN-HORA         PIC 9(06) VALUE ZEROS.
      *
      *   Contagens da reaplicacao.
         77  WS-QTD-LIDAS            PIC 9(07) VALUE ZEROS.
         77  WS-QTD-APLICADAS        PIC 9(07) VALUE ZEROS.
         77  WS-QTD-INCLUSOES        PIC 9(07) VALUE ZEROS.
         77  WS-QTD-ALTERACOES       PIC 9(07) VALUE ZEROS.
         77  WS-QTD-EXCLUSOES        PIC 9(07) VALUE ZEROS.
         77  WS-QTD-SEM-EFEITO       PIC 9(07) VALUE ZEROS.
       COPY TRAVA.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ RECUPERACAO DE MESTRE PELO JORNAL ------'
           DISPLAY 'Arquivo a recuperar (ALUNOS.DAT, CLIENTE.TXT,'
                   ' PARCELAS.DAT, MENSALID.DAT, FUNCMEST.DAT): '
           ACCEPT WS-ARQ-PEDIDO
           IF WS-ARQ-PEDIDO NOT EQUAL 'ALUNOS.DAT'
                    AND WS-ARQ-PEDIDO NOT EQUAL 'CLIENTE.TXT'
                    AND WS-ARQ-PEDIDO NOT EQUAL 'PARCELAS.DAT'
                    AND WS-ARQ-PEDIDO NOT EQUAL 'MENSALID.DAT'
                    AND WS-ARQ-PEDIDO NOT EQUAL 'FUNCMEST.DAT' THEN
              DISPLAY '>> ARQUIVO SEM JORNAL DE ATUALIZACAO: '
                      WS-ARQ-PEDIDO
              GOBACK
           END-IF.
           DISPLAY 'Data da geracao do PGBACKUP (AAAAMMDD): '
           ACCEPT WS-DATA-PEDIDA
           PERFORM ACHA-GERACAO
           IF WS-CAT-ACHADO NOT EQUAL 'S' THEN
              DISPLAY '>> GERACAO NAO CATALOGADA PARA O ARQUIVO E'
                      ' DATA PEDIDOS.'
              GOBACK
           END-IF.
           MOVE WS-DATA-PEDIDA                 TO WS-GER-DATA
           MOVE WS-CAT-HORA                    TO WS-GER-HORA

           DISPLAY 'Reaplicar o jornal ate a data (AAAAMMDD): '
           ACCEPT WS-LIM-DATA
           DISPLAY 'e a hora (HHMMSS): '
           ACCEPT WS-LIM-HORA
           IF WS-MARCA-LIMITE LESS WS-MARCA-GERACAO THEN
              DISPLAY '>> PONTO PEDIDO ANTERIOR A GERACAO ('
                      WS-GER-DATA ' ' WS-GER-HORA ') - USE UMA'
                      ' GERACAO MAIS ANTIGA.'
              GOBACK
           END-IF.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR

      *   Conferencia do slot antes de encostar no mestre, como na
      *   restauracao do PGBACKUP.
           MOVE SPACES                         TO WS-NOME-ORIGEM
           STRING './BKP' DELIMITED SIZE
                  WS-CAT-SLOT DELIMITED SIZE
                  '-'     DELIMITED SIZE
                  FUNCTION TRIM(WS-ARQ-PEDIDO) DELIMITED SIZE
                  INTO WS-NOME-ORIGEM
           PERFORM CONTA-BYTES-ORIGEM
           IF WS-BYTES NOT EQUAL WS-CAT-BYTES THEN
              DISPLAY '>> SLOT COM ' WS-BYTES ' BYTES, CATALOGO'
                      ' INDICA ' WS-CAT-BYTES
                      ' - RECUPERACAO RECUSADA (O SLOT PODE TER'
                      ' SIDO SOBREPOSTO POR GERACAO MAIS NOVA).'
              GOBACK
           END-IF.

           DISPLAY 'O MESTRE ' WS-ARQ-PEDIDO ' VOLTA A GERACAO DE '
                   WS-GER-DATA ' ' WS-GER-HORA ' E RECEBE O JORNAL'
                   ' ATE ' WS-LIM-DATA ' ' WS-LIM-HORA '.'
           DISPLAY 'Confirma a recuperacao (S/N)? '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S'
                    AND WS-CONFIRMA NOT EQUAL 's' THEN
              DISPLAY 'RECUPERACAO CANCELADA PELO OPERADOR.'
              GOBACK
           END-IF.

           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGRECMST'                     TO TR-PROGRAMA
           MOVE WS-ARQ-PEDIDO                  TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> ' WS-ARQ-PEDIDO ' EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF

           MOVE SPACES                         TO WS-NOME-DESTINO
           STRING './' DELIMITED SIZE
                  FUNCTION TRIM(WS-ARQ-PEDIDO) DELIMITED SIZE
                  INTO WS-NOME-DESTINO
           PERFORM COPIA-BYTES
           DISPLAY 'RESTAURADA A GERACAO DE ' WS-GER-DATA ' ('
                   WS-BYTES ' BYTES).'
           PERFORM REAPLICA-JORNAL THRU REAPLICA-JORNAL-FIM
           PERFORM GRAVA-RECUPERACAO

           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM

           DISPLAY 'ENTRADAS DO JORNAL NA JANELA..: ' WS-QTD-LIDAS
           DISPLAY 'ALTERACOES REAPLICADAS........: ' WS-QTD-APLICADAS
           DISPLAY '   INCLUSOES..................: ' WS-QTD-INCLUSOES
           DISPLAY '   ALTERACOES.................: '
                   WS-QTD-ALTERACOES
           DISPLAY '   EXCLUSOES..................: ' WS-QTD-EXCLUSOES
           DISPLAY 'SEM EFEITO....................: '
                   WS-QTD-SEM-EFEITO
           DISPLAY 'CONFIRA O MESTRE COM O PGINTEGR (MODO R) E TIRE'
                   ' NOVA GERACAO NO PGBACKUP ANTES DE VOLTAR A'
                   ' LANCAR.'
           GOBACK.
      *
      *   Ultima geracao catalogada do arquivo na data pedida. Geracao
      *   anterior a hora no catalogo vale desde o inicio do dia: o
      *   jornal daquele dia e reaplicado inteiro, o que da o mesmo
      *   resultado, porque as imagens posteriores se sobrepoem em
      *   ordem.
       ACHA-GERACAO.
           MOVE 'N'                            TO WS-CAT-ACHADO
           MOVE 'N'                            TO WS-EOF-CAT
           OPEN INPUT CATALOGO
           IF WS-FS-CAT NOT EQUAL ZEROS THEN
              DISPLAY 'BACKCAT.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CAT
           ELSE
              PERFORM UNTIL WS-EOF-CAT EQUAL 'S'
                 READ CATALOGO
                    AT END
                       MOVE 'S'                TO WS-EOF-CAT
                    NOT AT END
                       IF CAT-ARQUIVO EQUAL WS-ARQ-PEDIDO
                                AND CAT-DATA EQUAL
                                    WS-DATA-PEDIDA THEN
                          MOVE 'S'             TO WS-CAT-ACHADO
                          MOVE CAT-SLOT        TO WS-CAT-SLOT
                          MOVE CAT-BYTES       TO WS-CAT-BYTES
                          IF CAT-HORA IS NUMERIC THEN
                             MOVE CAT-HORA     TO WS-CAT-HORA
                          ELSE
                             MOVE ZEROS        TO WS-CAT-HORA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CATALOGO
           END-IF.
      *
       CONTA-BYTES-ORIGEM.
           MOVE ZEROS                          TO WS-BYTES
           MOVE 'N'                            TO WS-EOF-ORI
           OPEN INPUT ORIGEM
           IF WS-FS-ORI NOT EQUAL ZEROS THEN
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF-ORI EQUAL 'S'
                 READ ORIGEM
                    AT END
                       MOVE 'S'                TO WS-EOF-ORI
                    NOT AT END
                       ADD 1                   TO WS-BYTES
                 END-READ
              END-PERFORM
              CLOSE ORIGEM
           END-IF.
      *
       COPIA-BYTES.
           MOVE ZEROS                          TO WS-BYTES
           MOVE 'N'                            TO WS-EOF-ORI
           OPEN INPUT ORIGEM
           IF WS-FS-ORI NOT EQUAL ZEROS THEN
              CONTINUE
           ELSE
              OPEN OUTPUT DESTINO
              PERFORM UNTIL WS-EOF-ORI EQUAL 'S'
                 READ ORIGEM
                    AT END
                       MOVE 'S'                TO WS-EOF-ORI
                    NOT AT END
                       MOVE REG-ORIGEM         TO REG-DESTINO
                       WRITE REG-DESTINO
                       ADD 1                   TO WS-BYTES
                 END-READ
              END-PERFORM
              CLOSE ORIGEM DESTINO
           END-IF.
      *
      *   Le o jornal inteiro na ordem de gravacao e reaplica cada
      *   imagem do arquivo com carimbo depois da geracao e ate o
      *   ponto pedido. Inclusao e alteracao gravam a imagem (ou a
      *   regravam, se a chave ja existe); exclusao apaga pela chave.
      *   A reaplicacao grava direto no mestre, sem passar pelo
      *   PGJORNAL: o jornal nao ganha de volta o que ja tem.
       REAPLICA-JORNAL.
           OPEN INPUT JORNAL
           IF WS-FS-JRN NOT EQUAL ZEROS THEN
              DISPLAY '>> JORNAL.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-JRN ' (MESTRE FICA NA GERACAO).'
              GO TO REAPLICA-JORNAL-FIM
           END-IF.
           PERFORM ABRE-MESTRE
           IF WS-FS-MST NOT EQUAL ZEROS THEN
              DISPLAY '>> ' WS-ARQ-PEDIDO ' NAO ABRIU APOS A'
                      ' RESTAURACAO - FILE STATUS: ' WS-FS-MST
              CLOSE JORNAL
              GO TO REAPLICA-JORNAL-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF-JRN
           PERFORM UNTIL WS-EOF-JRN EQUAL 'S'
              READ JORNAL
                 AT END
                    MOVE 'S'                   TO WS-EOF-JRN
                 NOT AT END
                    MOVE JRN-DATA              TO WS-JRN-DATA
                    MOVE JRN-HORA              TO WS-JRN-HORA
                    IF JRN-ARQUIVO EQUAL WS-ARQ-PEDIDO
                             AND WS-MARCA-JORNAL GREATER
                                 WS-MARCA-GERACAO
                             AND WS-MARCA-JORNAL NOT GREATER
                                 WS-MARCA-LIMITE THEN
                       ADD 1                   TO WS-QTD-LIDAS
                       PERFORM APLICA-IMAGEM
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM FECHA-MESTRE
           CLOSE JORNAL.
       REAPLICA-JORNAL-FIM.
           EXIT.
      *
       ABRE-MESTRE.
           EVALUATE WS-ARQ-PEDIDO
              WHEN 'ALUNOS.DAT'
                 OPEN I-O ALUNOS
              WHEN 'CLIENTE.TXT'
                 OPEN I-O CLIENTE
              WHEN 'PARCELAS.DAT'
                 OPEN I-O PARCELAS
              WHEN 'MENSALID.DAT'
                 OPEN I-O MENSALID
              WHEN OTHER
                 OPEN I-O FUNCMEST
           END-EVALUATE.
      *
       FECHA-MESTRE.
           EVALUATE WS-ARQ-PEDIDO
              WHEN 'ALUNOS.DAT'
                 CLOSE ALUNOS
              WHEN 'CLIENTE.TXT'
                 CLOSE CLIENTE
              WHEN 'PARCELAS.DAT'
                 CLOSE PARCELAS
              WHEN 'MENSALID.DAT'
                 CLOSE MENSALID
              WHEN OTHER
                 CLOSE FUNCMEST
           END-EVALUATE.
      *
      *   Uma imagem do jornal sobre o mestre; exclusao de chave que
      *   ja nao existe (ou regravacao que o mestre recusa) conta
      *   como sem efeito e vai para a tela.
       APLICA-IMAGEM.
           EVALUATE WS-ARQ-PEDIDO
              WHEN 'ALUNOS.DAT'
                 PERFORM APLICA-ALUNOS
              WHEN 'CLIENTE.TXT'
                 PERFORM APLICA-CLIENTE
              WHEN 'PARCELAS.DAT'
                 PERFORM APLICA-PARCELA
              WHEN 'MENSALID.DAT'
                 PERFORM APLICA-MENSALID
              WHEN OTHER
                 PERFORM APLICA-FUNCIONARIO
           END-EVALUATE.
           IF WS-FS-MST LESS 10 THEN
              ADD 1                            TO WS-QTD-APLICADAS
              EVALUATE JRN-OPERACAO
                 WHEN 'W'
                    ADD 1                      TO WS-QTD-INCLUSOES
                 WHEN 'D'
                    ADD 1                      TO WS-QTD-EXCLUSOES
                 WHEN OTHER
                    ADD 1                      TO WS-QTD-ALTERACOES
              END-EVALUATE
           ELSE
              ADD 1                            TO WS-QTD-SEM-EFEITO
              DISPLAY '>> SEM EFEITO: ' JRN-DATA ' ' JRN-HORA ' '
                      JRN-PROGRAMA ' ' JRN-OPERACAO
                      ' CHAVE ' JRN-IMAGEM(1:21)
                      ' - FILE STATUS: ' WS-FS-MST
           END-IF.
      *
       APLICA-ALUNOS.
           MOVE JRN-IMAGEM                     TO REG-ALUNOS
           IF JRN-EXCLUSAO THEN
              DELETE ALUNOS RECORD
           ELSE
              WRITE REG-ALUNOS
                 INVALID KEY
                    REWRITE REG-ALUNOS
              END-WRITE
           END-IF.
      *
       APLICA-CLIENTE.
           MOVE JRN-IMAGEM                     TO REG-CLIENTE
           IF JRN-EXCLUSAO THEN
              DELETE CLIENTE RECORD
           ELSE
              WRITE REG-CLIENTE
                 INVALID KEY
                    REWRITE REG-CLIENTE
              END-WRITE
           END-IF.
      *
       APLICA-PARCELA.
           MOVE JRN-IMAGEM                     TO REG-PARCELA
           IF JRN-EXCLUSAO THEN
              DELETE PARCELAS RECORD
           ELSE
              WRITE REG-PARCELA
                 INVALID KEY
                    REWRITE REG-PARCELA
              END-WRITE
           END-IF.
      *
       APLICA-MENSALID.
           MOVE JRN-IMAGEM                     TO REG-MENSALID
           IF JRN-EXCLUSAO THEN
              DELETE MENSALID RECORD
           ELSE
              WRITE REG-MENSALID
                 INVALID KEY
                    REWRITE REG-MENSALID
              END-WRITE
           END-IF.
      *
       APLICA-FUNCIONARIO.
           MOVE JRN-IMAGEM                     TO REG-FUNCMEST
           IF JRN-EXCLUSAO THEN
              DELETE FUNCMEST RECORD
           ELSE
              WRITE REG-FUNCMEST
                 INVALID KEY
                    REWRITE REG-FUNCMEST
              END-WRITE
           END-IF.
      *
       GRAVA-RECUPERACAO.
           OPEN EXTEND RECUPER
           IF WS-FS-RCP EQUAL 35 THEN
              OPEN OUTPUT RECUPER
           END-IF
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO RCP-DATA
           MOVE WS-DATA-HORA(9:6)              TO RCP-HORA
           MOVE WS-ARQ-PEDIDO                  TO RCP-ARQUIVO
           MOVE WS-GER-DATA                    TO RCP-GER-DATA
           MOVE WS-GER-HORA                    TO RCP-GER-HORA
           MOVE WS-LIM-DATA                    TO RCP-LIM-DATA
           MOVE WS-LIM-HORA                    TO RCP-LIM-HORA
           MOVE WS-QTD-LIDAS                   TO RCP-QTD-LIDAS
           MOVE WS-QTD-APLICADAS               TO RCP-QTD-APLICADAS
           MOVE WS-QTD-SEM-EFEITO              TO RCP-QTD-SEM-EFEITO
           MOVE WS-OPERADOR                    TO RCP-OPERADOR
           WRITE REG-RECUPER
           CLOSE RECUPER.
      *
       END PROGRAM PGRECMST.
