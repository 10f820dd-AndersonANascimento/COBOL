      *          central via PGFSERRO e o programa devolve RETURN-CODE
      *          8, que o PGBATDRV trata como passo em erro. Um
      *          ALUNOS.DAT corrompido em silencio nunca mais entra
      *          no backup como se estivesse sao. O modo R confere o
      *          mestre trazido de volta pelo PGRECMST contra o jornal
      *          de atualizacao (JORNAL.DAT).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Modo R confere a ultima
      *                                 recuperacao do PGRECMST: cada
      *                                 chave tocada pelo jornal na
      *                                 janela reaplicada precisa estar
      *                                 no mestre como na sua ultima
      *                                 imagem (ou ausente, se
      *                                 excluida).
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT CATALOGO ASSIGN TO './INTEGCAT.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CAT.
           SELECT JORNAL ASSIGN TO './JORNAL.DAT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRN.
           SELECT RECUPER ASSIGN TO './RECUPER.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RCP.
      *   Conferencia da recuperacao: o mestre recuperado e lido pela
      *   chave, no caminho em que o PGRECMST o restaurou.
           SELECT ALUNOS   ASSIGN TO WS-CAMINHO-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS WITH DUPLICATES
           FILE STATUS   IS WS-FS-REC.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-REC.
           SELECT PARCELAS ASSIGN TO WS-CAMINHO-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-REC.
           SELECT MENSALID ASSIGN TO WS-CAMINHO-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS MEN-CHAVE
           FILE STATUS   IS WS-FS-REC.
           SELECT FUNCMEST ASSIGN TO WS-CAMINHO-MESTRE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-REC.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
             05  CAT-HASH            PIC 9(09).
             05  CAT-DATA            PIC 9(08).
             05  CAT-HORA            PIC 9(06).
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
      *   RECUPER.LOG - recuperacoes feitas (layout do PGRECMST).
         FD  RECUPER.
         01  REG-RECUPER             PIC X(83).
      *
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
         77  WS-FS-MST               PIC 99.
             05  WS-CAT-BYTES        PIC 9(09).
             05  WS-CAT-HASH         PIC 9(09).
         77  WS-IND-CAT              PIC 9(02).
      *
      *   Conferencia da recuperacao: a ultima linha do RECUPER.LOG,
      *   o tamanho da chave e do registro do mestre, e a tabela das
      *   chaves tocadas pelo jornal com o numero da sua ultima
      *   entrada na janela - so a ultima imagem de cada chave conta.
         77  WS-FS-JRN               PIC 99.
         77  WS-FS-RCP               PIC 99.
         77  WS-FS-REC               PIC 99.
         77  WS-EOF-JRN              PIC X     VALUE 'N'.
         77  WS-RCP-ACHADA           PIC X     VALUE 'N'.
         01  WS-ULT-RECUPER.
             05  WS-RCP-DATA         PIC 9(08).
             05  WS-RCP-HORA         PIC 9(06).
             05  WS-RCP-ARQUIVO      PIC X(12).
             05  WS-RCP-GERACAO      PIC 9(14).
             05  WS-RCP-LIMITE       PIC 9(14).
             05  WS-RCP-QTD-LIDAS    PIC 9(07).
             05  WS-RCP-QTD-APLIC    PIC 9(07).
             05  WS-RCP-QTD-SEM-EF   PIC 9(07).
             05  WS-RCP-OPERADOR     PIC X(08).
         01  WS-MARCA-JORNAL.
             05  WS-JRN-DATA         PIC 9(08).
             05  WS-JRN-HORA         PIC 9(06).
         01  WS-MARCA-JORNAL-R REDEFINES WS-MARCA-JORNAL
                                     PIC 9(14).
         77  WS-TAM-CHAVE            PIC 9(03) VALUE ZEROS.
         77  WS-TAM-REG              PIC 9(03) VALUE ZEROS.
         77  WS-IMAGEM-MESTRE        PIC X(200) VALUE SPACES.
         77  WS-QTD-JORNAL           PIC 9(07) VALUE ZEROS.
         77  WS-SEQ-JORNAL           PIC 9(07) VALUE ZEROS.
         77  WS-QTD-CHAVES-OK        PIC 9(07) VALUE ZEROS.
         77  WS-QTD-CHV              PIC 9(04) VALUE ZEROS.
         77  WS-MAX-CHV              PIC 9(04) VALUE 2000.
         77  WS-TAB-CHEIA            PIC X     VALUE 'N'.
         01  WS-TAB-CHV OCCURS 2000 TIMES.
             05  WS-CHV-CHAVE        PIC X(21).
             05  WS-CHV-SEQ          PIC 9(07).
         77  WS-IND-CHV              PIC 9(04).
         COPY FSERRO.
         COPY AMBCFG.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ INTEGRIDADE DOS MESTRES ------'
           DISPLAY 'Modo (B-Baseline/V-Verifica/R-Recuperacao): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'B'
              WHEN 'b'
                 PERFORM GRAVA-BASELINE
              WHEN 'R'
              WHEN 'r'
                 PERFORM CONFERE-RECUPERACAO
                    THRU CONFERE-RECUPERACAO-FIM
              WHEN OTHER
                 PERFORM VERIFICA-MESTRES
           END-EVALUATE.
              CLOSE MESTRE
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Recuperacao: o mestre devolvido pelo PGRECMST precisa
      *   refletir o jornal - cada chave tocada na janela reaplicada
      *   presente com a imagem da sua ultima entrada (ou ausente, se
      *   a ultima foi exclusao), e o jornal com as mesmas entradas
      *   contadas na recuperacao. Divergencia vai para o ERROS.LOG
      *   central e devolve RETURN-CODE 8.
       CONFERE-RECUPERACAO.
           PERFORM LE-ULTIMA-RECUPERACAO
           IF WS-RCP-ACHADA NOT EQUAL 'S' THEN
              DISPLAY '>> RECUPER.LOG AUSENTE - NENHUMA RECUPERACAO'
                      ' A CONFERIR.'
              MOVE 8                           TO RETURN-CODE
              GO TO CONFERE-RECUPERACAO-FIM
           END-IF.
           DISPLAY 'RECUPERACAO DE ' WS-RCP-ARQUIVO ' EM ' WS-RCP-DATA
                   ' ' WS-RCP-HORA ' POR ' WS-RCP-OPERADOR
           DISPLAY 'JANELA ' WS-RCP-GERACAO ' A ' WS-RCP-LIMITE
                   ' - ' WS-RCP-QTD-APLIC ' REAPLICADA(S), '
                   WS-RCP-QTD-SEM-EF ' SEM EFEITO.'
           EVALUATE WS-RCP-ARQUIVO
              WHEN 'ALUNOS.DAT'
                 MOVE 15                       TO WS-TAM-CHAVE
                 MOVE 70                       TO WS-TAM-REG
              WHEN 'CLIENTE.TXT'
                 MOVE 6                        TO WS-TAM-CHAVE
                 MOVE 97                       TO WS-TAM-REG
              WHEN 'PARCELAS.DAT'
                 MOVE 8                        TO WS-TAM-CHAVE
                 MOVE 59                       TO WS-TAM-REG
              WHEN 'MENSALID.DAT'
                 MOVE 21                       TO WS-TAM-CHAVE
                 MOVE 94                       TO WS-TAM-REG
              WHEN OTHER
                 MOVE 5                        TO WS-TAM-CHAVE
                 MOVE 153                      TO WS-TAM-REG
           END-EVALUATE.
           MOVE SPACES                         TO WS-CAMINHO-MESTRE
           STRING './' DELIMITED SIZE
                  FUNCTION TRIM(WS-RCP-ARQUIVO) DELIMITED SIZE
                  INTO WS-CAMINHO-MESTRE

           PERFORM CARREGA-CHAVES-JORNAL
           IF WS-FS-JRN NOT EQUAL ZEROS THEN
              DISPLAY '>> JORNAL.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-JRN
              MOVE 8                           TO RETURN-CODE
              GO TO CONFERE-RECUPERACAO-FIM
           END-IF.
           IF WS-TAB-CHEIA EQUAL 'S' THEN
              DISPLAY '>> MAIS DE ' WS-MAX-CHV ' CHAVES NA JANELA -'
                      ' CONFERENCIA NAO FEITA.'
              MOVE 8                           TO RETURN-CODE
              GO TO CONFERE-RECUPERACAO-FIM
           END-IF.
           IF WS-QTD-JORNAL NOT EQUAL WS-RCP-QTD-LIDAS THEN
              ADD 1                            TO WS-QTD-DIVERGENTES
              DISPLAY '*** JORNAL COM ' WS-QTD-JORNAL ' ENTRADA(S) NA'
                      ' JANELA, A RECUPERACAO CONTOU '
                      WS-RCP-QTD-LIDAS
           END-IF.

           PERFORM ABRE-MESTRE-RECUPERADO
           IF WS-FS-REC NOT EQUAL ZEROS THEN
              DISPLAY '>> ' WS-RCP-ARQUIVO ' INDISPONIVEL - FILE'
                      ' STATUS: ' WS-FS-REC
              MOVE 8                           TO RETURN-CODE
              GO TO CONFERE-RECUPERACAO-FIM
           END-IF.
           MOVE ZEROS                          TO WS-SEQ-JORNAL
           MOVE 'N'                            TO WS-EOF-JRN
           OPEN INPUT JORNAL
           PERFORM UNTIL WS-EOF-JRN EQUAL 'S'
              READ JORNAL
                 AT END
                    MOVE 'S'                   TO WS-EOF-JRN
                 NOT AT END
                    PERFORM TESTA-JANELA
                    IF WS-JRN-DATA NOT EQUAL ZEROS THEN
                       ADD 1                   TO WS-SEQ-JORNAL
                       PERFORM BUSCA-CHAVE
                       IF WS-CHV-SEQ(WS-IND-CHV) EQUAL
                                WS-SEQ-JORNAL THEN
                          PERFORM CONFERE-CHAVE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JORNAL
           PERFORM FECHA-MESTRE-RECUPERADO

           IF WS-QTD-DIVERGENTES GREATER ZEROS THEN
              DISPLAY '*** ' WS-QTD-DIVERGENTES ' DIVERGENCIA(S) ENTRE'
                      ' O MESTRE RECUPERADO E O JORNAL ***'
              MOVE 'PGINTEGR'                  TO FE-PROGRAMA
              MOVE WS-RCP-ARQUIVO              TO FE-ARQUIVO
              MOVE 'RECUPERA'                  TO FE-OPERACAO
              MOVE '99'                        TO FE-STATUS
              CALL './bin/PGFSERRO' USING FE-PARM
              MOVE 8                           TO RETURN-CODE
           ELSE
              DISPLAY 'RECUPERACAO CONFERIDA: ' WS-QTD-CHAVES-OK
                      ' CHAVE(S) DE ' WS-QTD-JORNAL
                      ' ENTRADA(S) BATEM COM O JORNAL.'
              DISPLAY 'RODE O BASELINE (MODO B) PARA REGISTRAR O'
                      ' MESTRE RECUPERADO.'
           END-IF.
       CONFERE-RECUPERACAO-FIM.
           EXIT.
      *
       LE-ULTIMA-RECUPERACAO.
           MOVE 'N'                            TO WS-RCP-ACHADA
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT RECUPER
           IF WS-FS-RCP EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RECUPER
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE 'S'                TO WS-RCP-ACHADA
                       MOVE REG-RECUPER        TO WS-ULT-RECUPER
                 END-READ
              END-PERFORM
              CLOSE RECUPER
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
      *   Primeira leitura do jornal: conta as entradas da janela e
      *   guarda, por chave, o numero da ultima.
       CARREGA-CHAVES-JORNAL.
           MOVE ZEROS                          TO WS-QTD-JORNAL
                                                  WS-QTD-CHV
           MOVE 'N'                            TO WS-EOF-JRN
           OPEN INPUT JORNAL
           IF WS-FS-JRN EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF-JRN EQUAL 'S'
                 READ JORNAL
                    AT END
                       MOVE 'S'                TO WS-EOF-JRN
                    NOT AT END
                       PERFORM TESTA-JANELA
                       IF WS-JRN-DATA NOT EQUAL ZEROS THEN
                          ADD 1                TO WS-QTD-JORNAL
                          PERFORM BUSCA-CHAVE
                          IF WS-IND-CHV GREATER WS-QTD-CHV THEN
                             PERFORM INCLUI-CHAVE
                          ELSE
                             MOVE WS-QTD-JORNAL
                                  TO WS-CHV-SEQ(WS-IND-CHV)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE JORNAL
           END-IF.
      *
      *   Entrada do arquivo recuperado, depois da geracao e ate o
      *   ponto pedido, fica com a marca; fora da janela, zerada.
       TESTA-JANELA.
           MOVE JRN-DATA                       TO WS-JRN-DATA
           MOVE JRN-HORA                       TO WS-JRN-HORA
           IF JRN-ARQUIVO NOT EQUAL WS-RCP-ARQUIVO
                    OR WS-MARCA-JORNAL-R NOT GREATER WS-RCP-GERACAO
                    OR WS-MARCA-JORNAL-R GREATER WS-RCP-LIMITE THEN
              MOVE ZEROS                       TO WS-MARCA-JORNAL-R
           END-IF.
      *
       BUSCA-CHAVE.
           PERFORM VARYING WS-IND-CHV FROM 1 BY 1
                   UNTIL WS-IND-CHV > WS-QTD-CHV
                      OR WS-CHV-CHAVE(WS-IND-CHV) EQUAL
                         JRN-IMAGEM(1:WS-TAM-CHAVE)
              CONTINUE
           END-PERFORM.
      *
       INCLUI-CHAVE.
           IF WS-QTD-CHV LESS WS-MAX-CHV THEN
              ADD 1                            TO WS-QTD-CHV
              MOVE JRN-IMAGEM(1:WS-TAM-CHAVE)
                   TO WS-CHV-CHAVE(WS-QTD-CHV)
              MOVE WS-QTD-JORNAL               TO WS-CHV-SEQ(WS-QTD-CHV)
           ELSE
              MOVE 'S'                         TO WS-TAB-CHEIA
           END-IF.
      *
      *   Le o mestre pela chave da ultima imagem e compara.
       CONFERE-CHAVE.
           MOVE SPACES                         TO WS-IMAGEM-MESTRE
           EVALUATE WS-RCP-ARQUIVO
              WHEN 'ALUNOS.DAT'
                 MOVE JRN-IMAGEM               TO REG-ALUNOS
                 READ ALUNOS KEY IS CHAVE-ALUNOS
                 MOVE REG-ALUNOS               TO WS-IMAGEM-MESTRE
              WHEN 'CLIENTE.TXT'
                 MOVE JRN-IMAGEM               TO REG-CLIENTE
                 READ CLIENTE
                 MOVE REG-CLIENTE              TO WS-IMAGEM-MESTRE
              WHEN 'PARCELAS.DAT'
                 MOVE JRN-IMAGEM               TO REG-PARCELA
                 READ PARCELAS
                 MOVE REG-PARCELA              TO WS-IMAGEM-MESTRE
              WHEN 'MENSALID.DAT'
                 MOVE JRN-IMAGEM               TO REG-MENSALID
                 READ MENSALID
                 MOVE REG-MENSALID             TO WS-IMAGEM-MESTRE
              WHEN OTHER
                 MOVE JRN-IMAGEM               TO REG-FUNCMEST
                 READ FUNCMEST
                 MOVE REG-FUNCMEST             TO WS-IMAGEM-MESTRE
           END-EVALUATE.
           IF JRN-EXCLUSAO THEN
              IF WS-FS-REC EQUAL 23 THEN
                 ADD 1                         TO WS-QTD-CHAVES-OK
              ELSE
                 ADD 1                         TO WS-QTD-DIVERGENTES
                 DISPLAY '*** EXCLUIDA NO JORNAL E PRESENTE NO MESTRE:'
                         ' ' JRN-IMAGEM(1:WS-TAM-CHAVE)
              END-IF
           ELSE
              IF WS-FS-REC LESS 10
                       AND WS-IMAGEM-MESTRE(1:WS-TAM-REG) EQUAL
                           JRN-IMAGEM(1:WS-TAM-REG) THEN
                 ADD 1                         TO WS-QTD-CHAVES-OK
              ELSE
                 ADD 1                         TO WS-QTD-DIVERGENTES
                 DISPLAY '*** MESTRE DIFERENTE DA ULTIMA IMAGEM ('
                         JRN-DATA ' ' JRN-HORA ' ' JRN-PROGRAMA
                         '): ' JRN-IMAGEM(1:WS-TAM-CHAVE)
                         ' - FILE STATUS: ' WS-FS-REC
              END-IF
           END-IF.
      *
       ABRE-MESTRE-RECUPERADO.
           EVALUATE WS-RCP-ARQUIVO
              WHEN 'ALUNOS.DAT'
                 OPEN INPUT ALUNOS
              WHEN 'CLIENTE.TXT'
                 OPEN INPUT CLIENTE
              WHEN 'PARCELAS.DAT'
                 OPEN INPUT PARCELAS
              WHEN 'MENSALID.DAT'
                 OPEN INPUT MENSALID
              WHEN OTHER
                 OPEN INPUT FUNCMEST
           END-EVALUATE.
      *
       FECHA-MESTRE-RECUPERADO.
           EVALUATE WS-RCP-ARQUIVO
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
       END PROGRAM PGINTEGR.
