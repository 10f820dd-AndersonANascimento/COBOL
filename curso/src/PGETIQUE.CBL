      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Mala direta respeita o
      *                                 consentimento de marketing
      *                                 (LGPD): CPF que retirou o
      *                                 consentimento no canal correio
      *                                 (PGCONSEN, conferido pelo
      *                                 PGCONSCK) nao recebe etiqueta.
      * 15/10/2026 Anderson Nascimento  Endereco devolvido pelo correio
      *                                 (PGDEVCOR, conferido pelo
      *                                 PGENDDEV) nao gera etiqueta: o
      *                                 cliente sai em ETIQDEV.LST com
      *                                 o telefone, para contato.
      * 22/08/2026 Anderson Nascimento  Caminho do mestre resolvido
      *                                 pelo ambiente ativo (PGAMBCFG).
      * 18/08/2026 Anderson Nascimento  Programa criado.
           SELECT ETIQUETAS ASSIGN TO './ETIQUETA.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-ETI.
           SELECT DEVOLVIDOS ASSIGN TO './ETIQDEV.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DVL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *   posicoes por fileira, quatro linhas por etiqueta.
       FD  ETIQUETAS.
       01  REG-ETI                             PIC X(80).
      *
      *   ETIQDEV.LST - clientes da faixa com endereco devolvido.
       FD  DEVOLVIDOS.
       01  REG-DVL                             PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-FS-CLI                           PIC 99.
       77  WS-FS-ETI                           PIC 99.
       77  WS-FS-DVL                           PIC 99.
       77  WS-QTD-DEVOLVIDOS                   PIC 9(05) VALUE ZEROS.
       77  WS-QTD-SEM-CONSENT                  PIC 9(05) VALUE ZEROS.
       77  TRACEJADO                           PIC X(80) VALUE ALL '-'.
       77  WS-EOF-CLI                          PIC X VALUE 'N'.
       77  WS-CD-INICIAL                       PIC 9(06) VALUE ZEROS.
       77  WS-CD-FINAL                         PIC 9(06) VALUE 999999.
           05 FILLER                           PIC X(01) VALUE '-'.
           05 WS-ED-UF                         PIC X(02).
           05 FILLER                           PIC X(13) VALUE SPACES.
      *
       01  LINHA-COLUNAS-DVL.
           05 FILLER                           PIC X(40) VALUE
              'CODIGO NOME                 TELEFONE    '.
           05 FILLER                           PIC X(40) VALUE
              '  MOTIVO                    DEVOLVIDO   '.
       01  LINHA-DEVOLVIDO.
           05 LDV-CODIGO                       PIC 9(06).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 LDV-NOME                         PIC X(20).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 LDV-FONE                         PIC X(13).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 LDV-MOTIVO                       PIC X(25).
           05 FILLER                           PIC X(01) VALUE SPACE.
           05 LDV-DATA                         PIC 9(08).
           05 FILLER                           PIC X(04) VALUE SPACES.
       COPY ENDDEV.
       COPY CONSENT.
       COPY CABREL.
       COPY AMBCFG.
       77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
                                               './CLIENTE.TXT'.
              GOBACK
           END-IF.
           OPEN OUTPUT ETIQUETAS.
           OPEN OUTPUT DEVOLVIDOS.
           PERFORM IMPRIME-CABECALHO-DVL.

           PERFORM UNTIL WS-EOF-CLI EQUAL 'S'
              READ CLIENTE NEXT RECORD
                             AND CD-CLIENTE NOT GREATER
                                 WS-CD-FINAL THEN
                       PERFORM MONTA-ETIQUETA
                          THRU MONTA-ETIQUETA-FIM
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-QTD-PENDENTES GREATER ZEROS THEN
              PERFORM EMITE-FILEIRA
           END-IF.
           WRITE REG-DVL FROM TRACEJADO BEFORE ADVANCING 1 LINES.
           CLOSE CLIENTE ETIQUETAS DEVOLVIDOS.
           DISPLAY 'ETIQUETAS GERADAS: ' WS-QTD-ETIQUETAS
                   ' EM ETIQUETA.LST'.
           IF WS-QTD-SEM-CONSENT GREATER ZEROS THEN
              DISPLAY 'CONSENTIMENTO RETIRADO (LGPD), SEM ETIQUETA: '
                      WS-QTD-SEM-CONSENT
           END-IF.
           IF WS-QTD-DEVOLVIDOS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-DEVOLVIDOS ' CLIENTE(S) COM'
                      ' ENDERECO DEVOLVIDO FORA DAS ETIQUETAS'
                      ' (ETIQDEV.LST).'
           END-IF.
           GOBACK.
      *
      *   Monta as quatro linhas da etiqueta do cliente corrente na
      *   proxima coluna pendente; fileira completa (tres) e emitida.
       MONTA-ETIQUETA.
           MOVE NR-CPF                         TO CS-CPF
           MOVE 'C'                            TO CS-CANAL
           CALL './bin/PGCONSCK' USING CS-PARM
           IF CS-RECUSADO THEN
              ADD 1                            TO WS-QTD-SEM-CONSENT
              GO TO MONTA-ETIQUETA-FIM
           END-IF.
           MOVE 'C'                            TO ED-TIPO
           MOVE CD-CLIENTE                     TO ED-CODIGO
           MOVE SPACES                         TO ED-ENDERECO
           STRING EN-RUA    DELIMITED SIZE
                  EN-NUMERO DELIMITED SIZE
                  EN-CIDADE DELIMITED SIZE
                  EN-CEP    DELIMITED SIZE
                  EN-UF     DELIMITED SIZE
                  INTO ED-ENDERECO
           CALL './bin/PGENDDEV' USING ED-PARM
           IF ED-DEVOLVIDO THEN
              PERFORM LISTA-DEVOLVIDO
              GO TO MONTA-ETIQUETA-FIM
           END-IF.
           ADD 1                               TO WS-QTD-PENDENTES
           PERFORM REMONTA-NOME
           MOVE WS-NOME-REBUILD(1:25)          TO
           IF WS-QTD-PENDENTES EQUAL 3 THEN
              PERFORM EMITE-FILEIRA
           END-IF.
       MONTA-ETIQUETA-FIM.
           EXIT.
      *
      *   Endereco devolvido: sem etiqueta, vai para o contato por
      *   telefone em ETIQDEV.LST.
       LISTA-DEVOLVIDO.
           MOVE CD-CLIENTE                     TO LDV-CODIGO
           MOVE NM-CLIENTE                     TO LDV-NOME
           MOVE TL-CLIENTE                     TO LDV-FONE
           MOVE ED-DESC-MOTIVO                 TO LDV-MOTIVO
           MOVE ED-DATA-DEVOLUCAO              TO LDV-DATA
           WRITE REG-DVL FROM LINHA-DEVOLVIDO BEFORE ADVANCING 1 LINES
           ADD 1                               TO WS-QTD-DEVOLVIDOS.
      *
       IMPRIME-CABECALHO-DVL.
           MOVE 'PGETIQUE'                     TO CR-PROGRAMA
           MOVE 'ETIQUETAS - ENDERECOS DEVOLVIDOS'
                                               TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-DVL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-DVL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-DVL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-DVL FROM LINHA-COLUNAS-DVL BEFORE ADVANCING 1
                                                   LINES.
      *
      *   Remonta o nome no formato "Ultimo, Primeiro Meio", com a
      *   mesma separacao por espacos do P200-SPLIT-NOME.
