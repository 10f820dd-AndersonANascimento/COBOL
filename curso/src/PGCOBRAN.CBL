      * Original author: Anderson Nascimento
      * Purpose: Cartas de cobranca escalonadas pelo aging: varre as
      *          parcelas em aberto (PARCELAS.DAT menos o pago de
      *          PAGTOS.TXT, pelo vencimento gravado na parcela),
      *          apura por cliente o total em aberto e o maior
      *          atraso, e gera em COBRANCA.TXT uma carta por cliente
      *          conforme a faixa: lembrete cordial aos 30 dias,
      *          PGETIQUE (ULTIMO, PRIMEIRO MEIO). Fecha com a lista
      *          de controle por faixa em COBRANCA.LST - a cobranca
      *          sabe exatamente o que saiu e para quem.
      *          Promessa de pagamento quebrada nos ultimos 180 dias
      *          (CONTATOS.DAT, conferida pelo PGPROMES) agrava a
      *          carta em uma faixa e sai marcada na lista.
      *          Contrato cedido a agencia de cobranca externa
      *          (COBEXT.DAT, cessao ativa do PGCOBEXT) fica fora:
      *          quem cobra e a agencia.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Contrato cedido a agencia de
      *                                 cobranca externa nao entra
      *                                 na carta.
      * 15/10/2026 Anderson Nascimento  Promessa quebrada agrava a
      *                                 faixa da carta.
      * 15/10/2026 Anderson Nascimento  Atraso pelo vencimento gravado
      *                                 na parcela; o CONTRHDR.DAT
      *                                 deixa de ser lido.
      * 15/10/2026 Anderson Nascimento  Endereco devolvido pelo correio
      *                                 (PGDEVCOR, conferido pelo
      *                                 PGENDDEV) nao recebe carta: o
      *                                 cliente sai na lista de
      *                                 cobranca por telefone no fim
      *                                 do COBRANCA.LST.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT CONTATOS ASSIGN TO './CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WS-FS-CON.
           SELECT COBEXT ASSIGN TO './COBEXT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CEX-NUM-CONTRATO
           FILE STATUS  IS WS-FS-CEX.
           SELECT CARTAS ASSIGN TO './COBRANCA.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CAR.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ), endereco das
      *   cartas.
             05  PAG-SITUACAO        PIC X(08).
             05  PAG-VLR-MORA        PIC 9(07)V99.
      *
      *   CONTATOS.DAT - interacoes de balcao (PGCONTAT); interessa a
      *   promessa de pagamento marcada quebrada pelo PGPROMES.
         FD  CONTATOS.
         01  REG-CONTATO.
             05  CON-CHAVE.
                 10  CON-CD-CLIENTE  PIC 9(06).
                 10  CON-DATA        PIC 9(08).
                 10  CON-HORA        PIC 9(06).
             05  CON-OPERADOR        PIC X(08).
             05  CON-TIPO            PIC X(02).
                 88  CON-TIPO-PROMESSA VALUE 'PP'.
             05  CON-NOTA            PIC X(40).
             05  CON-PROMESSA.
                 10  CON-PROM-CONTRATO PIC 9(05).
                 10  CON-PROM-DATA   PIC 9(08).
                 10  CON-PROM-VALOR  PIC 9(07)V99.
                 10  CON-PROM-SITUACAO PIC X(01).
                     88  CON-PROM-QUEBRADA VALUE 'Q'.
      *
      *   COBEXT.DAT - contratos cedidos as agencias (PGCOBEXT).
         FD  COBEXT.
         01  REG-COBEXT.
             05  CEX-NUM-CONTRATO    PIC 9(05).
             05  CEX-AGENCIA         PIC X(03).
             05  CEX-CD-CLIENTE      PIC 9(06).
             05  CEX-DATA-CESSAO     PIC 9(08).
             05  CEX-LOTE            PIC 9(05).
             05  CEX-SALDO-CESSAO    PIC 9(09)V99.
             05  CEX-ATRASO-CESSAO   PIC 9(05).
             05  CEX-SITUACAO        PIC X(01).
                 88  CEX-ATIVA       VALUE 'A'.
             05  CEX-DATA-FIM        PIC 9(08).
      *
      *   COBRANCA.TXT - uma pagina de carta por cliente em atraso.
         FD  CARTAS.
         01  REG-CARTA               PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-CON               PIC X(02) VALUE '00'.
         77  WS-FS-CEX               PIC X(02) VALUE '00'.
         77  WS-FS-CAR               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-ABERTO           PIC 9(07)V99 VALUE ZEROS.
      *
      *   Atraso pelo vencimento gravado, como no PGPAGTOS.
         77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
         77  WS-INT-REF              PIC 9(07) VALUE ZEROS.
      *
         77  WS-IND-CLI              PIC 9(03).
         77  WS-CLI-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *   Clientes com promessa quebrada na janela de agravamento.
         77  WS-DIAS-QUEBRA          PIC 9(03) VALUE 180.
         77  WS-QTD-QUEBRA           PIC 9(03) VALUE ZEROS.
         01  WS-TAB-QUEBRA OCCURS 300 TIMES.
             05  WS-QBR-CODIGO       PIC 9(06).
         77  WS-IND-QBR              PIC 9(03).
         77  WS-QBR-ACHADO           PIC 9(03) VALUE ZEROS.
         77  WS-CD-QUEBRA            PIC 9(06) VALUE ZEROS.
         77  WS-QTD-AGRAVADAS        PIC 9(03) VALUE ZEROS.
      *
      *   Contratos com cessao ativa a agencia de cobranca externa.
         77  WS-QTD-CEDIDO           PIC 9(03) VALUE ZEROS.
         01  WS-TAB-CEDIDO OCCURS 500 TIMES.
             05  WS-CED-CONTRATO     PIC 9(05).
         77  WS-IND-CED              PIC 9(03).
         77  WS-CED-ACHADO           PIC 9(03) VALUE ZEROS.
         77  WS-QTD-PARC-CEDIDAS     PIC 9(05) VALUE ZEROS.
      *
      *   Remontagem do nome, do jeito do PGETIQUE.
         77  WS-NOME-COMPLETO        PIC X(60) VALUE SPACES.
         77  WS-PRIMEIRO-NOME        PIC X(20) VALUE SPACES.
         77  WS-QTD-FAIXA-90         PIC 9(03) VALUE ZEROS.
         77  WS-LINHA-CARTA          PIC X(80) VALUE SPACES.
         77  WS-VLR-ED               PIC ZZ.ZZZ.ZZ9,99.
         77  WS-ATRASO-ED            PIC ZZZZ9.
      *
      *   Clientes com endereco devolvido: sem carta, vao para a
      *   cobranca por telefone.
         77  WS-QTD-DEVOLVIDOS       PIC 9(03) VALUE ZEROS.
         01  WS-TAB-DEVOLVIDO OCCURS 300 TIMES.
             05  WS-DVL-CODIGO       PIC 9(06).
             05  WS-DVL-NOME         PIC X(20).
             05  WS-DVL-FONE         PIC X(13).
             05  WS-DVL-ABERTO       PIC 9(09)V99.
             05  WS-DVL-ATRASO       PIC 9(05).
             05  WS-DVL-MOTIVO       PIC X(25).
         77  WS-IND-DVL              PIC 9(03).
      *
        01  LINHA-CONTROLE.
            03  CTL-FAIXA            PIC X(10).
            03  CTL-ABERTO           PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(09) VALUE '  ATRASO '.
            03  CTL-ATRASO           PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACES.
            03  CTL-AGRAVO           PIC X(08).
        01  LINHA-DEVOLVIDO.
            03  LDV-CODIGO           PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-NOME             PIC X(20).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-FONE             PIC X(13).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-ABERTO           PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-ATRASO           PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDV-MOTIVO           PIC X(18).
        01  LINHA-TOT-DEVOLVIDOS.
            03  FILLER               PIC X(36) VALUE
                'CLIENTES PARA COBRANCA POR TELEFONE:'.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  TDV-QTD              PIC ZZ9.
            03  FILLER               PIC X(40) VALUE SPACES.
         COPY ENDDEV.
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-CLIENTE      PIC X(40) VALUE './CLIENTE.TXT'.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE

           PERFORM CARREGA-PAGOS
           PERFORM CARREGA-QUEBRAS
           PERFORM CARREGA-CEDIDOS
           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              GOBACK
           END-IF
           PERFORM APURA-CLIENTES
           CLOSE PARCELAS

           IF WS-QTD-CLI EQUAL ZEROS THEN
              DISPLAY 'NENHUM CLIENTE EM ATRASO DE 30+ DIAS - NADA'
                           UNTIL WS-IND-CLI > WS-QTD-CLI
              IF WS-CLI-MAX-ATRASO(WS-IND-CLI) NOT LESS 30 THEN
                 PERFORM GERA-CARTA-CLIENTE
                    THRU GERA-CARTA-CLIENTE-FIM
              END-IF
           END-PERFORM.

           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           IF WS-QTD-DEVOLVIDOS GREATER ZEROS THEN
              PERFORM IMPRIME-DEVOLVIDOS
           END-IF
           DISPLAY 'CARTAS: 30D=' WS-QTD-FAIXA-30
                   ' 60D=' WS-QTD-FAIXA-60
                   ' 90D+=' WS-QTD-FAIXA-90
                   ' (COBRANCA.TXT, CONTROLE EM COBRANCA.LST)'
           IF WS-QTD-CEDIDO GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-CEDIDO ' CONTRATO(S) EM COBRANCA'
                      ' EXTERNA - ' WS-QTD-PARC-CEDIDAS
                      ' PARCELA(S) FORA DAS CARTAS.'
           END-IF
           IF WS-QTD-AGRAVADAS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-AGRAVADAS ' CARTA(S) AGRAVADA(S)'
                      ' POR PROMESSA QUEBRADA.'
           END-IF
           IF WS-QTD-DEVOLVIDOS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-DEVOLVIDOS ' CLIENTE(S) COM'
                      ' ENDERECO DEVOLVIDO - SEM CARTA, COBRAR POR'
                      ' TELEFONE (FIM DO COBRANCA.LST).'
           END-IF
           CLOSE CLIENTE CARTAS RELATORIO.
           GOBACK.
      *
                     WS-PGO-VALOR(WS-PAR-ACHADA)
              END-IF
           END-IF.
      *
      *   Promessa quebrada conta se a data prometida caiu dentro da
      *   janela; sem CONTATOS.DAT ninguem e agravado.
       CARREGA-QUEBRAS.
           MOVE 'N'                            TO WS-EOF
           COMPUTE WS-INT-REF =
              FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - WS-DIAS-QUEBRA
           OPEN INPUT CONTATOS
           IF WS-FS-CON EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ CONTATOS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CON-TIPO-PROMESSA
                                AND CON-PROM-QUEBRADA THEN
                          PERFORM GUARDA-QUEBRA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTATOS
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       GUARDA-QUEBRA.
           COMPUTE WS-INT-VENC =
              FUNCTION INTEGER-OF-DATE(CON-PROM-DATA)
           IF WS-INT-VENC NOT LESS WS-INT-REF THEN
              MOVE CON-CD-CLIENTE              TO WS-CD-QUEBRA
              PERFORM ACHA-QUEBRA
              IF WS-QBR-ACHADO EQUAL ZEROS
                       AND WS-QTD-QUEBRA LESS 300 THEN
                 ADD 1                         TO WS-QTD-QUEBRA
                 MOVE CON-CD-CLIENTE           TO
                      WS-QBR-CODIGO(WS-QTD-QUEBRA)
              END-IF
           END-IF.
      *
       ACHA-QUEBRA.
           MOVE ZEROS                          TO WS-QBR-ACHADO
           PERFORM VARYING WS-IND-QBR FROM 1 BY 1
                           UNTIL WS-IND-QBR > WS-QTD-QUEBRA
              IF WS-QBR-CODIGO(WS-IND-QBR) EQUAL WS-CD-QUEBRA THEN
                 MOVE WS-IND-QBR               TO WS-QBR-ACHADO
              END-IF
           END-PERFORM.
      *
      *   Sem COBEXT.DAT nenhum contrato foi cedido.
       CARREGA-CEDIDOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT COBEXT
           IF WS-FS-CEX EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ COBEXT NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CEX-ATIVA AND WS-QTD-CEDIDO LESS 500 THEN
                          ADD 1                TO WS-QTD-CEDIDO
                          MOVE CEX-NUM-CONTRATO TO
                               WS-CED-CONTRATO(WS-QTD-CEDIDO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COBEXT
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       ACHA-CEDIDO.
           MOVE ZEROS                          TO WS-CED-ACHADO
           PERFORM VARYING WS-IND-CED FROM 1 BY 1
                           UNTIL WS-IND-CED > WS-QTD-CEDIDO
              IF WS-CED-CONTRATO(WS-IND-CED) EQUAL PAR-NUM-CONTRATO
                 THEN
                 MOVE WS-IND-CED               TO WS-CED-ACHADO
              END-IF
           END-PERFORM.
      *
       APURA-CLIENTES.
           MOVE ZEROS                          TO PAR-NUM-CONTRATO
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF PAR-ABERTA THEN
                       PERFORM ACHA-CEDIDO
                       IF WS-CED-ACHADO EQUAL ZEROS THEN
                          PERFORM APURA-PARCELA
                       ELSE
                          ADD 1                TO WS-QTD-PARC-CEDIDAS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       CALCULA-ATRASO.
           MOVE ZEROS                          TO WS-DIAS-ATRASO
           IF PAR-VENCIMENTO NOT EQUAL ZEROS THEN
              COMPUTE WS-INT-VENC =
                 FUNCTION INTEGER-OF-DATE(PAR-VENCIMENTO)
              COMPUTE WS-INT-REF =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
              COMPUTE WS-DIAS-ATRASO = WS-INT-REF - WS-INT-VENC
           END-IF.
      *
       ACUMULA-CLIENTE.
           MOVE ZEROS                          TO WS-CLI-ACHADO
              END-IF
           END-IF.
      *
      *   Uma carta por cliente, no tom da faixa do maior atraso;
      *   endereco devolvido pelo correio nao recebe carta.
       GERA-CARTA-CLIENTE.
           MOVE WS-CLI-CODIGO(WS-IND-CLI)      TO CD-CLIENTE
           READ CLIENTE
              INVALID KEY
                 MOVE SPACES                   TO NM-CLIENTE
                                                  TL-CLIENTE
                                                  EN-RUA
                                                  EN-CIDADE
                 MOVE ZEROS                    TO EN-NUMERO
              NOT INVALID KEY
                 CONTINUE
           END-READ
           MOVE 'C'                            TO ED-TIPO
           MOVE WS-CLI-CODIGO(WS-IND-CLI)      TO ED-CODIGO
           MOVE SPACES                         TO ED-ENDERECO
           STRING EN-RUA    DELIMITED SIZE
                  EN-NUMERO DELIMITED SIZE
                  EN-CIDADE DELIMITED SIZE
                  EN-CEP    DELIMITED SIZE
                  EN-UF     DELIMITED SIZE
                  INTO ED-ENDERECO
           CALL './bin/PGENDDEV' USING ED-PARM
           IF ED-DEVOLVIDO THEN
              PERFORM GUARDA-DEVOLVIDO
              GO TO GERA-CARTA-CLIENTE-FIM
           END-IF
           EVALUATE TRUE
              WHEN WS-CLI-MAX-ATRASO(WS-IND-CLI) NOT LESS 90
                 MOVE 3                        TO WS-FAIXA
              WHEN WS-CLI-MAX-ATRASO(WS-IND-CLI) NOT LESS 60
                 MOVE 2                        TO WS-FAIXA
              WHEN OTHER
                 MOVE 1                        TO WS-FAIXA
           END-EVALUATE
      *    Promessa quebrada sobe uma faixa (o protesto e o teto).
           MOVE SPACES                         TO CTL-AGRAVO
           MOVE WS-CLI-CODIGO(WS-IND-CLI)      TO WS-CD-QUEBRA
           PERFORM ACHA-QUEBRA
           IF WS-QBR-ACHADO GREATER ZEROS THEN
              MOVE 'PROM.QBR'                  TO CTL-AGRAVO
              IF WS-FAIXA LESS 3 THEN
                 ADD 1                         TO WS-FAIXA
                 ADD 1                         TO WS-QTD-AGRAVADAS
              END-IF
           END-IF
           EVALUATE WS-FAIXA
              WHEN 3
                 ADD 1                         TO WS-QTD-FAIXA-90
              WHEN 2
                 ADD 1                         TO WS-QTD-FAIXA-60
              WHEN OTHER
                 ADD 1                         TO WS-QTD-FAIXA-30
           END-EVALUATE
           PERFORM REMONTA-NOME
           WRITE REG-CARTA FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE SPACES                         TO WS-LINHA-CARTA
           WRITE REG-CARTA FROM WS-LINHA-CARTA BEFORE ADVANCING 2
                                                  LINES
           MOVE WS-CLI-ABERTO(WS-IND-CLI)      TO WS-VLR-ED
           MOVE WS-CLI-MAX-ATRASO(WS-IND-CLI)  TO WS-ATRASO-ED
           IF CTL-AGRAVO NOT EQUAL SPACES THEN
              MOVE 'CONSTA PROMESSA DE PAGAMENTO NAO CUMPRIDA.'
                                               TO WS-LINHA-CARTA
              WRITE REG-CARTA FROM WS-LINHA-CARTA BEFORE ADVANCING 1
                                                  LINES
           END-IF
           EVALUATE WS-FAIXA
              WHEN 1
                 MOVE 'PREZADO CLIENTE, LEMBRAMOS QUE HA PARCELAS EM'
                 WRITE REG-CARTA FROM WS-LINHA-CARTA BEFORE
                       ADVANCING 1 LINES
                 MOVE SPACES                   TO WS-LINHA-CARTA
                 STRING 'HA ' DELIMITED SIZE
                        FUNCTION TRIM(WS-ATRASO-ED) DELIMITED SIZE
                        ' DIAS ('              DELIMITED SIZE
                        WS-VLR-ED              DELIMITED SIZE
                        '). PROCURE O BALCAO EM 5 DIAS.'
                                               DELIMITED SIZE
                        INTO WS-LINHA-CARTA
              WHEN OTHER
                 MOVE 'AVISO DE PROTESTO: DEBITO VENCIDO HA'
                                               TO WS-LINHA-CARTA
                 WRITE REG-CARTA FROM WS-LINHA-CARTA BEFORE
                       ADVANCING 1 LINES
                 MOVE SPACES                   TO WS-LINHA-CARTA
                 STRING FUNCTION TRIM(WS-ATRASO-ED) DELIMITED SIZE
                        ' DIAS ('    DELIMITED SIZE
                        WS-VLR-ED   DELIMITED SIZE
                        '). SEM PAGAMENTO EM 5 DIAS, O TITULO'
                                    DELIMITED SIZE
           WRITE REG-CARTA FROM WS-LINHA-CARTA BEFORE ADVANCING 2
                                                  LINES
           PERFORM GRAVA-CONTROLE.
       GERA-CARTA-CLIENTE-FIM.
           EXIT.
      *
       GUARDA-DEVOLVIDO.
           IF WS-QTD-DEVOLVIDOS LESS 300 THEN
              ADD 1                            TO WS-QTD-DEVOLVIDOS
              MOVE WS-CLI-CODIGO(WS-IND-CLI)   TO
                   WS-DVL-CODIGO(WS-QTD-DEVOLVIDOS)
              MOVE NM-CLIENTE                  TO
                   WS-DVL-NOME(WS-QTD-DEVOLVIDOS)
              MOVE TL-CLIENTE                  TO
                   WS-DVL-FONE(WS-QTD-DEVOLVIDOS)
              MOVE WS-CLI-ABERTO(WS-IND-CLI)   TO
                   WS-DVL-ABERTO(WS-QTD-DEVOLVIDOS)
              MOVE WS-CLI-MAX-ATRASO(WS-IND-CLI) TO
                   WS-DVL-ATRASO(WS-QTD-DEVOLVIDOS)
              MOVE ED-DESC-MOTIVO              TO
                   WS-DVL-MOTIVO(WS-QTD-DEVOLVIDOS)
           END-IF.
      *
      *   Cobranca por telefone: os clientes que ficaram sem carta.
       IMPRIME-DEVOLVIDOS.
           MOVE SPACES                         TO WS-LINHA-CARTA
           WRITE REG-REL FROM WS-LINHA-CARTA BEFORE ADVANCING 1 LINES
           MOVE 'ENDERECO DEVOLVIDO - COBRAR POR TELEFONE'
                                               TO WS-LINHA-CARTA
           WRITE REG-REL FROM WS-LINHA-CARTA BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-DVL FROM 1 BY 1
                           UNTIL WS-IND-DVL > WS-QTD-DEVOLVIDOS
              MOVE WS-DVL-CODIGO(WS-IND-DVL)   TO LDV-CODIGO
              MOVE WS-DVL-NOME(WS-IND-DVL)     TO LDV-NOME
              MOVE WS-DVL-FONE(WS-IND-DVL)     TO LDV-FONE
              MOVE WS-DVL-ABERTO(WS-IND-DVL)   TO LDV-ABERTO
              MOVE WS-DVL-ATRASO(WS-IND-DVL)   TO LDV-ATRASO
              MOVE WS-DVL-MOTIVO(WS-IND-DVL)   TO LDV-MOTIVO
              WRITE REG-REL FROM LINHA-DEVOLVIDO BEFORE ADVANCING 1
                                                  LINES
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE WS-QTD-DEVOLVIDOS              TO TDV-QTD
           WRITE REG-REL FROM LINHA-TOT-DEVOLVIDOS BEFORE ADVANCING 1
                                                  LINES.
      *
      *   Mesma remontagem do PGETIQUE: ULTIMO, PRIMEIRO MEIO.
       REMONTA-NOME.
