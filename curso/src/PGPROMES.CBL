      *****************************************************************
      * Program name:    PGPROMES
      * Original author: Anderson Nascimento
      * Purpose: Conferencia diaria das promessas de pagamento
      *          registradas no balcao (PGCONTAT, tipo PP): cada
      *          promessa pendente do CONTATOS.DAT e comparada com as
      *          baixas do PAGTOS.TXT do mesmo contrato feitas desde o
      *          dia da promessa ate a data prometida (estornos
      *          subtraidos). Pago o valor prometido, a promessa e
      *          fechada como cumprida. Vencida a data sem o valor, a
      *          promessa e marcada quebrada, volta ao historico do
      *          cliente como contato PQ e o cliente entra na lista de
      *          ligacoes PROMESSAS.LST com o telefone do CLIENTE.TXT.
      *          Promessa ainda no prazo segue pendente. A promessa
      *          quebrada agrava a faixa das cartas do PGCOBRAN.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGPROMES.
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
           SELECT CONTATOS ASSIGN TO './CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CON-CHAVE
           FILE STATUS   IS WS-FS-CON.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-CLI.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT RELATORIO ASSIGN TO './PROMESSAS.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   CONTATOS.DAT - interacoes de balcao (PGCONTAT), com a
      *   promessa de pagamento no tipo PP.
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
                     88  CON-PROM-PENDENTE VALUE 'P'.
                     88  CON-PROM-CUMPRIDA VALUE 'C'.
                     88  CON-PROM-QUEBRADA VALUE 'Q'.
      *
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ), telefone da
      *   lista de ligacoes.
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
      *   PAGTOS.TXT - baixas acumuladas (estornos subtraidos).
         FD  PAGTOS.
         01  REG-PAGTO.
             05  PAG-NUM-CONTRATO    PIC 9(05).
             05  PAG-NUM-PARCELA     PIC 9(03).
             05  PAG-DATA-PGTO       PIC 9(08).
             05  PAG-VLR-PAGO        PIC 9(07)V99.
             05  PAG-SITUACAO        PIC X(08).
             05  PAG-VLR-MORA        PIC 9(07)V99.
      *
      *   PROMESSAS.LST - lista de ligacoes das promessas quebradas.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CON               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CLI-ABERTO           PIC X     VALUE 'N'.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-HORA-AGORA           PIC 9(06) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
      *   Promessas pendentes carregadas do CONTATOS.DAT, com o pago
      *   apurado no PAGTOS.TXT dentro da janela de cada uma.
         77  WS-QTD-PRM              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-PRM OCCURS 500 TIMES.
             05  WS-PRM-CHAVE        PIC X(20).
             05  WS-PRM-CLIENTE      PIC 9(06).
             05  WS-PRM-DATA-CTT     PIC 9(08).
             05  WS-PRM-CONTRATO     PIC 9(05).
             05  WS-PRM-DATA         PIC 9(08).
             05  WS-PRM-VALOR        PIC 9(07)V99.
             05  WS-PRM-PAGO         PIC S9(07)V99.
         77  WS-IND-PRM              PIC 9(03).
         77  WS-QTD-CUMPRIDAS        PIC 9(03) VALUE ZEROS.
         77  WS-QTD-QUEBRADAS        PIC 9(03) VALUE ZEROS.
         77  WS-QTD-PENDENTES        PIC 9(03) VALUE ZEROS.
         77  WS-QTD-TENTATIVAS       PIC 9(02) VALUE ZEROS.
         77  WS-GRAVOU               PIC X     VALUE 'N'.
         77  WS-SITUACAO-NOVA        PIC X     VALUE SPACE.
      *
         01  WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
         01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
             05  WS-DA-AAAA          PIC 9(04).
             05  WS-DA-MM            PIC 9(02).
             05  WS-DA-DD            PIC 9(02).
         01  WS-DATA-ED.
             05  WS-DE-DD            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-DE-MM            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-DE-AAAA          PIC 9(04).
      *
        01  LINHA-TITULOS.
            03  FILLER               PIC X(41) VALUE
                'CODIGO NOME                TELEFONE      '.
            03  FILLER               PIC X(39) VALUE
                'CTR.  PAGAR ATE   PROMETIDO       PAGO '.
        01  LINHA-LIGACAO.
            03  LLG-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLG-NOME             PIC X(19).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLG-FONE             PIC X(13).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLG-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLG-DATA             PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLG-PROMETIDO        PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LLG-PAGO             PIC ZZZ.ZZ9,99-.
        01  LINHA-TOTAIS.
            03  FILLER               PIC X(11) VALUE 'CUMPRIDAS: '.
            03  TOT-CUMPRIDAS        PIC ZZ9.
            03  FILLER               PIC X(14) VALUE '  QUEBRADAS: '.
            03  TOT-QUEBRADAS        PIC ZZ9.
            03  FILLER               PIC X(14) VALUE '  PENDENTES: '.
            03  TOT-PENDENTES        PIC ZZ9.
            03  FILLER               PIC X(32) VALUE SPACES.
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-CLIENTE      PIC X(40) VALUE './CLIENTE.TXT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminhos dos mestres resolvidos pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'CLIENTE.TXT'                TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           DISPLAY '---- CONFERENCIA DAS PROMESSAS DE PAGAMENTO ----'
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           MOVE WS-DATA-HORA(9:6)              TO WS-HORA-AGORA

           OPEN I-O CONTATOS
           IF WS-FS-CON NOT EQUAL '00' THEN
              DISPLAY 'CONTATOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CON ' (NADA A CONFERIR).'
              GOBACK
           END-IF
           PERFORM CARREGA-PROMESSAS
           IF WS-QTD-PRM EQUAL ZEROS THEN
              DISPLAY 'NENHUMA PROMESSA PENDENTE - NADA A CONFERIR.'
              CLOSE CONTATOS
              GOBACK
           END-IF

           PERFORM APURA-PAGOS
           OPEN INPUT CLIENTE
           IF WS-FS-CLI EQUAL '00' THEN
              MOVE 'S'                         TO WS-CLI-ABERTO
           ELSE
              DISPLAY 'CLIENTE.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CLI ' (LISTA SAI SEM TELEFONE).'
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO

           PERFORM VARYING WS-IND-PRM FROM 1 BY 1
                           UNTIL WS-IND-PRM > WS-QTD-PRM
              PERFORM CONFERE-PROMESSA
           END-PERFORM.

           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE WS-QTD-CUMPRIDAS               TO TOT-CUMPRIDAS
           MOVE WS-QTD-QUEBRADAS               TO TOT-QUEBRADAS
           MOVE WS-QTD-PENDENTES               TO TOT-PENDENTES
           WRITE REG-REL FROM LINHA-TOTAIS BEFORE ADVANCING 1 LINES
           DISPLAY 'PROMESSAS: CUMPRIDAS=' WS-QTD-CUMPRIDAS
                   ' QUEBRADAS=' WS-QTD-QUEBRADAS
                   ' PENDENTES=' WS-QTD-PENDENTES
                   ' (LIGACOES EM PROMESSAS.LST)'
           IF WS-CLI-ABERTO EQUAL 'S' THEN
              CLOSE CLIENTE
           END-IF
           CLOSE CONTATOS RELATORIO.
           GOBACK.
      *
      *   Promessas sem contrato sao as anteriores a promessa
      *   estruturada: ficam de fora.
       CARREGA-PROMESSAS.
           MOVE LOW-VALUES                     TO CON-CHAVE
           MOVE 'N'                            TO WS-EOF
           START CONTATOS KEY NOT LESS CON-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTATOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF CON-TIPO-PROMESSA AND CON-PROM-PENDENTE
                             AND CON-PROM-CONTRATO GREATER ZEROS THEN
                       PERFORM GUARDA-PROMESSA
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'N'                            TO WS-EOF.
      *
       GUARDA-PROMESSA.
           IF WS-QTD-PRM LESS 500 THEN
              ADD 1                            TO WS-QTD-PRM
              MOVE CON-CHAVE                   TO
                   WS-PRM-CHAVE(WS-QTD-PRM)
              MOVE CON-CD-CLIENTE              TO
                   WS-PRM-CLIENTE(WS-QTD-PRM)
              MOVE CON-DATA                    TO
                   WS-PRM-DATA-CTT(WS-QTD-PRM)
              MOVE CON-PROM-CONTRATO           TO
                   WS-PRM-CONTRATO(WS-QTD-PRM)
              MOVE CON-PROM-DATA               TO
                   WS-PRM-DATA(WS-QTD-PRM)
              MOVE CON-PROM-VALOR              TO
                   WS-PRM-VALOR(WS-QTD-PRM)
              MOVE ZEROS                       TO
                   WS-PRM-PAGO(WS-QTD-PRM)
           ELSE
              DISPLAY '>> MAIS DE 500 PROMESSAS PENDENTES - A '
                      'PROMESSA ' CON-CHAVE ' FICA PARA AMANHA.'
           END-IF.
      *
      *   Uma passada no PAGTOS.TXT: cada baixa conta para as
      *   promessas do contrato cuja janela (dia da promessa ate a
      *   data prometida) cobre a data do pagamento.
       APURA-PAGOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PAGTOS
           IF WS-FS-PAG EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PAGTOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM ACUMULA-PAGO
                 END-READ
              END-PERFORM
              CLOSE PAGTOS
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       ACUMULA-PAGO.
           PERFORM VARYING WS-IND-PRM FROM 1 BY 1
                           UNTIL WS-IND-PRM > WS-QTD-PRM
              IF WS-PRM-CONTRATO(WS-IND-PRM) EQUAL PAG-NUM-CONTRATO
                       AND PAG-DATA-PGTO NOT LESS
                           WS-PRM-DATA-CTT(WS-IND-PRM)
                       AND PAG-DATA-PGTO NOT GREATER
                           WS-PRM-DATA(WS-IND-PRM) THEN
                 IF PAG-SITUACAO EQUAL 'ESTORNO' THEN
                    SUBTRACT PAG-VLR-PAGO      FROM
                        WS-PRM-PAGO(WS-IND-PRM)
                 ELSE
                    ADD PAG-VLR-PAGO           TO
                        WS-PRM-PAGO(WS-IND-PRM)
                 END-IF
              END-IF
           END-PERFORM.
      *
       CONFERE-PROMESSA.
           EVALUATE TRUE
              WHEN WS-PRM-PAGO(WS-IND-PRM) NOT LESS
                   WS-PRM-VALOR(WS-IND-PRM)
                 MOVE 'C'                      TO WS-SITUACAO-NOVA
                 PERFORM ATUALIZA-PROMESSA
                 ADD 1                         TO WS-QTD-CUMPRIDAS
              WHEN WS-PRM-DATA(WS-IND-PRM) LESS WS-DATA-HOJE
                 MOVE 'Q'                      TO WS-SITUACAO-NOVA
                 PERFORM ATUALIZA-PROMESSA
                 ADD 1                         TO WS-QTD-QUEBRADAS
                 PERFORM IMPRIME-LIGACAO
                 PERFORM REGISTRA-QUEBRA
              WHEN OTHER
                 ADD 1                         TO WS-QTD-PENDENTES
           END-EVALUATE.
      *
      *   Regrava so a situacao: o resto do registro e relido.
       ATUALIZA-PROMESSA.
           MOVE WS-PRM-CHAVE(WS-IND-PRM)       TO CON-CHAVE
           READ CONTATOS
              INVALID KEY
                 DISPLAY '>> PROMESSA ' WS-PRM-CHAVE(WS-IND-PRM)
                         ' NAO ENCONTRADA PARA ATUALIZAR.'
              NOT INVALID KEY
                 MOVE WS-SITUACAO-NOVA         TO CON-PROM-SITUACAO
                 REWRITE REG-CONTATO
                    INVALID KEY
                       DISPLAY '>> ERRO AO ATUALIZAR A PROMESSA '
                               CON-CHAVE ' - FILE STATUS: '
                               WS-FS-CON
                 END-REWRITE
           END-READ.
      *
       IMPRIME-LIGACAO.
           MOVE SPACES                         TO NM-CLIENTE
                                                  TL-CLIENTE
           IF WS-CLI-ABERTO EQUAL 'S' THEN
              MOVE WS-PRM-CLIENTE(WS-IND-PRM)  TO CD-CLIENTE
              READ CLIENTE
                 INVALID KEY
                    MOVE 'NAO CADASTRADO'      TO NM-CLIENTE
                    MOVE SPACES                TO TL-CLIENTE
              END-READ
           END-IF
           MOVE WS-PRM-CLIENTE(WS-IND-PRM)     TO LLG-CLIENTE
           MOVE NM-CLIENTE                     TO LLG-NOME
           MOVE TL-CLIENTE                     TO LLG-FONE
           MOVE WS-PRM-CONTRATO(WS-IND-PRM)    TO LLG-CONTRATO
           MOVE WS-PRM-DATA(WS-IND-PRM)        TO WS-DATA-AUX
           MOVE WS-DA-DD                       TO WS-DE-DD
           MOVE WS-DA-MM                       TO WS-DE-MM
           MOVE WS-DA-AAAA                     TO WS-DE-AAAA
           MOVE WS-DATA-ED                     TO LLG-DATA
           MOVE WS-PRM-VALOR(WS-IND-PRM)       TO LLG-PROMETIDO
           MOVE WS-PRM-PAGO(WS-IND-PRM)        TO LLG-PAGO
           WRITE REG-REL FROM LINHA-LIGACAO BEFORE ADVANCING 1 LINES.
      *
      *   A quebra entra no historico do cliente como contato PQ do
      *   proprio lote; colisao de chave anda um segundo e tenta de
      *   novo.
       REGISTRA-QUEBRA.
           MOVE WS-PRM-CLIENTE(WS-IND-PRM)     TO CON-CD-CLIENTE
           MOVE WS-DATA-HOJE                   TO CON-DATA
           MOVE 'PGPROMES'                     TO CON-OPERADOR
           MOVE 'PQ'                           TO CON-TIPO
           MOVE SPACES                         TO CON-NOTA
           STRING 'PROMESSA ATE ' DELIMITED SIZE
                  WS-DATA-ED       DELIMITED SIZE
                  ' QUEBRADA - CTR ' DELIMITED SIZE
                  WS-PRM-CONTRATO(WS-IND-PRM) DELIMITED SIZE
                  INTO CON-NOTA
           MOVE WS-PRM-CONTRATO(WS-IND-PRM)    TO CON-PROM-CONTRATO
           MOVE WS-PRM-DATA(WS-IND-PRM)        TO CON-PROM-DATA
           MOVE WS-PRM-VALOR(WS-IND-PRM)       TO CON-PROM-VALOR
           MOVE SPACES                         TO CON-PROM-SITUACAO
           MOVE 'N'                            TO WS-GRAVOU
           MOVE ZEROS                          TO WS-QTD-TENTATIVAS
           PERFORM UNTIL WS-GRAVOU EQUAL 'S'
                      OR WS-QTD-TENTATIVAS NOT LESS 10
              MOVE WS-HORA-AGORA               TO CON-HORA
              WRITE REG-CONTATO
                 INVALID KEY
                    ADD 1                      TO WS-QTD-TENTATIVAS
                                                  WS-HORA-AGORA
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-GRAVOU
              END-WRITE
           END-PERFORM.
           IF WS-GRAVOU NOT EQUAL 'S' THEN
              DISPLAY '>> QUEBRA DA PROMESSA ' WS-PRM-CHAVE(WS-IND-PRM)
                      ' NAO REGISTRADA NO HISTORICO - FILE STATUS: '
                      WS-FS-CON
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGPROMES'                     TO CR-PROGRAMA
           MOVE 'PROMESSAS QUEBRADAS - LISTA DE LIGACOES'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TITULOS BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGPROMES.
