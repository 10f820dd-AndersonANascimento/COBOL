      *****************************************************************
      * Program name:    PGRENTCL
      * Original author: Anderson Nascimento
      * Purpose: Rentabilidade por cliente, para a area comercial
      *          decidir quem recebe oferta pre-aprovada. Por
      *          contrato soma os juros recebidos (a baixa do
      *          PAGTOS.TXT repartida na proporcao juros/parcela do
      *          PARCELAS.DAT, estorno subtraindo, RENEGOC fora) e a
      *          mora recebida; desconta a provisao do ultimo
      *          fechamento do PGPROVIS (PROVCTR.TXT), o baixado como
      *          incobravel no BAIXADOS.TXT (menos o recuperado
      *          depois da baixa) e a perda da renegociacao - os
      *          juros que o consolidado do RENEGOC.TXT renderia na
      *          taxa do contrato velho e deixa de render na taxa
      *          negociada. Imprime em RENTCL.LST a contribuicao
      *          liquida por cliente em ordem decrescente, com o
      *          resumo por quantidade de contratos e por produto.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGRENTCL.
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
           SELECT PARCELAS ASSIGN TO './PARCELAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-CLI.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
           SELECT BAIXADOS ASSIGN TO './BAIXADOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-BXA.
           SELECT RENEGOC ASSIGN TO './RENEGOC.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REN.
           SELECT PROVCTR ASSIGN TO './PROVCTR.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PVC.
           SELECT RELATORIO ASSIGN TO './RENTCL.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PARCELAS.DAT - mestre de parcelas (PGPARMIG/PGARRAYS); a
      *   proporcao juros/parcela reparte o valor pago.
         FD  PARCELAS.
         01  REG-PARCELA.
             05  PAR-CHAVE.
                 10  PAR-NUM-CONTRATO PIC 9(05).
                 10  PAR-NUM-PARCELA PIC 9(03).
             05  PAR-CD-CLIENTE      PIC 9(06).
             05  PAR-VLR-PARCELA     PIC 9(07)V99.
             05  PAR-VLR-JUROS       PIC 9(07)V99.
             05  PAR-VLR-AMORT       PIC 9(07)V99.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS):
      *   cliente, produto, taxa, prazo e sistema.
         FD  CONTRHDR.
         01  REG-CONTRHDR.
             05  HDR-NUM-CONTRATO    PIC 9(05).
             05  HDR-CD-CLIENTE      PIC 9(06).
             05  HDR-VLR-PRINCIPAL   PIC 9(07)V99.
             05  HDR-TAXA-JUROS      PIC 9V9(6).
             05  HDR-NUM-PRESTACOES  PIC 9(03).
             05  HDR-DATA-CRIACAO    PIC 9(08).
             05  HDR-SISTEMA-AMORT   PIC X(01).
             05  HDR-CARENCIA-MESES  PIC 9(02).
             05  HDR-QTD-ADIAMENTOS  PIC 9(02).
             05  HDR-PARC-ADIADAS    PIC 9(03).
             05  HDR-VLR-IOF         PIC 9(07)V99.
             05  HDR-IOF-FORMA       PIC X(01).
             05  HDR-COD-PRODUTO     PIC X(04).
      *
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ), so o nome.
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
      *   PAGTOS.TXT - baixas acumuladas (estorno subtrai).
         FD  PAGTOS.
         01  REG-PAGTO.
             05  PAG-NUM-CONTRATO    PIC 9(05).
             05  PAG-NUM-PARCELA     PIC 9(03).
             05  PAG-DATA-PGTO       PIC 9(08).
             05  PAG-VLR-PAGO        PIC 9(07)V99.
             05  PAG-SITUACAO        PIC X(08).
             05  PAG-VLR-MORA        PIC 9(07)V99.
      *
      *   BAIXADOS.TXT - parcelas baixadas como incobraveis
      *   (PGBAIXAP).
         FD  BAIXADOS.
         01  REG-BAIXADO.
             05  BXA-CD-CLIENTE      PIC 9(06).
             05  BXA-NUM-CONTRATO    PIC 9(05).
             05  BXA-NUM-PARCELA     PIC 9(03).
             05  BXA-VLR-ABERTO      PIC 9(07)V99.
             05  BXA-DIAS-ATRASO     PIC 9(05).
             05  BXA-DATA-BAIXA      PIC 9(08).
             05  BXA-OPERADOR        PIC X(08).
      *
      *   RENEGOC.TXT - vinculos de renegociacao (PGRENEGO).
         FD  RENEGOC.
         01  REG-RENEGOC.
             05  REN-CONTRATO-VELHO  PIC 9(05).
             05  REN-CONTRATO-NOVO   PIC 9(05).
             05  REN-DATA            PIC 9(08).
             05  REN-VLR-CONSOLIDADO PIC 9(09)V99.
      *
      *   PROVCTR.TXT - provisao por contrato do ultimo fechamento
      *   (PGPROVIS).
         FD  PROVCTR.
         01  REG-PROVCTR.
             05  PVC-COMPETENCIA     PIC 9(06).
             05  PVC-NUM-CONTRATO    PIC 9(05).
             05  PVC-CD-CLIENTE      PIC 9(06).
             05  PVC-VLR-PROVISAO    PIC 9(09)V99.
      *
      *   RENTCL.LST - contribuicao por cliente e resumos.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-BXA               PIC 99.
         77  WS-FS-REN               PIC 99.
         77  WS-FS-PVC               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CLI-ABERTO           PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  WS-COMPET-PROVISAO      PIC 9(06) VALUE ZEROS.
      *
      *   Contratos: cabecalho e resultado de cada um.
         77  WS-QTD-CTR              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-CTR OCCURS 2000 TIMES.
             05  WS-CTR-CONTRATO     PIC 9(05).
             05  WS-CTR-CLIENTE      PIC 9(06).
             05  WS-CTR-PRODUTO      PIC X(04).
             05  WS-CTR-TAXA         PIC 9V9(6).
             05  WS-CTR-PRAZO        PIC 9(03).
             05  WS-CTR-SISTEMA      PIC X(01).
             05  WS-CTR-JUROS        PIC S9(09)V99.
             05  WS-CTR-MORA         PIC S9(09)V99.
             05  WS-CTR-PROVISAO     PIC 9(09)V99.
             05  WS-CTR-BAIXADO      PIC 9(09)V99.
             05  WS-CTR-RECUPERADO   PIC S9(09)V99.
             05  WS-CTR-PERDA-REN    PIC 9(09)V99.
         77  WS-IND-CTR              PIC 9(04).
         77  WS-CTR-ACHADO           PIC 9(04) VALUE ZEROS.
         77  WS-CONTRATO-BUSCA       PIC 9(05) VALUE ZEROS.
         77  WS-CLIENTE-BUSCA        PIC 9(06) VALUE ZEROS.
      *
      *   Parcelas baixadas (write-off), para separar o recuperado.
         77  WS-QTD-BXA              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-BXA OCCURS 1000 TIMES.
             05  WS-BXA-CONTRATO     PIC 9(05).
             05  WS-BXA-PARCELA      PIC 9(03).
             05  WS-BXA-DATA         PIC 9(08).
         77  WS-IND-BXA              PIC 9(04).
         77  WS-BXA-ACHADA           PIC 9(04) VALUE ZEROS.
      *
      *   Reparticao de uma baixa do PAGTOS.TXT.
         77  WS-SINAL                PIC S9(01) VALUE +1.
         77  WS-PAR-OK               PIC X     VALUE 'N'.
         77  WS-BASE                 PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-JUROS            PIC 9(07)V99 VALUE ZEROS.
      *
      *   Juros totais de um cronograma (perda da renegociacao).
         77  WS-CALC-PV              PIC 9(09)V99 VALUE ZEROS.
         77  WS-CALC-TAXA            PIC 9V9(6) VALUE ZEROS.
         77  WS-CALC-PRAZO           PIC 9(03) VALUE ZEROS.
         77  WS-CALC-SISTEMA         PIC X(01) VALUE 'P'.
         77  WS-CALC-JUROS           PIC 9(09)V99 VALUE ZEROS.
         77  WS-JUROS-TAXA-VELHA     PIC 9(09)V99 VALUE ZEROS.
         77  WS-JUROS-TAXA-NOVA      PIC 9(09)V99 VALUE ZEROS.
         77  WS-IND-VELHO            PIC 9(04) VALUE ZEROS.
      *
      *   Clientes, ordenados pela contribuicao.
         77  WS-QTD-CLI              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-CLI OCCURS 1000 TIMES.
             05  WS-CLI-CODIGO       PIC 9(06).
             05  WS-CLI-CONTRATOS    PIC 9(03).
             05  WS-CLI-RECEITA      PIC S9(11)V99.
             05  WS-CLI-PROVISAO     PIC S9(11)V99.
             05  WS-CLI-PERDAS       PIC S9(11)V99.
             05  WS-CLI-CONTRIB      PIC S9(11)V99.
         01  WS-CLI-AUX              PIC X(61).
         77  WS-IND-CLI              PIC 9(04).
         77  WS-IND-CLI-2            PIC 9(04).
         77  WS-CLI-ACHADO           PIC 9(04) VALUE ZEROS.
         77  WS-TROCA                PIC X     VALUE 'N'.
      *
      *   Resultado de um contrato.
         77  WS-RECEITA-CTR          PIC S9(11)V99 VALUE ZEROS.
         77  WS-PERDAS-CTR           PIC S9(11)V99 VALUE ZEROS.
         77  WS-CONTRIB-CTR          PIC S9(11)V99 VALUE ZEROS.
      *
      *   Resumo por quantidade de contratos do cliente.
         01  WS-TAB-FAIXA OCCURS 4 TIMES.
             05  WS-FXA-CLIENTES     PIC 9(05).
             05  WS-FXA-RECEITA      PIC S9(11)V99.
             05  WS-FXA-CUSTOS       PIC S9(11)V99.
             05  WS-FXA-CONTRIB      PIC S9(11)V99.
         77  WS-IND-FXA              PIC 9(01).
      *
      *   Resumo por produto do catalogo (PGPRODUT).
         77  WS-QTD-PRD              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-PRD OCCURS 20 TIMES.
             05  WS-PRD-CODIGO       PIC X(04).
             05  WS-PRD-CONTRATOS    PIC 9(05).
             05  WS-PRD-RECEITA      PIC S9(11)V99.
             05  WS-PRD-CUSTOS       PIC S9(11)V99.
             05  WS-PRD-CONTRIB      PIC S9(11)V99.
         77  WS-IND-PRD              PIC 9(02).
         77  WS-PRD-ACHADO           PIC 9(02) VALUE ZEROS.
      *
      *   Totais gerais.
         77  WS-TOT-JUROS            PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-MORA             PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-PROVISAO         PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-BAIXADO          PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-RECUPERADO       PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-PERDA-REN        PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-CONTRIB          PIC S9(11)V99 VALUE ZEROS.
         77  WS-QTD-NEGATIVOS        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FORA-TABELA      PIC 9(07) VALUE ZEROS.
      *
        01  LINHA-CAB-CLIENTE.
            03  FILLER               PIC X(40) VALUE
                ' POS CODIGO NOME        CT      RECEITA '.
            03  FILLER               PIC X(40) VALUE
                '    PROVISAO        PERDAS  CONTRIBUICAO'.
        01  LINHA-CLIENTE.
            03  RCL-POS              PIC ZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCL-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCL-NOME             PIC X(11).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCL-CONTRATOS        PIC Z9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCL-RECEITA          PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCL-PROVISAO         PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCL-PERDAS           PIC -Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCL-CONTRIB          PIC -Z.ZZZ.ZZ9,99.
        01  LINHA-CAB-RESUMO.
            03  FILLER               PIC X(40) VALUE
                'SEGMENTO                  QTD        REC'.
            03  FILLER               PIC X(40) VALUE
                'EITA         CUSTOS   CONTRIBUICAO      '.
        01  LINHA-SEGMENTO.
            03  RSG-ROTULO           PIC X(22).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RSG-QTD              PIC ZZ.ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RSG-RECEITA          PIC -ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RSG-CUSTOS           PIC -ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RSG-CONTRIB          PIC -ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(06) VALUE SPACES.
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
        01  LINHA-RESUMO.
            03  RSM-ROTULO           PIC X(46).
            03  RSM-VALOR            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(16) VALUE SPACES.
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-CLIENTE      PIC X(40) VALUE './CLIENTE.TXT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Cadastro de clientes pelo ambiente ativo (PGAMBCFG), como
      *   nos demais programas.
           MOVE 'CLIENTE.TXT'                  TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           DISPLAY '------ RENTABILIDADE POR CLIENTE ------'

           OPEN INPUT CONTRHDR
           IF WS-FS-HDR NOT EQUAL '00' THEN
              DISPLAY 'CONTRHDR.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-HDR
              GOBACK
           END-IF.
           PERFORM CARREGA-CONTRATOS
           CLOSE CONTRHDR.
           PERFORM CARREGA-BAIXADOS
           PERFORM APURA-PAGTOS
           PERFORM APURA-RENEGOCIACOES
           PERFORM CARREGA-PROVISAO
           IF WS-QTD-CTR EQUAL ZEROS THEN
              DISPLAY 'NENHUM CONTRATO NO CONTRHDR.DAT.'
              GOBACK
           END-IF.

           PERFORM APURA-CLIENTES
           PERFORM ORDENA-CLIENTES
           PERFORM APURA-SEGMENTOS

           OPEN INPUT CLIENTE
           IF WS-FS-CLI EQUAL '00' THEN
              MOVE 'S'                         TO WS-CLI-ABERTO
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM IMPRIME-CLIENTES
           PERFORM IMPRIME-TOTAIS
           PERFORM IMPRIME-SEGMENTOS
           IF WS-CLI-ABERTO EQUAL 'S' THEN
              CLOSE CLIENTE
           END-IF
           CLOSE RELATORIO.
           DISPLAY 'CLIENTES: ' WS-QTD-CLI '  CONTRATOS: ' WS-QTD-CTR
                   '  CONTRIBUICAO NEGATIVA: ' WS-QTD-NEGATIVOS
                   ' - RELATORIO EM RENTCL.LST'
           IF WS-COMPET-PROVISAO EQUAL ZEROS THEN
              DISPLAY '>> SEM PROVCTR.TXT - RODE O FECHAMENTO DO'
                      ' PGPROVIS; PROVISAO ZERADA.'
           END-IF.
           GOBACK.
      *
       CARREGA-CONTRATOS.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTRHDR NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    MOVE HDR-NUM-CONTRATO      TO WS-CONTRATO-BUSCA
                    MOVE HDR-CD-CLIENTE        TO WS-CLIENTE-BUSCA
                    PERFORM ACHA-CONTRATO
                    IF WS-CTR-ACHADO GREATER ZEROS THEN
                       MOVE HDR-COD-PRODUTO    TO
                            WS-CTR-PRODUTO(WS-CTR-ACHADO)
                       MOVE HDR-TAXA-JUROS     TO
                            WS-CTR-TAXA(WS-CTR-ACHADO)
                       MOVE HDR-NUM-PRESTACOES TO
                            WS-CTR-PRAZO(WS-CTR-ACHADO)
                       MOVE HDR-SISTEMA-AMORT  TO
                            WS-CTR-SISTEMA(WS-CTR-ACHADO)
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   Posicao do contrato WS-CONTRATO-BUSCA na tabela; contrato
      *   novo entra com o cliente de WS-CLIENTE-BUSCA e zerado.
       ACHA-CONTRATO.
           MOVE ZEROS                          TO WS-CTR-ACHADO
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                           UNTIL WS-IND-CTR > WS-QTD-CTR
                              OR WS-CTR-ACHADO GREATER ZEROS
              IF WS-CTR-CONTRATO(WS-IND-CTR) EQUAL
                       WS-CONTRATO-BUSCA THEN
                 MOVE WS-IND-CTR               TO WS-CTR-ACHADO
              END-IF
           END-PERFORM
           IF WS-CTR-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-CTR LESS 2000 THEN
                 ADD 1                         TO WS-QTD-CTR
                 MOVE WS-QTD-CTR               TO WS-CTR-ACHADO
                 MOVE WS-CONTRATO-BUSCA        TO
                      WS-CTR-CONTRATO(WS-CTR-ACHADO)
                 MOVE WS-CLIENTE-BUSCA         TO
                      WS-CTR-CLIENTE(WS-CTR-ACHADO)
                 MOVE SPACES                   TO
                      WS-CTR-PRODUTO(WS-CTR-ACHADO)
                 MOVE 'P'                      TO
                      WS-CTR-SISTEMA(WS-CTR-ACHADO)
                 MOVE ZEROS                    TO
                      WS-CTR-TAXA(WS-CTR-ACHADO)
                      WS-CTR-PRAZO(WS-CTR-ACHADO)
                      WS-CTR-JUROS(WS-CTR-ACHADO)
                      WS-CTR-MORA(WS-CTR-ACHADO)
                      WS-CTR-PROVISAO(WS-CTR-ACHADO)
                      WS-CTR-BAIXADO(WS-CTR-ACHADO)
                      WS-CTR-RECUPERADO(WS-CTR-ACHADO)
                      WS-CTR-PERDA-REN(WS-CTR-ACHADO)
              ELSE
                 ADD 1                         TO WS-QTD-FORA-TABELA
              END-IF
           END-IF.
      *
      *   O baixado como incobravel pesa no contrato; a parcela fica
      *   guardada para o pagamento tardio virar recuperacao.
       CARREGA-BAIXADOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT BAIXADOS
           IF WS-FS-BXA EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ BAIXADOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE BXA-NUM-CONTRATO   TO WS-CONTRATO-BUSCA
                       MOVE BXA-CD-CLIENTE     TO WS-CLIENTE-BUSCA
                       PERFORM ACHA-CONTRATO
                       IF WS-CTR-ACHADO GREATER ZEROS THEN
                          ADD BXA-VLR-ABERTO   TO
                              WS-CTR-BAIXADO(WS-CTR-ACHADO)
                       END-IF
                       IF WS-QTD-BXA LESS 1000 THEN
                          ADD 1                TO WS-QTD-BXA
                          MOVE BXA-NUM-CONTRATO TO
                               WS-BXA-CONTRATO(WS-QTD-BXA)
                          MOVE BXA-NUM-PARCELA TO
                               WS-BXA-PARCELA(WS-QTD-BXA)
                          MOVE BXA-DATA-BAIXA  TO
                               WS-BXA-DATA(WS-QTD-BXA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BAIXADOS
           END-IF.
      *
      *   Juros e mora recebidos, pela mesma reparticao do informe
      *   anual (PGINFREN); o que entra numa parcela depois da baixa
      *   como incobravel e recuperacao do baixado.
       APURA-PAGTOS.
           OPEN INPUT PAGTOS
           IF WS-FS-PAG NOT EQUAL ZEROS THEN
              DISPLAY 'PAGTOS.TXT AUSENTE - NENHUM RECEBIMENTO.'
           ELSE
              OPEN INPUT PARCELAS
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PAGTOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM TRATA-PAGTO THRU TRATA-PAGTO-FIM
                 END-READ
              END-PERFORM
              CLOSE PAGTOS PARCELAS
           END-IF.
      *
       TRATA-PAGTO.
           MOVE +1                             TO WS-SINAL
           EVALUATE PAG-SITUACAO
              WHEN 'RENEGOC'
                 GO TO TRATA-PAGTO-FIM
              WHEN 'ESTORNO'
                 MOVE -1                       TO WS-SINAL
           END-EVALUATE
           MOVE 'N'                            TO WS-PAR-OK
           IF PAG-NUM-PARCELA GREATER ZEROS THEN
              MOVE PAG-NUM-CONTRATO            TO PAR-NUM-CONTRATO
              MOVE PAG-NUM-PARCELA             TO PAR-NUM-PARCELA
              READ PARCELAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-PAR-OK
              END-READ
           END-IF
           MOVE PAG-NUM-CONTRATO               TO WS-CONTRATO-BUSCA
           MOVE ZEROS                          TO WS-CLIENTE-BUSCA
           IF WS-PAR-OK EQUAL 'S' THEN
              MOVE PAR-CD-CLIENTE              TO WS-CLIENTE-BUSCA
           END-IF
           PERFORM ACHA-CONTRATO
           IF WS-CTR-ACHADO EQUAL ZEROS THEN
              GO TO TRATA-PAGTO-FIM
           END-IF
           IF PAG-VLR-MORA GREATER PAG-VLR-PAGO THEN
              MOVE PAG-VLR-PAGO                TO PAG-VLR-MORA
           END-IF
           COMPUTE WS-BASE = PAG-VLR-PAGO - PAG-VLR-MORA
           COMPUTE WS-CTR-MORA(WS-CTR-ACHADO) =
              WS-CTR-MORA(WS-CTR-ACHADO) + WS-SINAL * PAG-VLR-MORA
           PERFORM ACHA-BAIXADA
           IF WS-BXA-ACHADA GREATER ZEROS THEN
              COMPUTE WS-CTR-RECUPERADO(WS-CTR-ACHADO) =
                 WS-CTR-RECUPERADO(WS-CTR-ACHADO) + WS-SINAL * WS-BASE
              GO TO TRATA-PAGTO-FIM
           END-IF
           MOVE ZEROS                          TO WS-VLR-JUROS
           IF PAG-SITUACAO NOT EQUAL 'AMORTEXT'
                    AND WS-PAR-OK EQUAL 'S'
                    AND PAR-VLR-PARCELA GREATER ZEROS THEN
              COMPUTE WS-VLR-JUROS ROUNDED =
                 WS-BASE * PAR-VLR-JUROS / PAR-VLR-PARCELA
           END-IF
           IF WS-VLR-JUROS GREATER WS-BASE THEN
              MOVE WS-BASE                     TO WS-VLR-JUROS
           END-IF
           COMPUTE WS-CTR-JUROS(WS-CTR-ACHADO) =
              WS-CTR-JUROS(WS-CTR-ACHADO) + WS-SINAL * WS-VLR-JUROS.
       TRATA-PAGTO-FIM.
           EXIT.
      *
      *   Baixa de parcela ja baixada como incobravel, com data a
      *   partir da baixa.
       ACHA-BAIXADA.
           MOVE ZEROS                          TO WS-BXA-ACHADA
           PERFORM VARYING WS-IND-BXA FROM 1 BY 1
                           UNTIL WS-IND-BXA > WS-QTD-BXA
                              OR WS-BXA-ACHADA GREATER ZEROS
              IF WS-BXA-CONTRATO(WS-IND-BXA) EQUAL PAG-NUM-CONTRATO
                       AND WS-BXA-PARCELA(WS-IND-BXA) EQUAL
                           PAG-NUM-PARCELA
                       AND PAG-DATA-PGTO NOT LESS
                           WS-BXA-DATA(WS-IND-BXA) THEN
                 MOVE WS-IND-BXA               TO WS-BXA-ACHADA
              END-IF
           END-PERFORM.
      *
      *   Perda da renegociacao: juros que o consolidado renderia na
      *   taxa do contrato velho, no prazo e sistema do novo, menos
      *   os que rende na taxa negociada. Taxa maior nao gera ganho.
       APURA-RENEGOCIACOES.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT RENEGOC
           IF WS-FS-REN EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RENEGOC
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM APURA-UMA-RENEGOCIACAO
                 END-READ
              END-PERFORM
              CLOSE RENEGOC
           END-IF.
      *
       APURA-UMA-RENEGOCIACAO.
           MOVE REN-CONTRATO-VELHO             TO WS-CONTRATO-BUSCA
           MOVE ZEROS                          TO WS-CLIENTE-BUSCA
           PERFORM ACHA-CONTRATO
           MOVE WS-CTR-ACHADO                  TO WS-IND-VELHO
           MOVE REN-CONTRATO-NOVO              TO WS-CONTRATO-BUSCA
           IF WS-IND-VELHO GREATER ZEROS THEN
              MOVE WS-CTR-CLIENTE(WS-IND-VELHO) TO WS-CLIENTE-BUSCA
           END-IF
           PERFORM ACHA-CONTRATO
           IF WS-IND-VELHO GREATER ZEROS
                    AND WS-CTR-ACHADO GREATER ZEROS
                    AND WS-CTR-PRAZO(WS-CTR-ACHADO) GREATER ZEROS THEN
              MOVE REN-VLR-CONSOLIDADO         TO WS-CALC-PV
              MOVE WS-CTR-PRAZO(WS-CTR-ACHADO) TO WS-CALC-PRAZO
              MOVE WS-CTR-SISTEMA(WS-CTR-ACHADO) TO WS-CALC-SISTEMA
              MOVE WS-CTR-TAXA(WS-IND-VELHO)   TO WS-CALC-TAXA
              PERFORM CALCULA-JUROS-TOTAIS
              MOVE WS-CALC-JUROS               TO WS-JUROS-TAXA-VELHA
              MOVE WS-CTR-TAXA(WS-CTR-ACHADO)  TO WS-CALC-TAXA
              PERFORM CALCULA-JUROS-TOTAIS
              MOVE WS-CALC-JUROS               TO WS-JUROS-TAXA-NOVA
              IF WS-JUROS-TAXA-VELHA GREATER WS-JUROS-TAXA-NOVA THEN
                 COMPUTE WS-CTR-PERDA-REN(WS-IND-VELHO) =
                    WS-CTR-PERDA-REN(WS-IND-VELHO)
                    + WS-JUROS-TAXA-VELHA - WS-JUROS-TAXA-NOVA
              END-IF
           END-IF.
      *
      *   Juros totais do cronograma de WS-CALC-PV em WS-CALC-PRAZO
      *   parcelas: PRICE pela prestacao constante (a conta do
      *   PGARRAYS), SAC pela amortizacao constante.
       CALCULA-JUROS-TOTAIS.
           MOVE ZEROS                          TO WS-CALC-JUROS
           IF WS-CALC-TAXA GREATER ZEROS THEN
              IF WS-CALC-SISTEMA EQUAL 'S' THEN
                 COMPUTE WS-CALC-JUROS ROUNDED =
                    WS-CALC-PV * WS-CALC-TAXA
                    * (WS-CALC-PRAZO + 1) / 2
              ELSE
                 COMPUTE WS-CALC-JUROS ROUNDED =
                    WS-CALC-PRAZO * WS-CALC-PV * WS-CALC-TAXA /
                    (1 - ((1 + WS-CALC-TAXA) ** (- WS-CALC-PRAZO)))
                    - WS-CALC-PV
              END-IF
           END-IF.
      *
      *   Provisao do ultimo fechamento do PGPROVIS, por contrato.
       CARREGA-PROVISAO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PROVCTR
           IF WS-FS-PVC EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PROVCTR
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE PVC-COMPETENCIA    TO WS-COMPET-PROVISAO
                       MOVE PVC-NUM-CONTRATO   TO WS-CONTRATO-BUSCA
                       MOVE PVC-CD-CLIENTE     TO WS-CLIENTE-BUSCA
                       PERFORM ACHA-CONTRATO
                       IF WS-CTR-ACHADO GREATER ZEROS THEN
                          ADD PVC-VLR-PROVISAO TO
                              WS-CTR-PROVISAO(WS-CTR-ACHADO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PROVCTR
           END-IF.
      *
      *   Resultado de cada contrato somado no cliente.
       APURA-CLIENTES.
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                           UNTIL WS-IND-CTR > WS-QTD-CTR
              PERFORM CALCULA-CONTRATO
              MOVE ZEROS                       TO WS-CLI-ACHADO
              PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                              UNTIL WS-IND-CLI > WS-QTD-CLI
                                 OR WS-CLI-ACHADO GREATER ZEROS
                 IF WS-CLI-CODIGO(WS-IND-CLI) EQUAL
                          WS-CTR-CLIENTE(WS-IND-CTR) THEN
                    MOVE WS-IND-CLI            TO WS-CLI-ACHADO
                 END-IF
              END-PERFORM
              IF WS-CLI-ACHADO EQUAL ZEROS
                       AND WS-QTD-CLI LESS 1000 THEN
                 ADD 1                         TO WS-QTD-CLI
                 MOVE WS-QTD-CLI               TO WS-CLI-ACHADO
                 MOVE WS-CTR-CLIENTE(WS-IND-CTR) TO
                      WS-CLI-CODIGO(WS-CLI-ACHADO)
                 MOVE ZEROS                    TO
                      WS-CLI-CONTRATOS(WS-CLI-ACHADO)
                      WS-CLI-RECEITA(WS-CLI-ACHADO)
                      WS-CLI-PROVISAO(WS-CLI-ACHADO)
                      WS-CLI-PERDAS(WS-CLI-ACHADO)
                      WS-CLI-CONTRIB(WS-CLI-ACHADO)
              END-IF
              IF WS-CLI-ACHADO GREATER ZEROS THEN
                 ADD 1                         TO
                     WS-CLI-CONTRATOS(WS-CLI-ACHADO)
                 ADD WS-RECEITA-CTR            TO
                     WS-CLI-RECEITA(WS-CLI-ACHADO)
                 ADD WS-CTR-PROVISAO(WS-IND-CTR) TO
                     WS-CLI-PROVISAO(WS-CLI-ACHADO)
                 ADD WS-PERDAS-CTR             TO
                     WS-CLI-PERDAS(WS-CLI-ACHADO)
                 ADD WS-CONTRIB-CTR            TO
                     WS-CLI-CONTRIB(WS-CLI-ACHADO)
              END-IF
              ADD WS-CTR-JUROS(WS-IND-CTR)     TO WS-TOT-JUROS
              ADD WS-CTR-MORA(WS-IND-CTR)      TO WS-TOT-MORA
              ADD WS-CTR-PROVISAO(WS-IND-CTR)  TO WS-TOT-PROVISAO
              ADD WS-CTR-BAIXADO(WS-IND-CTR)   TO WS-TOT-BAIXADO
              ADD WS-CTR-RECUPERADO(WS-IND-CTR) TO WS-TOT-RECUPERADO
              ADD WS-CTR-PERDA-REN(WS-IND-CTR) TO WS-TOT-PERDA-REN
              ADD WS-CONTRIB-CTR               TO WS-TOT-CONTRIB
           END-PERFORM.
      *
      *   Contribuicao liquida do contrato WS-IND-CTR: juros e mora
      *   recebidos, menos a provisao, o baixado nao recuperado e a
      *   perda da renegociacao.
       CALCULA-CONTRATO.
           COMPUTE WS-RECEITA-CTR =
              WS-CTR-JUROS(WS-IND-CTR) + WS-CTR-MORA(WS-IND-CTR)
           COMPUTE WS-PERDAS-CTR =
              WS-CTR-BAIXADO(WS-IND-CTR)
              - WS-CTR-RECUPERADO(WS-IND-CTR)
              + WS-CTR-PERDA-REN(WS-IND-CTR)
           COMPUTE WS-CONTRIB-CTR =
              WS-RECEITA-CTR - WS-CTR-PROVISAO(WS-IND-CTR)
              - WS-PERDAS-CTR.
      *
       ORDENA-CLIENTES.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                              UNTIL WS-IND-CLI NOT LESS WS-QTD-CLI
                 COMPUTE WS-IND-CLI-2 = WS-IND-CLI + 1
                 IF WS-CLI-CONTRIB(WS-IND-CLI) LESS
                          WS-CLI-CONTRIB(WS-IND-CLI-2) THEN
                    MOVE WS-TAB-CLI(WS-IND-CLI)   TO WS-CLI-AUX
                    MOVE WS-TAB-CLI(WS-IND-CLI-2) TO
                         WS-TAB-CLI(WS-IND-CLI)
                    MOVE WS-CLI-AUX            TO
                         WS-TAB-CLI(WS-IND-CLI-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
      *   Segmentos: clientes pela quantidade de contratos (1, 2,
      *   3 a 4, 5 ou mais) e contratos pelo produto do catalogo.
       APURA-SEGMENTOS.
           PERFORM VARYING WS-IND-FXA FROM 1 BY 1
                           UNTIL WS-IND-FXA > 4
              MOVE ZEROS                       TO
                   WS-FXA-CLIENTES(WS-IND-FXA)
                   WS-FXA-RECEITA(WS-IND-FXA)
                   WS-FXA-CUSTOS(WS-IND-FXA)
                   WS-FXA-CONTRIB(WS-IND-FXA)
           END-PERFORM
           PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                           UNTIL WS-IND-CLI > WS-QTD-CLI
              EVALUATE TRUE
                 WHEN WS-CLI-CONTRATOS(WS-IND-CLI) NOT GREATER 1
                    MOVE 1                     TO WS-IND-FXA
                 WHEN WS-CLI-CONTRATOS(WS-IND-CLI) EQUAL 2
                    MOVE 2                     TO WS-IND-FXA
                 WHEN WS-CLI-CONTRATOS(WS-IND-CLI) NOT GREATER 4
                    MOVE 3                     TO WS-IND-FXA
                 WHEN OTHER
                    MOVE 4                     TO WS-IND-FXA
              END-EVALUATE
              ADD 1                            TO
                  WS-FXA-CLIENTES(WS-IND-FXA)
              ADD WS-CLI-RECEITA(WS-IND-CLI)   TO
                  WS-FXA-RECEITA(WS-IND-FXA)
              COMPUTE WS-FXA-CUSTOS(WS-IND-FXA) =
                 WS-FXA-CUSTOS(WS-IND-FXA)
                 + WS-CLI-PROVISAO(WS-IND-CLI)
                 + WS-CLI-PERDAS(WS-IND-CLI)
              ADD WS-CLI-CONTRIB(WS-IND-CLI)   TO
                  WS-FXA-CONTRIB(WS-IND-FXA)
              IF WS-CLI-CONTRIB(WS-IND-CLI) LESS ZEROS THEN
                 ADD 1                         TO WS-QTD-NEGATIVOS
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IND-CTR FROM 1 BY 1
                           UNTIL WS-IND-CTR > WS-QTD-CTR
              PERFORM CALCULA-CONTRATO
              PERFORM ACUMULA-PRODUTO
           END-PERFORM.
      *
      *   Contrato anterior ao catalogo (produto em branco) fica em
      *   SEM PRODUTO; estourando a tabela, tudo cai na ultima
      *   posicao.
       ACUMULA-PRODUTO.
           MOVE ZEROS                          TO WS-PRD-ACHADO
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                           UNTIL WS-IND-PRD > WS-QTD-PRD
              IF WS-PRD-CODIGO(WS-IND-PRD) EQUAL
                       WS-CTR-PRODUTO(WS-IND-CTR) THEN
                 MOVE WS-IND-PRD               TO WS-PRD-ACHADO
              END-IF
           END-PERFORM.
           IF WS-PRD-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-PRD LESS 20 THEN
                 ADD 1                         TO WS-QTD-PRD
              END-IF
              MOVE WS-QTD-PRD                  TO WS-PRD-ACHADO
              MOVE WS-CTR-PRODUTO(WS-IND-CTR)  TO
                   WS-PRD-CODIGO(WS-PRD-ACHADO)
              MOVE ZEROS                       TO
                   WS-PRD-CONTRATOS(WS-PRD-ACHADO)
                   WS-PRD-RECEITA(WS-PRD-ACHADO)
                   WS-PRD-CUSTOS(WS-PRD-ACHADO)
                   WS-PRD-CONTRIB(WS-PRD-ACHADO)
           END-IF.
           ADD 1                               TO
               WS-PRD-CONTRATOS(WS-PRD-ACHADO)
           ADD WS-RECEITA-CTR                  TO
               WS-PRD-RECEITA(WS-PRD-ACHADO)
           COMPUTE WS-PRD-CUSTOS(WS-PRD-ACHADO) =
              WS-PRD-CUSTOS(WS-PRD-ACHADO)
              + WS-CTR-PROVISAO(WS-IND-CTR) + WS-PERDAS-CTR
           ADD WS-CONTRIB-CTR                  TO
               WS-PRD-CONTRIB(WS-PRD-ACHADO).
      *
       IMPRIME-CABECALHO.
           MOVE 'PGRENTCL'                     TO CR-PROGRAMA
           MOVE 'RENTABILIDADE POR CLIENTE'    TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTPAG
           MOVE SPACES                         TO TIT-TEXTO
           IF WS-COMPET-PROVISAO EQUAL ZEROS THEN
              MOVE 'PROVISAO: SEM FECHAMENTO DO PGPROVIS (ZERADA)'
                                               TO TIT-TEXTO
           ELSE
              STRING 'PROVISAO DO FECHAMENTO ' DELIMITED SIZE
                     WS-COMPET-PROVISAO        DELIMITED SIZE
                     ' DO PGPROVIS'            DELIMITED SIZE
                     INTO TIT-TEXTO
           END-IF
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 2 LINES.
      *
       IMPRIME-CLIENTES.
           MOVE 'CONTRIBUICAO POR CLIENTE (RECEITA - PROVISAO - PERDAS)'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-CLIENTE
                                               BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                           UNTIL WS-IND-CLI > WS-QTD-CLI
              MOVE SPACES                      TO NM-CLIENTE
              IF WS-CLI-ABERTO EQUAL 'S' THEN
                 MOVE WS-CLI-CODIGO(WS-IND-CLI) TO CD-CLIENTE
                 READ CLIENTE
                    INVALID KEY
                       MOVE '*** NAO CADASTRADO' TO NM-CLIENTE
                 END-READ
              END-IF
              MOVE WS-IND-CLI                  TO RCL-POS
              MOVE WS-CLI-CODIGO(WS-IND-CLI)   TO RCL-CLIENTE
              MOVE NM-CLIENTE                  TO RCL-NOME
              MOVE WS-CLI-CONTRATOS(WS-IND-CLI) TO RCL-CONTRATOS
              MOVE WS-CLI-RECEITA(WS-IND-CLI)  TO RCL-RECEITA
              MOVE WS-CLI-PROVISAO(WS-IND-CLI) TO RCL-PROVISAO
              MOVE WS-CLI-PERDAS(WS-IND-CLI)   TO RCL-PERDAS
              MOVE WS-CLI-CONTRIB(WS-IND-CLI)  TO RCL-CONTRIB
              WRITE REG-REL FROM LINHA-CLIENTE BEFORE ADVANCING 1 LINES
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-TOTAIS.
           MOVE 'JUROS RECEBIDOS'              TO RSM-ROTULO
           MOVE WS-TOT-JUROS                   TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(+) MORA RECEBIDA'            TO RSM-ROTULO
           MOVE WS-TOT-MORA                    TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(-) PROVISAO DO FECHAMENTO'   TO RSM-ROTULO
           MOVE WS-TOT-PROVISAO                TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(-) BAIXADO COMO INCOBRAVEL'  TO RSM-ROTULO
           MOVE WS-TOT-BAIXADO                 TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(+) RECUPERADO DEPOIS DA BAIXA'
                                               TO RSM-ROTULO
           MOVE WS-TOT-RECUPERADO              TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(-) PERDA NAS RENEGOCIACOES'  TO RSM-ROTULO
           MOVE WS-TOT-PERDA-REN               TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(=) CONTRIBUICAO LIQUIDA'     TO RSM-ROTULO
           MOVE WS-TOT-CONTRIB                 TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 2 LINES.
      *
       IMPRIME-SEGMENTOS.
           MOVE 'RESUMO POR QUANTIDADE DE CONTRATOS DO CLIENTE'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-RESUMO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-FXA FROM 1 BY 1
                           UNTIL WS-IND-FXA > 4
              EVALUATE WS-IND-FXA
                 WHEN 1
                    MOVE '1 CONTRATO'          TO RSG-ROTULO
                 WHEN 2
                    MOVE '2 CONTRATOS'         TO RSG-ROTULO
                 WHEN 3
                    MOVE '3 A 4 CONTRATOS'     TO RSG-ROTULO
                 WHEN OTHER
                    MOVE '5 OU MAIS CONTRATOS' TO RSG-ROTULO
              END-EVALUATE
              MOVE WS-FXA-CLIENTES(WS-IND-FXA) TO RSG-QTD
              MOVE WS-FXA-RECEITA(WS-IND-FXA)  TO RSG-RECEITA
              MOVE WS-FXA-CUSTOS(WS-IND-FXA)   TO RSG-CUSTOS
              MOVE WS-FXA-CONTRIB(WS-IND-FXA)  TO RSG-CONTRIB
              WRITE REG-REL FROM LINHA-SEGMENTO
                                               BEFORE ADVANCING 1 LINES
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES
           MOVE 'RESUMO POR PRODUTO (QTD = CONTRATOS)'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-RESUMO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-PRD FROM 1 BY 1
                           UNTIL WS-IND-PRD > WS-QTD-PRD
              IF WS-PRD-CODIGO(WS-IND-PRD) EQUAL SPACES THEN
                 MOVE 'SEM PRODUTO'            TO RSG-ROTULO
              ELSE
                 MOVE WS-PRD-CODIGO(WS-IND-PRD) TO RSG-ROTULO
              END-IF
              MOVE WS-PRD-CONTRATOS(WS-IND-PRD) TO RSG-QTD
              MOVE WS-PRD-RECEITA(WS-IND-PRD)  TO RSG-RECEITA
              MOVE WS-PRD-CUSTOS(WS-IND-PRD)   TO RSG-CUSTOS
              MOVE WS-PRD-CONTRIB(WS-IND-PRD)  TO RSG-CONTRIB
              WRITE REG-REL FROM LINHA-SEGMENTO
                                               BEFORE ADVANCING 1 LINES
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGRENTCL.
