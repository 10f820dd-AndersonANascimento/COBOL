      *****************************************************************
      * Program name:    PGPROTOC
      * Original author: Anderson Nascimento
      * Purpose: Protocolo de pedidos de documentos no balcao da
      *          secretaria (copia de historico, reimpressao de
      *          certificado, declaracoes, copia de ementa): cada
      *          pedido recebe numero (PROTSEQ.CTL), tipo, prazo em
      *          dias uteis contado pelo PGDIAUTI, situacao e
      *          operador, gravados em PROTOCOL.DAT.
      *            A - abertura do pedido; tipo com taxa lanca a
      *                cobranca na conta do aluno em MENSALID.DAT
      *                (turma 'PRT' + numero do protocolo);
      *            S - mudanca de situacao: A aberto, P pronto,
      *                E entregue, C cancelado (cancelamento retira
      *                a cobranca ainda nao paga);
      *            C - consulta de um protocolo;
      *            L - lista diaria dos pendentes em PROTOCOL.LST,
      *                por ordem de prazo, com os atrasados marcados.
      *          Tipos, descricoes, prazos e taxas ficam no cartao
      *          TAXADOC.PARM, gerado com os valores padrao na
      *          primeira execucao e mantido pelo operador.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Gravacoes no MENSALID.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Taxa nao se lanca nem se
      *                                 retira em competencia
      *                                 fechada (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGPROTOC.
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
           SELECT PROTOCOLO ASSIGN TO './PROTOCOL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PRT-NUMERO
           FILE STATUS   IS WS-FS-PRT.
           SELECT PROTSEQ ASSIGN TO './PROTSEQ.CTL'
           FILE STATUS   IS WS-FS-SEQ.
           SELECT TAXADOC ASSIGN TO './TAXADOC.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-TXD.
           SELECT ALUNMEST ASSIGN TO WS-CAMINHO-ALUNMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS ALM-MATRICULA
           FILE STATUS   IS WS-FS-ALM.
           SELECT MENSALID ASSIGN TO './MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS MEN-CHAVE
           FILE STATUS   IS WS-FS-MEN.
           SELECT RELATORIO ASSIGN TO './PROTOCOL.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
           SELECT SORTWK ASSIGN TO 'SORTWK'.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   PROTOCOL.DAT - um registro por pedido de documento.
         FD  PROTOCOLO.
         01  REG-PROTOCOLO.
             05  PRT-NUMERO          PIC 9(07).
             05  PRT-TIPO            PIC X(02).
             05  PRT-MATRICULA       PIC 9(05).
             05  PRT-NOME            PIC X(30).
             05  PRT-DATA-ABERTURA   PIC 9(08).
             05  PRT-DATA-PRAZO      PIC 9(08).
             05  PRT-SITUACAO        PIC X(01).
                 88  PRT-ABERTO      VALUE 'A'.
                 88  PRT-PRONTO      VALUE 'P'.
                 88  PRT-ENTREGUE    VALUE 'E'.
                 88  PRT-CANCELADO   VALUE 'C'.
             05  PRT-OPERADOR        PIC X(08).
             05  PRT-VLR-TAXA        PIC 9(05)V99.
             05  PRT-COMPET-COBRANCA PIC 9(06).
             05  PRT-DATA-SITUACAO   PIC 9(08).
             05  PRT-OPER-SITUACAO   PIC X(08).
             05  PRT-OBSERVACAO      PIC X(30).
      *
      *   PROTSEQ.CTL - registro unico com o ultimo numero de
      *   protocolo aberto.
         FD  PROTSEQ.
         01  REG-PROTSEQ.
             05  SEQ-ULTIMO-NUMERO   PIC 9(07).
      *
      *   TAXADOC.PARM - um registro por tipo de documento: codigo,
      *   descricao, prazo em dias uteis e taxa (zero = sem taxa).
         FD  TAXADOC.
         01  REG-TAXADOC.
             05  TXD-TIPO            PIC X(02).
             05  TXD-DESCRICAO       PIC X(20).
             05  TXD-PRAZO           PIC 9(02).
             05  TXD-TAXA            PIC 9(05)V99.
      *
      *   ALUNMEST.DAT - cadastro demografico mantido pelo PGALUMNT;
      *   vale tambem para ex-alunos, que ja sairam do ALUNOS.DAT.
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
      *   MENSALID.DAT - contas a receber do aluno (PGMENSAL); a
      *   taxa do documento entra como uma cobranca a mais.
         FD  MENSALID.
         01  REG-MENSALID.
             05  MEN-CHAVE.
                 10  MEN-MATRICULA   PIC 9(05).
                 10  MEN-TURMA       PIC X(10).
                 10  MEN-COMPETENCIA PIC 9(06).
             05  MEN-NOME            PIC X(30).
             05  MEN-VLR-DEVIDO      PIC 9(07)V99.
             05  MEN-VLR-DESCONTO    PIC 9(07)V99.
             05  MEN-VLR-PAGO        PIC 9(07)V99.
             05  MEN-DATA-VENC       PIC 9(08).
             05  MEN-DATA-PGTO       PIC 9(08).
      *
      *   PROTOCOL.LST - lista diaria dos pedidos pendentes.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
      *   Trabalho do SORT da lista: prazo, depois numero.
         SD  SORTWK.
         01  REG-SORT.
             05  SRT-DATA-PRAZO      PIC 9(08).
             05  SRT-NUMERO          PIC 9(07).
             05  SRT-TIPO            PIC X(02).
             05  SRT-MATRICULA       PIC 9(05).
             05  SRT-NOME            PIC X(30).
             05  SRT-DATA-ABERTURA   PIC 9(08).
             05  SRT-SITUACAO        PIC X(01).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PRT               PIC X(02) VALUE '00'.
         77  WS-FS-SEQ               PIC 99.
         77  WS-FS-TXD               PIC 99.
         77  WS-FS-ALM               PIC X(02) VALUE '00'.
         77  WS-FS-MEN               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE SPACES.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-NUMERO-INF           PIC 9(07) VALUE ZEROS.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-TIPO-INF             PIC X(02) VALUE SPACES.
         77  WS-NOME-INF             PIC X(30) VALUE SPACES.
         77  WS-SITUACAO-INF         PIC X     VALUE SPACES.
         77  WS-OBS-INF              PIC X(30) VALUE SPACES.
         77  WS-NUMERO-PRT           PIC 9(07) VALUE ZEROS.
         77  WS-IND-PRAZO            PIC 9(02).
         77  WS-TAXA-ED              PIC ZZ.ZZ9,99.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
      *   Tabela de tipos de documento carregada do TAXADOC.PARM.
         77  WS-QTD-TIPOS            PIC 9(02) VALUE ZEROS.
         01  WS-TAB-TIPO OCCURS 20 TIMES.
             05  WS-TIP-CODIGO       PIC X(02).
             05  WS-TIP-DESCRICAO    PIC X(20).
             05  WS-TIP-PRAZO        PIC 9(02).
             05  WS-TIP-TAXA         PIC 9(05)V99.
         77  WS-IND-TIP              PIC 9(02).
         77  WS-TIP-ACHADO           PIC 9(02) VALUE ZEROS.
      *
      *   Cobranca da taxa: turma 'PRT' + numero do protocolo, na
      *   competencia da abertura.
         01  WS-TURMA-COBRANCA.
             05  FILLER              PIC X(03) VALUE 'PRT'.
             05  WS-TCB-NUMERO       PIC 9(07).
      *
      *   Lista de pendentes.
         77  WS-QTD-PENDENTES        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ATRASADOS        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-PRONTOS          PIC 9(05) VALUE ZEROS.
         77  WS-DIAS-ED              PIC ZZ9.
        01  LINHA-CAB-PENDENTES.
            03  FILLER               PIC X(40) VALUE
                'NUMERO  TP MATR. NOME                  '.
            03  FILLER               PIC X(40) VALUE
                ' ABERTURA    PRAZO SITUACAO   ATRASO    '.
        01  LINHA-PENDENTE.
            03  PEN-NUMERO           PIC 9(07).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  PEN-TIPO             PIC X(02).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  PEN-MATR             PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  PEN-NOME             PIC X(22).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  PEN-ABERTURA         PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  PEN-PRAZO            PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  PEN-SITUACAO         PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACES.
            03  PEN-ATRASO           PIC X(11).
        01  LINHA-TOT-PENDENTES.
            03  FILLER               PIC X(11) VALUE 'PENDENTES: '.
            03  TOT-PENDENTES        PIC ZZZZ9.
            03  FILLER               PIC X(14) VALUE
                '   ATRASADOS: '.
            03  TOT-ATRASADOS        PIC ZZZZ9.
            03  FILLER               PIC X(24) VALUE
                '   PRONTOS P/ RETIRADA: '.
            03  TOT-PRONTOS          PIC ZZZZ9.
            03  FILLER               PIC X(16) VALUE SPACES.
         COPY DIAUTIL.
         COPY CABREL.
         COPY AMBCFG.
         COPY FECHPER.
         COPY JORNAL.
         77  WS-CAMINHO-ALUNMEST                 PIC X(40) VALUE
                                                 './ALUNMEST.DAT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminho do mestre resolvido pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'ALUNMEST.DAT'               TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNMEST
           DISPLAY '------ PROTOCOLO DE DOCUMENTOS ------'
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           PERFORM CARREGA-TIPOS

           OPEN I-O PROTOCOLO
           IF WS-FS-PRT EQUAL '35' THEN
              OPEN OUTPUT PROTOCOLO
              CLOSE PROTOCOLO
              OPEN I-O PROTOCOLO
           END-IF.
           IF WS-FS-PRT NOT EQUAL '00' THEN
              DISPLAY 'PROTOCOL.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PRT
              GOBACK
           END-IF.

           DISPLAY 'Modo (A-Abertura/S-Situacao/C-Consulta/'
                   'L-Lista de pendentes): '
           ACCEPT WS-MODO-EXEC
           MOVE FUNCTION UPPER-CASE(WS-MODO-EXEC) TO WS-MODO-EXEC
           IF WS-MODO-EXEC EQUAL 'A' OR WS-MODO-EXEC EQUAL 'S' THEN
              DISPLAY 'Operador: '
              ACCEPT WS-OPERADOR
           END-IF.
           EVALUATE WS-MODO-EXEC
              WHEN 'A'
                 PERFORM ABRE-PROTOCOLO
              WHEN 'S'
                 PERFORM MUDA-SITUACAO
              WHEN 'C'
                 PERFORM CONSULTA-PROTOCOLO
              WHEN 'L'
                 PERFORM LISTA-PENDENTES
              WHEN OTHER
                 DISPLAY '>> MODO INVALIDO.'
           END-EVALUATE.

           CLOSE PROTOCOLO.
           GOBACK.
      *
      *   Carrega a tabela de tipos do TAXADOC.PARM; na primeira
      *   execucao grava o cartao com os tipos e valores padrao.
       CARREGA-TIPOS.
           OPEN INPUT TAXADOC
           IF WS-FS-TXD EQUAL 35 THEN
              PERFORM GERA-TAXADOC-PADRAO
              OPEN INPUT TAXADOC
           END-IF.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ TAXADOC
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF WS-QTD-TIPOS LESS 20
                             AND TXD-TIPO NOT EQUAL SPACES
                             AND TXD-PRAZO NUMERIC
                             AND TXD-TAXA NUMERIC THEN
                       ADD 1                   TO WS-QTD-TIPOS
                       MOVE TXD-TIPO           TO
                            WS-TIP-CODIGO(WS-QTD-TIPOS)
                       MOVE TXD-DESCRICAO      TO
                            WS-TIP-DESCRICAO(WS-QTD-TIPOS)
                       MOVE TXD-PRAZO          TO
                            WS-TIP-PRAZO(WS-QTD-TIPOS)
                       MOVE TXD-TAXA           TO
                            WS-TIP-TAXA(WS-QTD-TIPOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE TAXADOC.
      *
       GERA-TAXADOC-PADRAO.
           OPEN OUTPUT TAXADOC
           MOVE 'HI'                           TO TXD-TIPO
           MOVE 'COPIA DE HISTORICO'           TO TXD-DESCRICAO
           MOVE 5                              TO TXD-PRAZO
           MOVE 15,00                          TO TXD-TAXA
           WRITE REG-TAXADOC
           MOVE 'CE'                           TO TXD-TIPO
           MOVE 'REIMPRESSAO CERTIF.'          TO TXD-DESCRICAO
           MOVE 10                             TO TXD-PRAZO
           MOVE 30,00                          TO TXD-TAXA
           WRITE REG-TAXADOC
           MOVE 'DM'                           TO TXD-TIPO
           MOVE 'DECLARACAO MATRICULA'         TO TXD-DESCRICAO
           MOVE 2                              TO TXD-PRAZO
           MOVE ZEROS                          TO TXD-TAXA
           WRITE REG-TAXADOC
           MOVE 'DF'                           TO TXD-TIPO
           MOVE 'DECLARACAO FREQUENC.'         TO TXD-DESCRICAO
           MOVE 2                              TO TXD-PRAZO
           MOVE ZEROS                          TO TXD-TAXA
           WRITE REG-TAXADOC
           MOVE 'EM'                           TO TXD-TIPO
           MOVE 'COPIA DE EMENTA'              TO TXD-DESCRICAO
           MOVE 5                              TO TXD-PRAZO
           MOVE 10,00                          TO TXD-TAXA
           WRITE REG-TAXADOC
           CLOSE TAXADOC.
      *
      *   Modo A: abre o pedido, conta o prazo em dias uteis a partir
      *   de hoje e, se o tipo tem taxa, lanca a cobranca.
       ABRE-PROTOCOLO.
           PERFORM VARYING WS-IND-TIP FROM 1 BY 1
                           UNTIL WS-IND-TIP > WS-QTD-TIPOS
              MOVE WS-TIP-TAXA(WS-IND-TIP)     TO WS-TAXA-ED
              DISPLAY '  ' WS-TIP-CODIGO(WS-IND-TIP) ' - '
                      WS-TIP-DESCRICAO(WS-IND-TIP) ' PRAZO '
                      WS-TIP-PRAZO(WS-IND-TIP) ' DIAS UTEIS  TAXA '
                      WS-TAXA-ED
           END-PERFORM.
           DISPLAY 'Tipo do documento: '
           ACCEPT WS-TIPO-INF
           MOVE FUNCTION UPPER-CASE(WS-TIPO-INF) TO WS-TIPO-INF
           PERFORM BUSCA-TIPO
           IF WS-TIP-ACHADO EQUAL ZEROS THEN
              DISPLAY '>> TIPO ' WS-TIPO-INF ' NAO CONSTA DO'
                      ' TAXADOC.PARM - NADA ABERTO.'
              GOBACK
           END-IF.
           DISPLAY 'Matricula: '
           ACCEPT WS-MATR-INF
           PERFORM BUSCA-NOME-ALUNO
           IF WS-NOME-INF EQUAL SPACES THEN
              DISPLAY '>> MATRICULA SEM CADASTRO (PGALUMNT) - NOME'
                      ' DO SOLICITANTE: '
              ACCEPT WS-NOME-INF
              IF WS-NOME-INF EQUAL SPACES THEN
                 DISPLAY '>> NOME OBRIGATORIO - NADA ABERTO.'
                 GOBACK
              END-IF
           END-IF.
           DISPLAY 'Observacao: '
           ACCEPT WS-OBS-INF

           PERFORM PROXIMO-NUMERO
           MOVE WS-NUMERO-PRT                  TO PRT-NUMERO
           MOVE WS-TIPO-INF                    TO PRT-TIPO
           MOVE WS-MATR-INF                    TO PRT-MATRICULA
           MOVE WS-NOME-INF                    TO PRT-NOME
           MOVE WS-DATA-HOJE                   TO PRT-DATA-ABERTURA
                                                  PRT-DATA-SITUACAO
           MOVE 'A'                            TO PRT-SITUACAO
           MOVE WS-OPERADOR                    TO PRT-OPERADOR
                                                  PRT-OPER-SITUACAO
           MOVE WS-TIP-TAXA(WS-TIP-ACHADO)     TO PRT-VLR-TAXA
           MOVE ZEROS                          TO PRT-COMPET-COBRANCA
           MOVE WS-OBS-INF                     TO PRT-OBSERVACAO
           PERFORM CALCULA-PRAZO
           IF PRT-VLR-TAXA GREATER ZEROS THEN
              PERFORM LANCA-TAXA THRU LANCA-TAXA-FIM
           END-IF.
           WRITE REG-PROTOCOLO
              INVALID KEY
                 DISPLAY '>> FALHA AO GRAVAR O PROTOCOLO '
                         PRT-NUMERO ' - FILE STATUS: ' WS-FS-PRT
              NOT INVALID KEY
                 DISPLAY 'PROTOCOLO ' PRT-NUMERO ' ABERTO - '
                         WS-TIP-DESCRICAO(WS-TIP-ACHADO)
                 DISPLAY 'PRAZO DE ENTREGA: ' PRT-DATA-PRAZO
           END-WRITE.
      *
       BUSCA-TIPO.
           MOVE ZEROS                          TO WS-TIP-ACHADO
           PERFORM VARYING WS-IND-TIP FROM 1 BY 1
                           UNTIL WS-IND-TIP > WS-QTD-TIPOS
              IF WS-TIP-CODIGO(WS-IND-TIP) EQUAL WS-TIPO-INF THEN
                 MOVE WS-IND-TIP               TO WS-TIP-ACHADO
              END-IF
           END-PERFORM.
      *
       BUSCA-NOME-ALUNO.
           MOVE SPACES                         TO WS-NOME-INF
           OPEN INPUT ALUNMEST
           IF WS-FS-ALM EQUAL '00' THEN
              MOVE WS-MATR-INF                 TO ALM-MATRICULA
              READ ALUNMEST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ALM-NOME              TO WS-NOME-INF
              END-READ
              CLOSE ALUNMEST
           END-IF.
      *
      *   Prazo: N vezes o proximo dia util a partir de hoje
      *   (PGDIAUTI), como o limite de notas do PGCALAVA.
       CALCULA-PRAZO.
           MOVE WS-DATA-HOJE                   TO DU-DATA-RESULT
           PERFORM VARYING WS-IND-PRAZO FROM 1 BY 1
                   UNTIL WS-IND-PRAZO > WS-TIP-PRAZO(WS-TIP-ACHADO)
              MOVE 'P'                         TO DU-FUNCAO
              MOVE DU-DATA-RESULT              TO DU-DATA-1
              CALL './bin/PGDIAUTI' USING DU-PARM
           END-PERFORM.
           MOVE DU-DATA-RESULT                 TO PRT-DATA-PRAZO.
      *
      *   Lanca a taxa na conta do aluno: uma cobranca propria,
      *   vencendo no prazo de entrega do documento.
       LANCA-TAXA.
           MOVE WS-DATA-HOJE                   TO FP-DATA
           PERFORM CONFERE-FECHAMENTO
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' TAXA NAO LANCADA, COBRAR NO BALCAO.'
              GO TO LANCA-TAXA-FIM
           END-IF.
           OPEN I-O MENSALID
           IF WS-FS-MEN EQUAL '35' THEN
              OPEN OUTPUT MENSALID
              CLOSE MENSALID
              OPEN I-O MENSALID
           END-IF.
           IF WS-FS-MEN NOT EQUAL '00' THEN
              DISPLAY '>> MENSALID.DAT INDISPONIVEL - TAXA NAO'
                      ' LANCADA, COBRAR NO BALCAO.'
           ELSE
              MOVE PRT-NUMERO                  TO WS-TCB-NUMERO
              MOVE PRT-MATRICULA               TO MEN-MATRICULA
              MOVE WS-TURMA-COBRANCA           TO MEN-TURMA
              MOVE WS-DATA-HOJE(1:6)           TO MEN-COMPETENCIA
              MOVE PRT-NOME                    TO MEN-NOME
              MOVE PRT-VLR-TAXA                TO MEN-VLR-DEVIDO
              MOVE ZEROS                       TO MEN-VLR-DESCONTO
                                                  MEN-VLR-PAGO
                                                  MEN-DATA-PGTO
              MOVE PRT-DATA-PRAZO              TO MEN-DATA-VENC
              WRITE REG-MENSALID
                 INVALID KEY
                    DISPLAY '>> FALHA AO LANCAR A TAXA - FILE'
                            ' STATUS: ' WS-FS-MEN
                 NOT INVALID KEY
                    MOVE 'W'                   TO JN-OPERACAO
                    PERFORM JORNALIZA-MENSALID
                    MOVE MEN-COMPETENCIA       TO PRT-COMPET-COBRANCA
                    MOVE PRT-VLR-TAXA          TO WS-TAXA-ED
                    DISPLAY 'TAXA ' WS-TAXA-ED ' LANCADA NA CONTA'
                            ' DO ALUNO (' MEN-TURMA '/'
                            MEN-COMPETENCIA ').'
              END-WRITE
              CLOSE MENSALID
           END-IF.
       LANCA-TAXA-FIM.
           EXIT.
      *
      *   Cobranca em competencia fechada (PGFECHAM) nao se lanca
      *   nem se retira.
       CONFERE-FECHAMENTO.
           MOVE 'PGPROTOC'                     TO FP-PROGRAMA
           MOVE WS-OPERADOR                    TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM.
      *
       PROXIMO-NUMERO.
           MOVE ZEROS                          TO WS-NUMERO-PRT
           OPEN INPUT PROTSEQ
           IF WS-FS-SEQ EQUAL ZEROS THEN
              READ PROTSEQ
                 NOT AT END
                    MOVE SEQ-ULTIMO-NUMERO     TO WS-NUMERO-PRT
              END-READ
              CLOSE PROTSEQ
           END-IF
           ADD 1                               TO WS-NUMERO-PRT
           OPEN OUTPUT PROTSEQ
           MOVE WS-NUMERO-PRT                  TO SEQ-ULTIMO-NUMERO
           WRITE REG-PROTSEQ
           CLOSE PROTSEQ.
      *
      *   Modo S: A -> P, A/P -> E, A/P -> C; entregue e cancelado
      *   sao definitivos. Entrega com taxa em aberto pede
      *   confirmacao; cancelamento retira a cobranca ainda nao
      *   paga (paga, fica para estorno no caixa).
       MUDA-SITUACAO.
           DISPLAY 'Numero do protocolo: '
           ACCEPT WS-NUMERO-INF
           MOVE WS-NUMERO-INF                  TO PRT-NUMERO
           READ PROTOCOLO
              INVALID KEY
                 DISPLAY '>> PROTOCOLO ' WS-NUMERO-INF
                         ' NAO ENCONTRADO.'
                 GOBACK
           END-READ.
           PERFORM EXIBE-PROTOCOLO
           IF PRT-ENTREGUE OR PRT-CANCELADO THEN
              DISPLAY '>> PROTOCOLO JA ENCERRADO - SITUACAO NAO'
                      ' PODE MAIS MUDAR.'
              GOBACK
           END-IF.
           DISPLAY 'Nova situacao (P-Pronto/E-Entregue/C-Cancelado): '
           ACCEPT WS-SITUACAO-INF
           MOVE FUNCTION UPPER-CASE(WS-SITUACAO-INF)
                                               TO WS-SITUACAO-INF
           EVALUATE TRUE
              WHEN WS-SITUACAO-INF EQUAL 'P' AND PRT-ABERTO
                 CONTINUE
              WHEN WS-SITUACAO-INF EQUAL 'E'
                 PERFORM CONFERE-TAXA-ENTREGA
              WHEN WS-SITUACAO-INF EQUAL 'C'
                 PERFORM RETIRA-TAXA
              WHEN OTHER
                 DISPLAY '>> SITUACAO INVALIDA PARA O PROTOCOLO.'
                 GOBACK
           END-EVALUATE.
           MOVE WS-SITUACAO-INF                TO PRT-SITUACAO
           MOVE WS-DATA-HOJE                   TO PRT-DATA-SITUACAO
           MOVE WS-OPERADOR                    TO PRT-OPER-SITUACAO
           REWRITE REG-PROTOCOLO
           IF WS-FS-PRT EQUAL '00' THEN
              DISPLAY 'PROTOCOLO ' PRT-NUMERO ' - SITUACAO '
                      PRT-SITUACAO ' REGISTRADA.'
           ELSE
              DISPLAY 'ERRO NA GRAVACAO - FILE STATUS: ' WS-FS-PRT
           END-IF.
      *
       CONFERE-TAXA-ENTREGA.
           IF PRT-COMPET-COBRANCA GREATER ZEROS THEN
              PERFORM LE-COBRANCA-TAXA
              IF WS-FS-MEN EQUAL '00'
                       AND MEN-VLR-PAGO LESS MEN-VLR-DEVIDO THEN
                 MOVE PRT-VLR-TAXA             TO WS-TAXA-ED
                 DISPLAY '>> TAXA DE ' WS-TAXA-ED ' AINDA NAO PAGA.'
                 DISPLAY 'Entregar assim mesmo (S/N): '
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA NOT EQUAL 'S'
                          AND WS-CONFIRMA NOT EQUAL 's' THEN
                    DISPLAY '>> ENTREGA NAO REGISTRADA.'
                    CLOSE MENSALID
                    GOBACK
                 END-IF
              END-IF
              IF WS-FS-MEN NOT EQUAL '35' THEN
                 CLOSE MENSALID
              END-IF
           END-IF.
      *
       RETIRA-TAXA.
           IF PRT-COMPET-COBRANCA GREATER ZEROS THEN
              COMPUTE FP-DATA = PRT-COMPET-COBRANCA * 100 + 1
              PERFORM CONFERE-FECHAMENTO
           END-IF.
           IF PRT-COMPET-COBRANCA GREATER ZEROS AND FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' TAXA FICA NA CONTA, ESTORNO PELO CAIXA.'
           END-IF.
           IF PRT-COMPET-COBRANCA GREATER ZEROS
                    AND NOT FP-FECHADO THEN
              PERFORM LE-COBRANCA-TAXA
              IF WS-FS-MEN EQUAL '00' THEN
                 IF MEN-VLR-PAGO EQUAL ZEROS THEN
                    DELETE MENSALID
                    MOVE 'D'                   TO JN-OPERACAO
                    PERFORM JORNALIZA-MENSALID
                    DISPLAY 'COBRANCA DA TAXA RETIRADA DA CONTA'
                            ' DO ALUNO.'
                 ELSE
                    DISPLAY '>> TAXA JA PAGA - ESTORNO PELO CAIXA.'
                 END-IF
              END-IF
              IF WS-FS-MEN NOT EQUAL '35' THEN
                 CLOSE MENSALID
              END-IF
           END-IF.
      *
      *   Abre o MENSALID.DAT e le a cobranca da taxa do protocolo
      *   corrente; o chamador fecha o arquivo.
       LE-COBRANCA-TAXA.
           OPEN I-O MENSALID
           IF WS-FS-MEN EQUAL '00' THEN
              MOVE PRT-NUMERO                  TO WS-TCB-NUMERO
              MOVE PRT-MATRICULA               TO MEN-MATRICULA
              MOVE WS-TURMA-COBRANCA           TO MEN-TURMA
              MOVE PRT-COMPET-COBRANCA         TO MEN-COMPETENCIA
              READ MENSALID
                 INVALID KEY
                    DISPLAY '>> COBRANCA DA TAXA NAO ENCONTRADA.'
              END-READ
           END-IF.
      *
      *   Modo C: mostra um protocolo.
       CONSULTA-PROTOCOLO.
           DISPLAY 'Numero do protocolo: '
           ACCEPT WS-NUMERO-INF
           MOVE WS-NUMERO-INF                  TO PRT-NUMERO
           READ PROTOCOLO
              INVALID KEY
                 DISPLAY '>> PROTOCOLO ' WS-NUMERO-INF
                         ' NAO ENCONTRADO.'
              NOT INVALID KEY
                 PERFORM EXIBE-PROTOCOLO
           END-READ.
      *
       EXIBE-PROTOCOLO.
           MOVE PRT-TIPO                       TO WS-TIPO-INF
           PERFORM BUSCA-TIPO
           DISPLAY 'PROTOCOLO ' PRT-NUMERO ' - TIPO ' PRT-TIPO
           IF WS-TIP-ACHADO GREATER ZEROS THEN
              DISPLAY '    ' WS-TIP-DESCRICAO(WS-TIP-ACHADO)
           END-IF
           DISPLAY '    MATRICULA ' PRT-MATRICULA ' ' PRT-NOME
           DISPLAY '    ABERTO EM ' PRT-DATA-ABERTURA ' POR '
                   PRT-OPERADOR ' - PRAZO ' PRT-DATA-PRAZO
           EVALUATE TRUE
              WHEN PRT-ABERTO
                 DISPLAY '    SITUACAO: ABERTO'
              WHEN PRT-PRONTO
                 DISPLAY '    SITUACAO: PRONTO EM ' PRT-DATA-SITUACAO
                         ' POR ' PRT-OPER-SITUACAO
              WHEN PRT-ENTREGUE
                 DISPLAY '    SITUACAO: ENTREGUE EM '
                         PRT-DATA-SITUACAO ' POR ' PRT-OPER-SITUACAO
              WHEN PRT-CANCELADO
                 DISPLAY '    SITUACAO: CANCELADO EM '
                         PRT-DATA-SITUACAO ' POR ' PRT-OPER-SITUACAO
           END-EVALUATE
           IF PRT-VLR-TAXA GREATER ZEROS THEN
              MOVE PRT-VLR-TAXA                TO WS-TAXA-ED
              DISPLAY '    TAXA ' WS-TAXA-ED
           END-IF
           IF PRT-OBSERVACAO NOT EQUAL SPACES THEN
              DISPLAY '    OBS.: ' PRT-OBSERVACAO
           END-IF.
      *
      *   Modo L: pendentes (abertos e prontos) em ordem de prazo;
      *   aberto com prazo vencido sai marcado com os dias uteis de
      *   atraso.
       LISTA-PENDENTES.
           OPEN OUTPUT RELATORIO
           MOVE 'PGPROTOC'                     TO CR-PROGRAMA
           MOVE 'PEDIDOS DE DOCUMENTOS PENDENTES'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-PENDENTES BEFORE ADVANCING 1
                                                     LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           SORT SORTWK ON ASCENDING KEY SRT-DATA-PRAZO
                                        SRT-NUMERO
                INPUT PROCEDURE IS SELECIONA-PENDENTES
                              THRU SELECIONA-PENDENTES-FIM
                OUTPUT PROCEDURE IS IMPRIME-PENDENTES
                               THRU IMPRIME-PENDENTES-FIM.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-QTD-PENDENTES               TO TOT-PENDENTES
           MOVE WS-QTD-ATRASADOS               TO TOT-ATRASADOS
           MOVE WS-QTD-PRONTOS                 TO TOT-PRONTOS
           WRITE REG-REL FROM LINHA-TOT-PENDENTES BEFORE ADVANCING 1
                                                     LINES
           CLOSE RELATORIO
           DISPLAY 'PENDENTES: ' WS-QTD-PENDENTES '  ATRASADOS: '
                   WS-QTD-ATRASADOS ' - LISTA EM PROTOCOL.LST'.
      *
      *   Rotina de entrada do SORT: libera so os pedidos abertos e
      *   os prontos ainda nao retirados.
       SELECIONA-PENDENTES.
           MOVE 'N'                            TO WS-EOF
           MOVE ZEROS                          TO PRT-NUMERO
           START PROTOCOLO KEY NOT LESS PRT-NUMERO
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ PROTOCOLO NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF PRT-ABERTO OR PRT-PRONTO THEN
                       MOVE PRT-DATA-PRAZO     TO SRT-DATA-PRAZO
                       MOVE PRT-NUMERO         TO SRT-NUMERO
                       MOVE PRT-TIPO           TO SRT-TIPO
                       MOVE PRT-MATRICULA      TO SRT-MATRICULA
                       MOVE PRT-NOME           TO SRT-NOME
                       MOVE PRT-DATA-ABERTURA  TO SRT-DATA-ABERTURA
                       MOVE PRT-SITUACAO       TO SRT-SITUACAO
                       RELEASE REG-SORT
                    END-IF
              END-READ
           END-PERFORM.
       SELECIONA-PENDENTES-FIM.
      *
      *   Rotina de saida do SORT: imprime em ordem de prazo.
       IMPRIME-PENDENTES.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              RETURN SORTWK
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM IMPRIME-PENDENTE
              END-RETURN
           END-PERFORM.
       IMPRIME-PENDENTES-FIM.
      *
       IMPRIME-PENDENTE.
           ADD 1                               TO WS-QTD-PENDENTES
           MOVE SRT-NUMERO                     TO PEN-NUMERO
           MOVE SRT-TIPO                       TO PEN-TIPO
           MOVE SRT-MATRICULA                  TO PEN-MATR
           MOVE SRT-NOME                       TO PEN-NOME
           MOVE SRT-DATA-ABERTURA              TO PEN-ABERTURA
           MOVE SRT-DATA-PRAZO                 TO PEN-PRAZO
           MOVE SPACES                         TO PEN-ATRASO
           IF SRT-SITUACAO EQUAL 'P' THEN
              ADD 1                            TO WS-QTD-PRONTOS
              MOVE 'PRONTO'                    TO PEN-SITUACAO
           ELSE
              MOVE 'ABERTO'                    TO PEN-SITUACAO
              IF SRT-DATA-PRAZO LESS WS-DATA-HOJE THEN
                 ADD 1                         TO WS-QTD-ATRASADOS
                 MOVE 'D'                      TO DU-FUNCAO
                 MOVE SRT-DATA-PRAZO           TO DU-DATA-1
                 MOVE WS-DATA-HOJE             TO DU-DATA-2
                 CALL './bin/PGDIAUTI' USING DU-PARM
                 MOVE DU-QTD-DIAS              TO WS-DIAS-ED
                 STRING '*** ' DELIMITED SIZE
                        WS-DIAS-ED DELIMITED SIZE
                        ' DU' DELIMITED SIZE
                        INTO PEN-ATRASO
              END-IF
           END-IF.
           WRITE REG-REL FROM LINHA-PENDENTE BEFORE ADVANCING 1 LINES.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-MENSALID.
           IF WS-FS-MEN(1:1) EQUAL '0' THEN
              MOVE 'PGPROTOC'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'MENSALID.DAT'              TO JN-ARQUIVO
              MOVE REG-MENSALID                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGPROTOC.
