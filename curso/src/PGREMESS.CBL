      *          leiaute do banco a partir das parcelas em aberto do
      *          mestre PARCELAS.DAT (descontado o ja pago em
      *          PAGTOS.TXT), com o nome do cliente vindo do
      *          CLIENTE.TXT e o vencimento gravado na parcela:
      *          registro '0' de cabecalho
      *          com data e sequencial de remessa, um '1' por parcela
      *          e o trailer '9' com contagem e total. O cliente
      *          passa a poder pagar no banco em vez de so no balcao;
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Vencimento do titulo e o
      *                                 gravado na parcela (ja no dia
      *                                 util); o CONTRHDR.DAT deixa
      *                                 de ser lido.
      * 15/10/2026 Anderson Nascimento  Mensalidades na remessa: cada
      *                                 cobranca em aberto do
      *                                 MENSALID.DAT sai como detalhe
      *                                 '2' com nosso numero proprio,
      *                                 registrado em TITULOS.DAT
      *                                 para o PGRETORN baixar.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           FILE STATUS  IS WS-FS-REM.
           SELECT REMESSEQ ASSIGN TO './REMESSEQ.CTL'
           FILE STATUS  IS WS-FS-SEQ.
           SELECT MENSALID ASSIGN TO './MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS MEN-CHAVE
           FILE STATUS  IS WS-FS-MEN.
           SELECT TITULOS ASSIGN TO './TITULOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS TIT-NOSSO-NUMERO
           ALTERNATE RECORD KEY IS TIT-CHAVE-MEN WITH DUPLICATES
           FILE STATUS  IS WS-FS-TIT.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ).
         FD  CLIENTE.
         FD  REMESSEQ.
         01  REG-REMESSEQ.
             05  SEQ-ULTIMA-REMESSA  PIC 9(05).
      *
      *   MENSALID.DAT - contas a receber das mensalidades (PGMENSAL).
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
      *   TITULOS.DAT - boletos de mensalidade enviados ao banco:
      *   o nosso numero aponta a cobranca (matricula/turma/
      *   competencia); o PGRETORN liquida o titulo ('E' emitido,
      *   'L' liquidado) quando o banco devolve o pagamento.
         FD  TITULOS.
         01  REG-TITULO.
             05  TIT-NOSSO-NUMERO    PIC 9(10).
             05  TIT-CHAVE-MEN.
                 10  TIT-MATRICULA   PIC 9(05).
                 10  TIT-TURMA       PIC X(10).
                 10  TIT-COMPETENCIA PIC 9(06).
             05  TIT-VLR-TITULO      PIC 9(07)V99.
             05  TIT-DATA-VENC       PIC 9(08).
             05  TIT-REMESSA         PIC 9(05).
             05  TIT-DATA-REMESSA    PIC 9(08).
             05  TIT-VLR-PAGO        PIC 9(07)V99.
             05  TIT-DATA-PGTO       PIC 9(08).
             05  TIT-SITUACAO        PIC X(01).
                 88  TIT-EMITIDO     VALUE 'E'.
                 88  TIT-LIQUIDADO   VALUE 'L'.
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-REM               PIC 99.
         77  WS-QTD-TITULOS          PIC 9(05) VALUE ZEROS.
         77  WS-TOT-REMESSA          PIC 9(11)V99 VALUE ZEROS.
         77  WS-CLIENTE-OK           PIC X     VALUE 'N'.
         77  WS-FS-MEN               PIC X(02) VALUE '00'.
         77  WS-FS-TIT               PIC X(02) VALUE '00'.
         77  WS-QTD-MENSAL           PIC 9(05) VALUE ZEROS.
         77  WS-TOT-MENSAL           PIC 9(11)V99 VALUE ZEROS.
         77  WS-SEQ-TITULO           PIC 9(05) VALUE ZEROS.
         77  WS-TITULO-ABERTO        PIC X     VALUE 'N'.
         77  WS-FIM-TITULOS          PIC X     VALUE 'N'.
      *
      *   Pago acumulado por parcela (PAGTOS.TXT, estornos
      *   subtraidos).
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-ABERTO           PIC 9(07)V99 VALUE ZEROS.
      *
      *   Leiaute fixo da remessa (60 posicoes).
        01  REM-CABECALHO.
            03  FILLER               PIC X(01) VALUE '0'.
            03  DET-VALOR            PIC 9(07)V99.
            03  DET-VENCIMENTO       PIC 9(08).
            03  FILLER               PIC X(08) VALUE SPACES.
      *
      *   Detalhe de mensalidade: identificado pelo nosso numero
      *   (sequencial da remessa + sequencial do titulo na remessa).
        01  REM-DETALHE-MEN.
            03  FILLER               PIC X(01) VALUE '2'.
            03  DTM-NOSSO-NUMERO     PIC 9(10).
            03  DTM-MATRICULA        PIC 9(05).
            03  DTM-NOME             PIC X(20).
            03  DTM-VALOR            PIC 9(07)V99.
            03  DTM-VENCIMENTO       PIC 9(08).
            03  FILLER               PIC X(07) VALUE SPACES.
      *
        01  REM-TRAILER.
            03  FILLER               PIC X(01) VALUE '9'.
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              GOBACK
           END-IF
           OPEN INPUT CLIENTE
           IF WS-FS-CLI EQUAL '00' THEN
              MOVE 'S'                         TO WS-CLIENTE-OK
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM REMESSA-MENSALIDADES.

           MOVE WS-QTD-TITULOS                 TO TRL-QTD
           MOVE WS-TOT-REMESSA                 TO TRL-TOTAL
           WRITE REG-REMESSA FROM REM-TRAILER
           CLOSE REMESSA PARCELAS.
           IF WS-CLIENTE-OK EQUAL 'S' THEN
              CLOSE CLIENTE
           END-IF.
           DISPLAY 'REMESSA ' WS-SEQ-REMESSA ' GERADA: '
                   WS-QTD-TITULOS ' TITULO(S), TOTAL '
                   WS-TOT-REMESSA ' (REMESSA.TXT).'
           DISPLAY 'DOS QUAIS MENSALIDADES: ' WS-QTD-MENSAL
                   ' TITULO(S), TOTAL ' WS-TOT-MENSAL
                   ' (TITULOS.DAT).'
           GOBACK.
      *
       CARREGA-PAGOS.
                 END-READ
              END-IF
              MOVE WS-VLR-ABERTO               TO DET-VALOR
              MOVE PAR-VENCIMENTO              TO DET-VENCIMENTO
              WRITE REG-REMESSA FROM REM-DETALHE
              ADD 1                            TO WS-QTD-TITULOS
              ADD WS-VLR-ABERTO                TO WS-TOT-REMESSA
           END-IF.
      *
      *   Mensalidades em aberto (pago abaixo do liquido) entram na
      *   mesma remessa, uma por detalhe '2'. Cobranca que ja tem
      *   titulo emitido e ainda nao liquidado reaproveita o mesmo
      *   nosso numero, com valor e vencimento atualizados; senao
      *   recebe um novo, gravado em TITULOS.DAT.
       REMESSA-MENSALIDADES.
           OPEN INPUT MENSALID
           IF WS-FS-MEN NOT EQUAL '00' THEN
              DISPLAY '>> MENSALID.DAT INDISPONIVEL - REMESSA SEM'
                      ' MENSALIDADES (RODE O PGMENSAL).'
           ELSE
              OPEN I-O TITULOS
              IF WS-FS-TIT EQUAL '35' THEN
                 OPEN OUTPUT TITULOS
                 CLOSE TITULOS
                 OPEN I-O TITULOS
              END-IF
              MOVE 'N'                         TO WS-EOF
              MOVE ZEROS                       TO MEN-MATRICULA
                                                  MEN-COMPETENCIA
              MOVE SPACES                      TO MEN-TURMA
              START MENSALID KEY NOT LESS MEN-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ MENSALID NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF MEN-VLR-PAGO LESS
                             (MEN-VLR-DEVIDO - MEN-VLR-DESCONTO) THEN
                          PERFORM TRATA-MENSALIDADE-REMESSA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MENSALID TITULOS
           END-IF.
      *
       TRATA-MENSALIDADE-REMESSA.
           COMPUTE WS-VLR-ABERTO =
              MEN-VLR-DEVIDO - MEN-VLR-DESCONTO - MEN-VLR-PAGO
           PERFORM BUSCA-TITULO-ABERTO
           MOVE WS-VLR-ABERTO                  TO TIT-VLR-TITULO
           MOVE MEN-DATA-VENC                  TO TIT-DATA-VENC
           MOVE WS-SEQ-REMESSA                 TO TIT-REMESSA
           MOVE WS-DATA-HOJE                   TO TIT-DATA-REMESSA
           IF WS-TITULO-ABERTO EQUAL 'S' THEN
              REWRITE REG-TITULO
           ELSE
              ADD 1                            TO WS-SEQ-TITULO
              COMPUTE TIT-NOSSO-NUMERO =
                 WS-SEQ-REMESSA * 100000 + WS-SEQ-TITULO
              MOVE MEN-MATRICULA               TO TIT-MATRICULA
              MOVE MEN-TURMA                   TO TIT-TURMA
              MOVE MEN-COMPETENCIA             TO TIT-COMPETENCIA
              MOVE ZEROS                       TO TIT-VLR-PAGO
                                                  TIT-DATA-PGTO
              MOVE 'E'                         TO TIT-SITUACAO
              WRITE REG-TITULO
           END-IF
           IF WS-FS-TIT NOT EQUAL '00' THEN
              DISPLAY '>> FALHA AO REGISTRAR O TITULO DE '
                      MEN-MATRICULA '/' MEN-TURMA '/'
                      MEN-COMPETENCIA ' - FILE STATUS: ' WS-FS-TIT
           ELSE
              MOVE TIT-NOSSO-NUMERO            TO DTM-NOSSO-NUMERO
              MOVE MEN-MATRICULA               TO DTM-MATRICULA
              MOVE MEN-NOME                    TO DTM-NOME
              MOVE WS-VLR-ABERTO               TO DTM-VALOR
              MOVE MEN-DATA-VENC               TO DTM-VENCIMENTO
              WRITE REG-REMESSA FROM REM-DETALHE-MEN
              ADD 1                            TO WS-QTD-TITULOS
                                                  WS-QTD-MENSAL
              ADD WS-VLR-ABERTO                TO WS-TOT-REMESSA
                                                  WS-TOT-MENSAL
           END-IF.
      *
      *   Procura, pela chave alternada, um titulo ainda nao
      *   liquidado da cobranca corrente.
       BUSCA-TITULO-ABERTO.
           MOVE 'N'                            TO WS-TITULO-ABERTO
           MOVE 'N'                            TO WS-FIM-TITULOS
           MOVE MEN-MATRICULA                  TO TIT-MATRICULA
           MOVE MEN-TURMA                      TO TIT-TURMA
           MOVE MEN-COMPETENCIA                TO TIT-COMPETENCIA
           START TITULOS KEY EQUAL TIT-CHAVE-MEN
              INVALID KEY
                 MOVE 'S'                      TO WS-FIM-TITULOS
           END-START.
           PERFORM UNTIL WS-FIM-TITULOS EQUAL 'S'
                    OR WS-TITULO-ABERTO EQUAL 'S'
              READ TITULOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-FIM-TITULOS
                 NOT AT END
                    IF TIT-MATRICULA NOT EQUAL MEN-MATRICULA
                             OR TIT-TURMA NOT EQUAL MEN-TURMA
                             OR TIT-COMPETENCIA NOT EQUAL
                                MEN-COMPETENCIA THEN
                       MOVE 'S'                TO WS-FIM-TITULOS
                    ELSE
                       IF TIT-EMITIDO THEN
                          MOVE 'S'             TO WS-TITULO-ABERTO
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       PROXIMA-REMESSA.
           MOVE ZEROS                          TO WS-SEQ-REMESSA
