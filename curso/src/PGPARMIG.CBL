      *          valores dos dois lados, impressa em PGPARMIG.LST; se
      *          nao bater, o aviso sai em letras garrafais. O
      *          CONTRATOS.TXT fica congelado como fonte da migracao.
      *          Cada parcela entra com o vencimento calculado pelo
      *          PGVENCTO sobre a data de criacao do CONTRHDR.DAT.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Jornal de atualizacao assinado
      *                                 como BATCH (lote sem
      *                                 operador no terminal).
      * 15/10/2026 Anderson Nascimento  Parcelas gravadas vao para o
      *                                 jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Parcela migrada ja entra com
      *                                 o vencimento gravado
      *                                 (PGVENCTO, criacao do
      *                                 CONTRHDR.DAT + N meses, dia
      *                                 util).
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT RELATORIO ASSIGN TO './PGPARMIG.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS),
      *   para a data de criacao que gera o vencimento.
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
      *   PGPARMIG.LST - manifesto da conciliacao.
         FD  RELATORIO.
         77  WS-FS-CTR               PIC 99.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-HDR-CACHE            PIC 9(05) VALUE ZEROS.
         77  WS-DATA-CRIACAO         PIC 9(08) VALUE ZEROS.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
            03  RES-TEXTO            PIC X(60).
            03  FILLER               PIC X(20) VALUE SPACES.
         COPY CABREL.
         COPY VENCTO.
         COPY JORNAL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              CLOSE CONTRATOS
              GOBACK
           END-IF.
           OPEN INPUT CONTRHDR

           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CONTRATOS
                    PERFORM GRAVA-PARCELA
              END-READ
           END-PERFORM.
           CLOSE CONTRATOS CONTRHDR.

           PERFORM CONFERE-MESTRE.
           CLOSE PARCELAS.
           MOVE CTR-VLR-AMORT                  TO PAR-VLR-AMORT
           MOVE CTR-VLR-SALDO                  TO PAR-VLR-SALDO
           MOVE 'A'                            TO PAR-SITUACAO
           PERFORM CALCULA-VENCIMENTO
           WRITE REG-PARCELA
              INVALID KEY
                 REWRITE REG-PARCELA
                 ADD 1                         TO WS-QTD-REGRAVADAS
                 MOVE 'R'                      TO JN-OPERACAO
              NOT INVALID KEY
                 ADD 1                         TO WS-QTD-GRAVADAS
                 MOVE 'W'                      TO JN-OPERACAO
           END-WRITE
           PERFORM JORNALIZA-PARCELA.
      *
      *   Vencimento pelo PGVENCTO sobre a criacao do contrato; o
      *   cabecalho so e relido quando o contrato muda. Contrato sem
      *   cabecalho fica com vencimento zerado.
       CALCULA-VENCIMENTO.
           IF PAR-NUM-CONTRATO NOT EQUAL WS-HDR-CACHE THEN
              MOVE PAR-NUM-CONTRATO            TO WS-HDR-CACHE
              MOVE PAR-NUM-CONTRATO            TO HDR-NUM-CONTRATO
              MOVE ZEROS                       TO WS-DATA-CRIACAO
              READ CONTRHDR
                 INVALID KEY
                    DISPLAY '>> CONTRATO ' PAR-NUM-CONTRATO
                            ' SEM CABECALHO - VENCIMENTO ZERADO.'
                 NOT INVALID KEY
                    MOVE HDR-DATA-CRIACAO      TO WS-DATA-CRIACAO
              END-READ
           END-IF
           MOVE WS-DATA-CRIACAO                TO VC-DATA-CRIACAO
           MOVE PAR-NUM-PARCELA                TO VC-NUM-PARCELA
           CALL './bin/PGVENCTO' USING VC-PARM
           MOVE VC-VENCIMENTO                  TO PAR-VENCIMENTO.
      *
      *   Relê o mestre novo do inicio ao fim e soma de novo: a
      *   prova de que contagem e total batem com a fonte.
           END-IF
           WRITE REG-REL FROM LINHA-RESULTADO BEFORE ADVANCING 1
                                                 LINES.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-PARCELA.
           IF WS-FS-PAR(1:1) EQUAL '0' THEN
              MOVE 'PGPARMIG'                  TO JN-PROGRAMA
              MOVE 'BATCH'                     TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGPARMIG.
