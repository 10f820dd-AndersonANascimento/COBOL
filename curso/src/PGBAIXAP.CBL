      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Parcelas gravadas vao para o
      *                                 jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Atraso pelo vencimento gravado
      *                                 na parcela; o CONTRHDR.DAT
      *                                 deixa de ser lido.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT PAGTOS ASSIGN TO './PAGTOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PAG.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
                 88  PAR-BAIXADA     VALUE 'B'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   PAGTOS.TXT - baixas acumuladas (estornos subtraidos).
         FD  PAGTOS.
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-PAG               PIC 99.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-BXA               PIC 99.
         77  WS-VLR-PAGO-ACUM        PIC 9(07)V99 VALUE ZEROS.
         77  WS-VLR-ABERTO           PIC 9(07)V99 VALUE ZEROS.
      *
      *   Atraso pelo vencimento gravado, como no PGPAGTOS.
         77  WS-DIAS-ATRASO          PIC S9(05) VALUE ZEROS.
         77  WS-INT-VENC             PIC 9(07) VALUE ZEROS.
         77  WS-INT-REF              PIC 9(07) VALUE ZEROS.
      *
            03  TOT-VALOR            PIC ZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(25) VALUE SPACES.
         COPY CABREL.
         COPY JORNAL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                      WS-FS-PAR ' (RODE O PGPARMIG).'
              GOBACK
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           IF WS-MODO-EXEC EQUAL 'E' OR WS-MODO-EXEC EQUAL 'e' THEN
           IF WS-MODO-EXEC EQUAL 'E' OR WS-MODO-EXEC EQUAL 'e' THEN
              CLOSE BAIXADOS
           END-IF
           CLOSE PARCELAS RELATORIO.
           DISPLAY 'SELECIONADAS: ' WS-QTD-SELECIONADAS
                   '  VALOR: ' WS-TOT-SELECIONADO
                   ' (PGBAIXAP.LST)'
           MOVE WS-OPERADOR                    TO BXA-OPERADOR
           WRITE REG-BAIXADO
           MOVE 'B'                            TO PAR-SITUACAO
           REWRITE REG-PARCELA
           MOVE 'R'                            TO JN-OPERACAO
           PERFORM JORNALIZA-PARCELA.
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
       IMPRIME-CABECALHO.
           MOVE 'PGBAIXAP'                     TO CR-PROGRAMA
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-PARCELA.
           IF WS-FS-PAR(1:1) EQUAL '0' THEN
              MOVE 'PGBAIXAP'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGBAIXAP.
