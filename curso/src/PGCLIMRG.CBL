      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de
      *                                 atualizacao.
      * 15/10/2026 Anderson Nascimento  Parcelas movidas e cliente
      *                                 excluido vao para o jornal de
      *                                 atualizacao (PGJORNAL).
      * 02/09/2026 Anderson Nascimento  As parcelas movem no mestre
      *                                 indexado PARCELAS.DAT
      *                                 (PGPARMIG), por REWRITE, em
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
      *   PARCELAS.DAT - mestre de parcelas chaveado por contrato +
      *   parcela (migrado do CONTRATOS.TXT pelo PGPARMIG).
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   PGCLIMRG.LST - manifesto antes/depois da fusao.
         FD  RELATORIO.
         77  WS-CD-SOBREVIVE         PIC 9(06) VALUE ZEROS.
         77  WS-CD-MORRE             PIC 9(06) VALUE ZEROS.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
         COPY TRAVA.
         COPY CABREL.
         COPY AMBCFG.
         COPY JORNAL.
         77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
                                                 './CLIENTE.TXT'.
      *****************************************************************
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           DISPLAY '------ FUSAO DE CLIENTES DUPLICADOS ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Codigo sobrevivente: '
           ACCEPT WS-CD-SOBREVIVE
           DISPLAY 'Codigo que morre: '
                 CONTINUE
              NOT INVALID KEY
                 DELETE CLIENTE RECORD
                 MOVE 'D'                      TO JN-OPERACAO
                 PERFORM JORNALIZA-CLIENTE
           END-READ
           PERFORM IMPRIME-DEPOIS
           CLOSE CLIENTE RELATORIO
                    IF PAR-CD-CLIENTE EQUAL WS-CD-MORRE THEN
                       MOVE WS-CD-SOBREVIVE    TO PAR-CD-CLIENTE
                       REWRITE REG-PARCELA
                       MOVE 'R'                TO JN-OPERACAO
                       PERFORM JORNALIZA-PARCELA
                       ADD 1                   TO WS-QTD-PAR-MOVIDAS
                    END-IF
              END-READ
           MOVE 1                              TO TOT-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-PARCELA.
           IF WS-FS-PAR(1:1) EQUAL '0' THEN
              MOVE 'PGCLIMRG'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'PARCELAS.DAT'              TO JN-ARQUIVO
              MOVE REG-PARCELA                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-CLIENTE.
           IF WS-FS-CLI(1:1) EQUAL '0' THEN
              MOVE 'PGCLIMRG'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'CLIENTE.TXT'               TO JN-ARQUIVO
              MOVE REG-CLIENTE                 TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGCLIMRG.
