      *          bate com o liquido total da folha - o dia de
      *          pagamento deixa de ser uma hora de digitacao no
      *          terminal do banco com um dedo gordo por trimestre.
      *          So gera a remessa com a conferencia da competencia
      *          (PGFOLCNF) aprovada pelo supervisor para este mesmo
      *          extrato.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Remessa exige conferencia da
      *                                 folha aprovada (FOLCONF.DAT).
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MES.
           SELECT FOLCONF ASSIGN TO './FOLCONF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS FCF-COMPETENCIA
           FILE STATUS  IS WS-FS-FCF.
           SELECT REMESSA ASSIGN TO './SALARIOS.REM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REM.
             05  EXT-IRRF            PIC 9(06)V99.
             05  EXT-CONSIG          PIC 9(06)V99.
             05  EXT-LIQUIDO         PIC 9(06)V99.
             05  EXT-FGTS            PIC 9(06)V99.
             05  EXT-INSS-PATR       PIC 9(06)V99.
             05  EXT-ADIANT          PIC 9(06)V99.
             05  EXT-CCUSTO          PIC X(03).
             05  EXT-CCUSTO-2        PIC X(03).
             05  EXT-PCT-CCUSTO-2    PIC 9(03).
      *
      *   FUNCMEST.DAT - mestre unificado, para o CPF do credito.
         FD  FUNCMEST.
             05  FUN-SITUACAO        PIC X(01).
                 88  FUN-DESLIGADO   VALUE 'D'.
             05  FUN-DATA-DESLIG     PIC 9(08).
             05  FUN-CCUSTO          PIC X(03).
             05  FUN-CCUSTO-2        PIC X(03).
             05  FUN-PCT-CCUSTO-2    PIC 9(03).
      *
      *   FOLCONF.DAT - conferencia da folha e visto do supervisor
      *   (PGFOLCNF).
         FD  FOLCONF.
         01  REG-FOLCONF.
             05  FCF-COMPETENCIA     PIC 9(06).
             05  FCF-SITUACAO        PIC X(01).
                 88  FCF-PENDENTE              VALUE 'P'.
                 88  FCF-APROVADA              VALUE 'A'.
             05  FCF-QTD-FUNC        PIC 9(05).
             05  FCF-TOT-LIQUIDO     PIC 9(09)V99.
             05  FCF-QTD-VARIACOES   PIC 9(05).
             05  FCF-QTD-SEM-EXPLIC  PIC 9(05).
             05  FCF-QTD-LIQ-ZERO    PIC 9(05).
             05  FCF-DATA-CONFERENCIA PIC 9(08).
             05  FCF-OPERADOR        PIC X(08).
             05  FCF-DATA-APROVACAO  PIC 9(08).
             05  FCF-SUPERVISOR      PIC X(08).
             05  FCF-OBSERVACAO      PIC X(40).
      *
      *   SALARIOS.REM - remessa de credito salarial (70 posicoes).
         FD  REMESSA     RECORDING MODE IS F
         77  WS-FS-MES               PIC 99.
         77  WS-FS-REM               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-FCF               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-DATA-CREDITO         PIC 9(08) VALUE ZEROS.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-QTD-EXTRATO          PIC 9(05) VALUE ZEROS.
         77  WS-TOT-EXTRATO          PIC 9(09)V99 VALUE ZEROS.
         77  WS-LIBERADA             PIC X(01) VALUE 'N'.
         77  WS-QTD-CREDITOS         PIC 9(05) VALUE ZEROS.
         77  WS-TOT-REMESSA          PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-FOLHA            PIC 9(09)V99 VALUE ZEROS.
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           DISPLAY '------ REMESSA DE CREDITO SALARIAL ------'
           DISPLAY 'Competencia da folha (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           DISPLAY 'Data do credito (AAAAMMDD): '
           ACCEPT WS-DATA-CREDITO

           PERFORM CONFERE-VISTO THRU CONFERE-VISTO-FIM
           IF WS-LIBERADA NOT EQUAL 'S' THEN
              DISPLAY '*** REMESSA NAO GERADA ***'
              GOBACK
           END-IF.

           OPEN INPUT EXTRATO
           IF WS-FS-EXT NOT EQUAL ZEROS THEN
              DISPLAY 'FOLHA_MENSAL.TXT INDISPONIVEL - FILE STATUS:'
                          ADVANCING 1 LINES
                 END-IF
           END-READ.
      *
      *   Sem a conferencia da folha (PGFOLCNF) aprovada pelo
      *   supervisor, nada vai para o banco; e o extrato tem que ser
      *   o mesmo que foi conferido - mesma quantidade e mesmo
      *   liquido total.
       CONFERE-VISTO.
           MOVE 'N'                            TO WS-LIBERADA
           OPEN INPUT FOLCONF
           IF WS-FS-FCF NOT EQUAL '00' THEN
              DISPLAY '>> FOLHA NAO CONFERIDA (FOLCONF.DAT - FILE '
                      'STATUS ' WS-FS-FCF ') - RODE O PGFOLCNF.'
              GO TO CONFERE-VISTO-FIM
           END-IF.
           MOVE WS-COMPETENCIA                 TO FCF-COMPETENCIA
           READ FOLCONF
              INVALID KEY
                 MOVE SPACES                   TO FCF-SITUACAO
           END-READ
           CLOSE FOLCONF.
           IF NOT FCF-APROVADA THEN
              DISPLAY '>> FOLHA DE ' WS-COMPETENCIA ' SEM CONFERENCIA'
                      ' APROVADA PELO SUPERVISOR (PGFOLCNF).'
              GO TO CONFERE-VISTO-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT EXTRATO
           IF WS-FS-EXT EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ EXTRATO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       ADD 1                   TO WS-QTD-EXTRATO
                       ADD EXT-LIQUIDO         TO WS-TOT-EXTRATO
                 END-READ
              END-PERFORM
              CLOSE EXTRATO
           END-IF.
           MOVE 'N'                            TO WS-EOF
           IF WS-QTD-EXTRATO NOT EQUAL FCF-QTD-FUNC
                    OR WS-TOT-EXTRATO NOT EQUAL FCF-TOT-LIQUIDO THEN
              DISPLAY '>> FOLHA ALTERADA DEPOIS DA CONFERENCIA -'
                      ' CONFIRA E APROVE DE NOVO (PGFOLCNF).'
              GO TO CONFERE-VISTO-FIM
           END-IF.
           MOVE 'S'                            TO WS-LIBERADA
           DISPLAY 'FOLHA DE ' WS-COMPETENCIA ' APROVADA POR '
                   FCF-SUPERVISOR ' EM ' FCF-DATA-APROVACAO '.'.
       CONFERE-VISTO-FIM.
           EXIT.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGSALCRE'                     TO CR-PROGRAMA
