      *          PGPLANSE.LST o que nao foi realizado e o que
      *          aconteceu fora do plano - o fim da discussao sobre
      *          "todas as sessoes contratadas aconteceram?".
      *          O modo de remarcacao pega cada sessao planejada que
      *          ja passou sem chamada e propoe ate tres datas uteis
      *          (PGDIAUTI) ate o fim da turma ou a tolerancia
      *          combinada, com a sala da turma livre em RESERVAS.DAT;
      *          confirmada, reserva a sala pela mesma regra de
      *          conflito do PGRESERV, acrescenta a data ao
      *          PLANSES.TXT e registra a troca em REMARCA.LOG.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Modo R - remarcacao de sessoes
      *                                 nao realizadas com reserva da
      *                                 sala; conferencia mostra a
      *                                 sessao remarcada.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT FALTAS ASSIGN TO './FALTAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-FAL.
           SELECT RESERVAS ASSIGN TO './RESERVAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS RES-CHAVE
           FILE STATUS   IS WS-FS-RES.
           SELECT REMARCA ASSIGN TO './REMARCA.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RMC.
           SELECT RELATORIO ASSIGN TO './PGPLANSE.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
      *   FALTAS.TXT - chamada do PGPRESEN; cada data distinta da
      *   turma e uma sessao de fato realizada.
             05  FAL-JUSTIF          PIC X(02).
             05  FAL-DOCUMENTO       PIC X(12).
      *
      *   RESERVAS.DAT - reservas de sala (layout do PGRESERV).
         FD  RESERVAS.
         01  REG-RESERVA.
             05  RES-CHAVE.
                 10  RES-SALA        PIC X(10).
                 10  RES-DATA        PIC 9(08).
                 10  RES-HORA-INI    PIC 9(04).
             05  RES-HORA-FIM        PIC 9(04).
             05  RES-PREDIO          PIC X(05).
             05  RES-OCUPANTE        PIC X(20).
             05  RES-OPERADOR        PIC X(08).
      *
      *   REMARCA.LOG - uma linha por sessao remarcada: a data que
      *   nao aconteceu, a nova data e a reserva feita.
         FD  REMARCA.
         01  REG-REMARCA.
             05  RMC-TURMA           PIC X(10).
             05  RMC-DATA-ORIG       PIC 9(08).
             05  RMC-DATA-NOVA       PIC 9(08).
             05  RMC-SALA            PIC X(10).
             05  RMC-HORA-INI        PIC 9(04).
             05  RMC-HORA-FIM        PIC 9(04).
             05  RMC-OPERADOR        PIC X(08).
             05  RMC-DATA-REG        PIC 9(08).
             05  FILLER              PIC X(20).
      *
      *   PGPLANSE.LST - conferencia planejado x realizado.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-FAL               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-RES               PIC X(02) VALUE '00'.
         77  WS-FS-RMC               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE 'G'.
         77  WS-TURMA-INF            PIC X(10) VALUE SPACES.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
             05  WS-PLA-DATA         PIC 9(08).
             05  WS-PLA-REALIZADA    PIC X(01).
         77  WS-IND-PLA              PIC 9(03).
         77  WS-IND-PLA-2            PIC 9(03).
      *
      *   Sessoes de fato realizadas (datas distintas da turma).
         77  WS-QTD-REALIZADAS       PIC 9(03) VALUE ZEROS.
         77  WS-REA-ACHADA           PIC X     VALUE 'N'.
         77  WS-QTD-NAO-REALIZADAS   PIC 9(03) VALUE ZEROS.
         77  WS-QTD-FORA-PLANO       PIC 9(03) VALUE ZEROS.
      *
      *   Remarcacao: sessoes ja remarcadas da turma (REMARCA.LOG),
      *   janela de datas aceitas e o horario da sessao na sala.
         77  WS-QTD-REMARCA          PIC 9(03) VALUE ZEROS.
         01  WS-TAB-REMARCA OCCURS 200 TIMES.
             05  WS-RMC-ORIG         PIC 9(08).
             05  WS-RMC-NOVA         PIC 9(08).
         77  WS-IND-RMC              PIC 9(03).
         77  WS-RMC-ACHADA           PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-DIAS-TOLERANCIA      PIC 9(02) VALUE ZEROS.
         77  WS-IND-TOL              PIC 9(02).
         77  WS-DATA-LIMITE          PIC 9(08) VALUE ZEROS.
         77  WS-SALA-INF             PIC X(10) VALUE SPACES.
         77  WS-PREDIO-INF           PIC X(05) VALUE SPACES.
         77  WS-DATA-INF             PIC 9(08) VALUE ZEROS.
         77  WS-HORA-INI-INF         PIC 9(04) VALUE ZEROS.
         77  WS-HORA-FIM-INF         PIC 9(04) VALUE ZEROS.
         77  WS-CONFLITO             PIC X     VALUE 'N'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-HORARIO-ACHADO       PIC X     VALUE 'N'.
         77  WS-DATA-CANDIDATA       PIC 9(08) VALUE ZEROS.
         77  WS-DATA-NO-PLANO        PIC X     VALUE 'N'.
         77  WS-OPCAO                PIC 9(01) VALUE ZEROS.
         77  WS-QTD-PROPOSTAS        PIC 9(01) VALUE ZEROS.
         01  WS-TAB-PROPOSTA OCCURS 3 TIMES.
             05  WS-PRO-DATA         PIC 9(08).
         77  WS-IND-PRO              PIC 9(01).
         77  WS-QTD-PERDIDAS         PIC 9(03) VALUE ZEROS.
         77  WS-QTD-REMARCADAS       PIC 9(03) VALUE ZEROS.
      *
        01  LINHA-CONFERE.
            03  CNF-DATA             PIC 9(08).
                         TUR-DATA-INICIO
           END-READ.

           DISPLAY 'Modo (G-Gera plano/C-Confere realizado/'
                   'R-Remarca nao realizadas): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'C'
              WHEN 'c'
                 PERFORM CONFERE-REALIZADO
              WHEN 'R'
              WHEN 'r'
                 PERFORM REMARCA-SESSOES
              WHEN OTHER
                 PERFORM GERA-PLANO
           END-EVALUATE.
           END-IF
           PERFORM CARREGA-REALIZADAS
           PERFORM CRUZA-PLANO-REALIZADO
           PERFORM CARREGA-REMARCACOES
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CONFERENCIA
           CLOSE RELATORIO
              IF WS-PLA-REALIZADA(WS-IND-PLA) EQUAL 'S' THEN
                 MOVE 'REALIZADA'              TO CNF-SITUACAO
              ELSE
                 MOVE WS-PLA-DATA(WS-IND-PLA)  TO WS-DATA-INF
                 PERFORM BUSCA-REMARCACAO
                 IF WS-RMC-ACHADA EQUAL 'S' THEN
                    MOVE SPACES                TO CNF-SITUACAO
                    STRING 'REMARCADA '        DELIMITED SIZE
                           WS-RMC-NOVA(WS-IND-RMC) DELIMITED SIZE
                           INTO CNF-SITUACAO
                 ELSE
                    MOVE 'NAO REALIZADA'       TO CNF-SITUACAO
                 END-IF
              END-IF
              WRITE REG-REL FROM LINHA-CONFERE BEFORE ADVANCING 1
                                                  LINES
           MOVE 'REALIZADAS FORA DO PLANO:'    TO TOT-ROTULO
           MOVE WS-QTD-FORA-PLANO              TO TOT-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
      *
      *   Remarcacao: sessao planejada com data ja passada, sem
      *   chamada em FALTAS.TXT e ainda nao remarcada. Datas aceitas:
      *   uteis pelo PGDIAUTI, a partir de hoje, ate TUR-DATA-FIM
      *   mais a tolerancia em dias uteis, fora do plano da turma e
      *   com TUR-SALA livre no horario da sessao.
       REMARCA-SESSOES.
           IF TUR-SALA EQUAL SPACES THEN
              DISPLAY '>> TURMA SEM SALA NO CATALOGO (PGTURMAS) -'
                      ' NADA A REMARCAR.'
           ELSE
              PERFORM CARREGA-PLANO-TURMA
              IF WS-QTD-PLANO EQUAL ZEROS THEN
                 DISPLAY '>> TURMA SEM PLANO EM PLANSES.TXT - GERE O'
                         ' PLANO ANTES DE REMARCAR.'
              ELSE
                 PERFORM PREPARA-REMARCACAO
                 PERFORM PROCESSA-REMARCACOES
              END-IF
           END-IF.
      *
       PREPARA-REMARCACAO.
           PERFORM CARREGA-REALIZADAS
           PERFORM CRUZA-PLANO-REALIZADO
           PERFORM CARREGA-REMARCACOES
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           MOVE TUR-SALA                       TO WS-SALA-INF
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Tolerancia combinada apos o fim da turma, em dias'
                   ' uteis (ZERO = ATE ' TUR-DATA-FIM '): '
           ACCEPT WS-DIAS-TOLERANCIA
           MOVE TUR-DATA-FIM                   TO WS-DATA-LIMITE
           MOVE TUR-DATA-FIM                   TO DU-DATA-RESULT
           PERFORM VARYING WS-IND-TOL FROM 1 BY 1
                           UNTIL WS-IND-TOL > WS-DIAS-TOLERANCIA
              MOVE 'P'                         TO DU-FUNCAO
              MOVE DU-DATA-RESULT              TO DU-DATA-1
              CALL './bin/PGDIAUTI' USING DU-PARM
              MOVE DU-DATA-RESULT              TO WS-DATA-LIMITE
           END-PERFORM.
           DISPLAY 'NOVAS DATAS ATE ' WS-DATA-LIMITE ' NA SALA '
                   WS-SALA-INF.
      *
       PROCESSA-REMARCACOES.
           OPEN I-O RESERVAS
           IF WS-FS-RES EQUAL '35' THEN
              OPEN OUTPUT RESERVAS
              CLOSE RESERVAS
              OPEN I-O RESERVAS
           END-IF.
           IF WS-FS-RES NOT EQUAL '00' THEN
              DISPLAY 'RESERVAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-RES
           ELSE
              MOVE ZEROS                       TO WS-QTD-PERDIDAS
                                                  WS-QTD-REMARCADAS
              PERFORM VARYING WS-IND-PLA FROM 1 BY 1
                              UNTIL WS-IND-PLA > WS-QTD-PLANO
                 IF WS-PLA-REALIZADA(WS-IND-PLA) NOT EQUAL 'S'
                          AND WS-PLA-DATA(WS-IND-PLA) LESS
                              WS-DATA-HOJE THEN
                    MOVE WS-PLA-DATA(WS-IND-PLA) TO WS-DATA-INF
                    PERFORM BUSCA-REMARCACAO
                    IF WS-RMC-ACHADA NOT EQUAL 'S' THEN
                       ADD 1                   TO WS-QTD-PERDIDAS
                       PERFORM REMARCA-SESSAO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE RESERVAS
              DISPLAY 'SESSOES A REMARCAR: ' WS-QTD-PERDIDAS
                      '  REMARCADAS AGORA: ' WS-QTD-REMARCADAS
           END-IF.
      *
      *   Uma sessao perdida: horario e predio vem da reserva que a
      *   turma tinha na data (ou do operador), depois as propostas e
      *   a escolha do coordenador.
       REMARCA-SESSAO.
           DISPLAY '----------------------------------------'
           DISPLAY 'SESSAO NAO REALIZADA EM ' WS-PLA-DATA(WS-IND-PLA)
           PERFORM BUSCA-HORARIO-SESSAO
           PERFORM MONTA-PROPOSTAS
           IF WS-QTD-PROPOSTAS EQUAL ZEROS THEN
              DISPLAY '>> NENHUMA DATA UTIL COM A SALA ' WS-SALA-INF
                      ' LIVRE ATE ' WS-DATA-LIMITE '.'
           ELSE
              PERFORM VARYING WS-IND-PRO FROM 1 BY 1
                              UNTIL WS-IND-PRO > WS-QTD-PROPOSTAS
                 DISPLAY '  ' WS-IND-PRO ' - ' WS-PRO-DATA(WS-IND-PRO)
                         ' ' WS-HORA-INI-INF '-' WS-HORA-FIM-INF
                         ' SALA ' WS-SALA-INF
              END-PERFORM
              DISPLAY 'Opcao confirmada pelo coordenador (ZERO ='
                      ' NAO REMARCA AGORA): '
              ACCEPT WS-OPCAO
              IF WS-OPCAO GREATER ZEROS
                       AND WS-OPCAO NOT GREATER WS-QTD-PROPOSTAS THEN
                 MOVE WS-PRO-DATA(WS-OPCAO)    TO WS-DATA-INF
                 PERFORM TESTA-CONFLITO
                 IF WS-CONFLITO EQUAL 'S' THEN
                    DISPLAY '>> SALA ' RES-SALA ' OCUPADA DAS '
                            RES-HORA-INI ' AS ' RES-HORA-FIM
                            ' POR ' RES-OCUPANTE
                            ' (RESERVADO POR ' RES-OPERADOR ')'
                    DISPLAY '>> REMARCACAO RECUSADA POR CONFLITO DE'
                            ' HORARIO.'
                 ELSE
                    PERFORM GRAVA-REMARCACAO
                 END-IF
              END-IF
           END-IF.
      *
       BUSCA-HORARIO-SESSAO.
           MOVE 'N'                            TO WS-HORARIO-ACHADO
           MOVE 'N'                            TO WS-EOF
           MOVE WS-SALA-INF                    TO RES-SALA
           MOVE WS-PLA-DATA(WS-IND-PLA)        TO RES-DATA
           MOVE ZEROS                          TO RES-HORA-INI
           START RESERVAS KEY NOT LESS RES-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ RESERVAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF RES-SALA NOT EQUAL WS-SALA-INF
                             OR RES-DATA NOT EQUAL
                                WS-PLA-DATA(WS-IND-PLA) THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       IF RES-OCUPANTE(1:10) EQUAL WS-TURMA-INF THEN
                          MOVE RES-HORA-INI    TO WS-HORA-INI-INF
                          MOVE RES-HORA-FIM    TO WS-HORA-FIM-INF
                          MOVE RES-PREDIO      TO WS-PREDIO-INF
                          MOVE 'S'             TO WS-HORARIO-ACHADO
                          MOVE 'S'             TO WS-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-HORARIO-ACHADO EQUAL 'S' THEN
              DISPLAY 'HORARIO DA RESERVA ORIGINAL: ' WS-HORA-INI-INF
                      '-' WS-HORA-FIM-INF ' PREDIO ' WS-PREDIO-INF
           ELSE
              DISPLAY 'Predio: '
              ACCEPT WS-PREDIO-INF
              MOVE ZEROS                       TO WS-HORA-INI-INF
                                                  WS-HORA-FIM-INF
              PERFORM UNTIL WS-HORA-FIM-INF GREATER WS-HORA-INI-INF
                 DISPLAY 'Hora de inicio da sessao (HHMM): '
                 ACCEPT WS-HORA-INI-INF
                 DISPLAY 'Hora de fim da sessao (HHMM): '
                 ACCEPT WS-HORA-FIM-INF
                 IF WS-HORA-FIM-INF NOT GREATER WS-HORA-INI-INF THEN
                    DISPLAY '>> FIM DEVE SER DEPOIS DO INICIO.'
                 END-IF
              END-PERFORM
           END-IF.
      *
      *   Ate tres datas: proximo dia util a partir de hoje (ou da
      *   sessao perdida, se posterior), ate a data limite.
       MONTA-PROPOSTAS.
           MOVE ZEROS                          TO WS-QTD-PROPOSTAS
           IF WS-PLA-DATA(WS-IND-PLA) GREATER WS-DATA-HOJE THEN
              MOVE WS-PLA-DATA(WS-IND-PLA)     TO WS-DATA-CANDIDATA
           ELSE
              MOVE WS-DATA-HOJE                TO WS-DATA-CANDIDATA
           END-IF.
           PERFORM UNTIL WS-QTD-PROPOSTAS EQUAL 3
                      OR WS-DATA-CANDIDATA GREATER WS-DATA-LIMITE
              MOVE 'P'                         TO DU-FUNCAO
              MOVE WS-DATA-CANDIDATA           TO DU-DATA-1
              CALL './bin/PGDIAUTI' USING DU-PARM
              MOVE DU-DATA-RESULT              TO WS-DATA-CANDIDATA
              IF WS-DATA-CANDIDATA NOT GREATER WS-DATA-LIMITE THEN
                 PERFORM TESTA-CANDIDATA
              END-IF
           END-PERFORM.
      *
       TESTA-CANDIDATA.
           MOVE 'N'                            TO WS-DATA-NO-PLANO
           PERFORM VARYING WS-IND-PLA-2 FROM 1 BY 1
                           UNTIL WS-IND-PLA-2 > WS-QTD-PLANO
              IF WS-PLA-DATA(WS-IND-PLA-2) EQUAL WS-DATA-CANDIDATA
                 MOVE 'S'                      TO WS-DATA-NO-PLANO
              END-IF
           END-PERFORM.
           IF WS-DATA-NO-PLANO NOT EQUAL 'S' THEN
              MOVE WS-DATA-CANDIDATA           TO WS-DATA-INF
              PERFORM TESTA-CONFLITO
              IF WS-CONFLITO NOT EQUAL 'S' THEN
                 ADD 1                         TO WS-QTD-PROPOSTAS
                 MOVE WS-DATA-CANDIDATA   TO
                      WS-PRO-DATA(WS-QTD-PROPOSTAS)
              END-IF
           END-IF.
      *
      *   Mesma regra de sobreposicao do PGRESERV: outra reserva da
      *   sala na data cujo intervalo cruze o horario da sessao.
       TESTA-CONFLITO.
           MOVE 'N'                            TO WS-CONFLITO
           MOVE 'N'                            TO WS-EOF
           MOVE WS-SALA-INF                    TO RES-SALA
           MOVE WS-DATA-INF                    TO RES-DATA
           MOVE ZEROS                          TO RES-HORA-INI
           START RESERVAS KEY NOT LESS RES-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ RESERVAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF RES-SALA NOT EQUAL WS-SALA-INF
                             OR RES-DATA NOT EQUAL WS-DATA-INF THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       IF RES-HORA-INI LESS WS-HORA-FIM-INF
                                AND RES-HORA-FIM GREATER
                                    WS-HORA-INI-INF THEN
                          MOVE 'S'             TO WS-CONFLITO
                          MOVE 'S'             TO WS-EOF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      *   Reserva a sala, acrescenta a data ao fim do plano da turma
      *   e registra a troca.
       GRAVA-REMARCACAO.
           MOVE WS-SALA-INF                    TO RES-SALA
           MOVE WS-DATA-INF                    TO RES-DATA
           MOVE WS-HORA-INI-INF                TO RES-HORA-INI
           MOVE WS-HORA-FIM-INF                TO RES-HORA-FIM
           MOVE WS-PREDIO-INF                  TO RES-PREDIO
           MOVE WS-TURMA-INF                   TO RES-OCUPANTE
           MOVE WS-OPERADOR                    TO RES-OPERADOR
           WRITE REG-RESERVA
              INVALID KEY
                 DISPLAY '>> JA EXISTE RESERVA COM ESTA CHAVE -'
                         ' NADA GRAVADO.'
              NOT INVALID KEY
                 PERFORM ACRESCENTA-PLANO
                 PERFORM GRAVA-LOG-REMARCA
                 ADD 1                         TO WS-QTD-REMARCADAS
                 DISPLAY 'SESSAO DE ' WS-PLA-DATA(WS-IND-PLA)
                         ' REMARCADA PARA ' WS-DATA-INF ' '
                         WS-HORA-INI-INF '-' WS-HORA-FIM-INF
                         ' SALA ' WS-SALA-INF
           END-WRITE.
      *
       ACRESCENTA-PLANO.
           OPEN EXTEND PLANSES
           IF WS-FS-PLA EQUAL 35 THEN
              OPEN OUTPUT PLANSES
           END-IF.
           IF WS-QTD-PLANO LESS 200 THEN
              ADD 1                            TO WS-QTD-PLANO
              MOVE WS-DATA-INF        TO WS-PLA-DATA(WS-QTD-PLANO)
              MOVE 'S'                TO WS-PLA-REALIZADA(WS-QTD-PLANO)
           END-IF.
           MOVE WS-TURMA-INF                   TO PLA-TURMA
           MOVE WS-QTD-PLANO                   TO PLA-SEQ
           MOVE WS-DATA-INF                    TO PLA-DATA
           WRITE REG-PLANSES
           CLOSE PLANSES.
      *
       GRAVA-LOG-REMARCA.
           OPEN EXTEND REMARCA
           IF WS-FS-RMC EQUAL 35 THEN
              OPEN OUTPUT REMARCA
           END-IF.
           MOVE SPACES                         TO REG-REMARCA
           MOVE WS-TURMA-INF                   TO RMC-TURMA
           MOVE WS-PLA-DATA(WS-IND-PLA)        TO RMC-DATA-ORIG
           MOVE WS-DATA-INF                    TO RMC-DATA-NOVA
           MOVE WS-SALA-INF                    TO RMC-SALA
           MOVE WS-HORA-INI-INF                TO RMC-HORA-INI
           MOVE WS-HORA-FIM-INF                TO RMC-HORA-FIM
           MOVE WS-OPERADOR                    TO RMC-OPERADOR
           MOVE WS-DATA-HOJE                   TO RMC-DATA-REG
           WRITE REG-REMARCA
           CLOSE REMARCA.
           IF WS-QTD-REMARCA LESS 200 THEN
              ADD 1                            TO WS-QTD-REMARCA
              MOVE RMC-DATA-ORIG      TO WS-RMC-ORIG(WS-QTD-REMARCA)
              MOVE RMC-DATA-NOVA      TO WS-RMC-NOVA(WS-QTD-REMARCA)
           END-IF.
      *
       CARREGA-REMARCACOES.
           MOVE ZEROS                          TO WS-QTD-REMARCA
           OPEN INPUT REMARCA
           IF WS-FS-RMC EQUAL ZEROS THEN
              PERFORM UNTIL WS-FS-RMC NOT EQUAL ZEROS
                 READ REMARCA
                    AT END
                       MOVE 10                 TO WS-FS-RMC
                    NOT AT END
                       IF RMC-TURMA EQUAL WS-TURMA-INF
                                AND WS-QTD-REMARCA LESS 200 THEN
                          ADD 1                TO WS-QTD-REMARCA
                          MOVE RMC-DATA-ORIG   TO
                               WS-RMC-ORIG(WS-QTD-REMARCA)
                          MOVE RMC-DATA-NOVA   TO
                               WS-RMC-NOVA(WS-QTD-REMARCA)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REMARCA
           END-IF.
      *
      *   Procura WS-DATA-INF entre as datas originais remarcadas;
      *   achada, WS-IND-RMC aponta a remarcacao.
       BUSCA-REMARCACAO.
           MOVE 'N'                            TO WS-RMC-ACHADA
           PERFORM VARYING WS-IND-RMC FROM 1 BY 1
                           UNTIL WS-IND-RMC > WS-QTD-REMARCA
                              OR WS-RMC-ACHADA EQUAL 'S'
              IF WS-RMC-ORIG(WS-IND-RMC) EQUAL WS-DATA-INF THEN
                 MOVE 'S'                      TO WS-RMC-ACHADA
              END-IF
           END-PERFORM.
           IF WS-RMC-ACHADA EQUAL 'S' THEN
              SUBTRACT 1                       FROM WS-IND-RMC
           END-IF.
      *
       END PROGRAM PGPLANSE.
