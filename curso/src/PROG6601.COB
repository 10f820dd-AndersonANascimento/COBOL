      *  Maintenence Log                                         *
      *  Date       Author               Maintenance Requirement *
      *  ---------- -------------------  ------------------------*
      *  15/10/2026 Anderson Nascimento  Gravacoes no ALUNOS.DAT  *
      *                                  vao para o jornal de     *
      *                                  atualizacao (PGJORNAL).  *
      *  15/10/2026 Anderson Nascimento  Choque de horario: a     *
      *                                  carga confere, pelo      *
      *                                  PGCHOQUE, as sessoes do  *
      *                                  PLANSES.TXT e as reservas*
      *                                  de sala da turma nova    *
      *                                  contra as outras turmas  *
      *                                  do aluno no ALUNOS.DAT e *
      *                                  avisa (CHOQUES.LOG) o    *
      *                                  aluno em duas turmas no  *
      *                                  mesmo horario.           *
      *  15/10/2026 Anderson Nascimento  Regeracao da turma (modo *
      *                                  T) nao conta como        *
      *                                  reprovado o aluno com    *
      *                                  RESULTADO PENDENTE do    *
      *                                  lancamento parcial de    *
      *                                  notas (PGLANNOT).        *
      *  15/10/2026 Anderson Nascimento  Turma lotada deixa de    *
      *                                  recusar a matricula nova *
      *                                  so com o REJEITOS.TXT: a *
      *                                  carga e o modo M poem o  *
      *                                  aluno, com as notas, na  *
      *                                  fila da turma em         *
      *                                  ESPERA.DAT (ordem de     *
      *                                  chegada), que o PGESPERA *
      *                                  oferece/confirma quando  *
      *                                  abre vaga; o resumo da   *
      *                                  turma declara quantos    *
      *                                  entraram na fila.        *
      *  22/08/2026 Anderson Nascimento  A reimpressao de aluno  *
      *                                  passa a sair do proprio *
      *                                  mestre, sem recalculo.  *
                          ACCESS MODE   IS DYNAMIC
                          RECORD KEY    IS TUR-CODIGO
                          FILE STATUS   IS WS-FS-TUR.
                          SELECT ESPERA ASSIGN TO './ESPERA.DAT'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE   IS DYNAMIC
                          RECORD KEY    IS CHAVE-ESPERA
                          FILE STATUS   IS WS-FS-ESP.
      *   I-O-CONTROL.
      *        SAME RECORD AREA FOR ARQUIVO1 ARQUIVO2.
      *
                  88  TUR-PUBLICADA   VALUE 'P'.
                  88  TUR-FECHADA     VALUE 'F'.
                  88  TUR-ARQUIVADA   VALUE 'X'.
              05  TUR-UNIDADE         PIC X(03).
      *
      *   ESPERA.DAT - lista de espera das turmas lotadas, em ordem de
      *   chegada (ESP-SEQ) dentro da turma, com as notas recebidas;
      *   as vagas que abrirem sao oferecidas e confirmadas pelo
      *   PGESPERA (via PGESPVAG).
          FD  ESPERA.
          01  REG-ESPERA.
              05  CHAVE-ESPERA.
                  10  ESP-TURMA       PIC X(10).
                  10  ESP-SEQ         PIC 9(05).
              05  ESP-MATR            PIC 9(05).
              05  ESP-NOME            PIC X(30).
              05  ESP-NOTA1           PIC 9(02)V99.
              05  ESP-NOTA2           PIC 9(02)V99.
              05  ESP-NOTA3           PIC 9(02)V99.
              05  ESP-DATA-INCL       PIC 9(08).
              05  ESP-HORA-INCL       PIC 9(06).
              05  ESP-ORIGEM          PIC X(08).
              05  ESP-SITUACAO        PIC X(01).
                  88  ESP-AGUARDANDO  VALUE 'A'.
                  88  ESP-OFERECIDA   VALUE 'O'.
                  88  ESP-CONFIRMADA  VALUE 'C'.
                  88  ESP-DESISTENTE  VALUE 'D'.
                  88  ESP-VENCIDA     VALUE 'V'.
                  88  ESP-ENCERRADA   VALUE 'E'.
              05  ESP-DATA-OFERTA     PIC 9(08).
              05  ESP-DATA-FIM        PIC 9(08).
              05  ESP-OPERADOR        PIC X(08).
      *
         WORKING-STORAGE SECTION.
         01  REG-ARQUIVO1.
         COPY AMBCFG.
         COPY TRAVA.
         COPY TURLOG.
         COPY CHOQUE.
         COPY JORNAL.
         77  WS-CAMINHO-ALUNOS        PIC X(40) VALUE
                                      './ALUNOS.DAT'.
         77  WS-CAMINHO-HISTORICO     PIC X(40) VALUE
         77  WS-VAGA-OK               PIC X     VALUE 'S'.
         77  WS-STATUS-TURMA          PIC X(01) VALUE SPACE.
             88  WS-TURMA-SEM-MOVIMENTO       VALUE 'F' 'X'.
      *     Lista de espera (ESPERA.DAT) da turma lotada.
         77  WS-FS-ESP                PIC X(02) VALUE '00'.
         77  WS-ESPERA-OK             PIC X     VALUE 'N'.
         77  WS-EOF-ESP               PIC X     VALUE 'N'.
         77  WS-ESP-SEQ-MAX           PIC 9(05) VALUE ZEROS.
         77  WS-ESP-JA-NA-FILA        PIC X     VALUE 'N'.
         77  WS-ESP-ORIGEM            PIC X(08) VALUE SPACES.
         77  WS-QTD-ESPERA-TURMA      PIC 9(05) VALUE ZEROS.
      *     Tabela de pre-requisitos por turma (PREREQ.PARM) e o
      *     resultado da conferencia do aluno corrente.
         77  WS-FS-PRQ                PIC X(02) VALUE '00'.
         77  WS-QTD-LIDOS-CARGA       PIC 9(07) VALUE ZEROS.
         77  WS-QTD-GRAVADOS-CARGA    PIC 9(07) VALUE ZEROS.
         77  WS-QTD-REJEITOS-CARGA    PIC 9(07) VALUE ZEROS.
         77  WS-QTD-CHOQUES-CARGA     PIC 9(07) VALUE ZEROS.
         77  WS-IND-CHOQUE            PIC 9(02).
         77  WS-SOMA-MEDIAS           PIC 9(07)V9999 VALUE ZEROS.
      *
      *   Tabelas de frequencia, carregadas de FALTAS.TXT: as sessoes
                'ESQUEMA DE NOTAS:'.
            03  TRA7-ESQUEMA          PIC X(42).
            03  FILLER                PIC X(20) VALUE SPACES.
      *
        01  LINHA-TRAILER-9.
            03  FILLER                PIC X(18) VALUE
                'LISTA DE ESPERA:'.
            03  TRAILER-ESPERA        PIC ZZZZ9.
            03  FILLER                PIC X(36) VALUE
                ' (TURMA LOTADA, FILA NO PGESPERA)'.
            03  FILLER                PIC X(21) VALUE SPACES.
      *
        01  LINHA-TRAILER-6.
            03  FILLER                PIC X(27) VALUE
                      WS-FS-TUR ') - CADASTRE AS TURMAS NO PGTURMAS.'
           END-IF.

      *   Lista de espera das turmas lotadas: sem ela, a matricula
      *   que encontra a turma cheia fica so no REJEITOS.TXT.
           OPEN I-O ESPERA
           IF WS-FS-ESP EQUAL '35' THEN
              OPEN OUTPUT ESPERA
              CLOSE ESPERA
              OPEN I-O ESPERA
           END-IF.
           IF WS-FS-ESP EQUAL '00' THEN
              MOVE 'S'                         TO WS-ESPERA-OK
           ELSE
              MOVE 'N'                         TO WS-ESPERA-OK
              DISPLAY '>> ESPERA.DAT INDISPONIVEL (FILE STATUS '
                      WS-FS-ESP ') - TURMA LOTADA SO VAI A REJEITOS.'
           END-IF.

           PERFORM CARREGA-PARAMETROS.
           PERFORM CARREGA-FALTAS.

                 ELSE
                    IF WS-CARGA-OK EQUAL 'S' THEN
                       PERFORM CARREGA-CHECKPOINT
                       PERFORM CARREGA-MATRICULAS-CHOQUE
                       PERFORM PROCESSA-CARGA
                    END-IF
                 END-IF
                       PERFORM GRAVA-REJEITO
                       ADD 1                   TO WS-QTD-REJEITOS-CARGA
                    WHEN WS-VAGA-OK NOT EQUAL 'S'
                       MOVE 'CARGA'            TO WS-ESP-ORIGEM
                       PERFORM GRAVA-LISTA-ESPERA
                       PERFORM GRAVA-REJEITO
                       ADD 1                   TO WS-QTD-REJEITOS-CARGA
                    WHEN OTHER
                       PERFORM CALCULA-MEDIA
                       PERFORM FORMATA-LINHA-DETALHE
                       PERFORM TESTA-CHOQUE-HORARIO
                       PERFORM GRAVA-ALUNO
                       ADD 1                   TO WS-QTD-GRAVADOS-CARGA
                       PERFORM GRAVA-CSV
              CLOSE ARQUIVO2
              MOVE 'N'                         TO WS-SAIDA-ABERTA
           END-IF.
           IF WS-QTD-CHOQUES-CARGA GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-CHOQUES-CARGA ' ALUNO(S) COM'
                      ' CHOQUE DE HORARIO ENTRE TURMAS - VER'
                      ' CHOQUES.LOG'
           END-IF.
      *   Execucao terminou normalmente: zera o checkpoint para que a
      *   proxima carga comece do inicio do ENTRADA.TXT.
           OPEN OUTPUT CHECKPOINT.
           CLOSE CHECKPOINT.
      *
      *   Passa ao PGCHOQUE as matriculas que ja estao no mestre,
      *   para a conferencia de choque de horario da carga.
       CARREGA-MATRICULAS-CHOQUE.
           MOVE 'I'                            TO CH-FUNCAO
           MOVE 'PROG6601'                     TO CH-PROGRAMA
           CALL './bin/PGCHOQUE' USING CH-PARM
           MOVE LOW-VALUES                     TO CHAVE-ALUNOS
           MOVE 'N'                            TO WS-EOF-ALUNOS
           START ALUNOS KEY NOT LESS CHAVE-ALUNOS
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF-ALUNOS
           END-START.
           PERFORM UNTIL WS-EOF-ALUNOS EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF-ALUNOS
                 NOT AT END
                    MOVE 'G'                   TO CH-FUNCAO
                    MOVE MATR-ALUNOS           TO CH-MATRICULA
                    MOVE TURMA-ALUNOS          TO CH-TURMA
                    CALL './bin/PGCHOQUE' USING CH-PARM
              END-READ
           END-PERFORM.
      *
      *   Aluno que ja esta em outra turma: as sessoes planejadas e o
      *   horario das reservas das duas nao podem coincidir. O choque
      *   so e avisado (e registrado em CHOQUES.LOG pelo PGCHOQUE);
      *   a matricula segue gravada para a secretaria resolver.
       TESTA-CHOQUE-HORARIO.
           MOVE 'V'                            TO CH-FUNCAO
           MOVE MATR-ARQUIVO1                  TO CH-MATRICULA
           MOVE TURMA-ARQUIVO1                 TO CH-TURMA
           CALL './bin/PGCHOQUE' USING CH-PARM
           IF CH-QTD-TURMAS GREATER ZEROS THEN
              ADD 1                            TO WS-QTD-CHOQUES-CARGA
              PERFORM VARYING WS-IND-CHOQUE FROM 1 BY 1
                      UNTIL WS-IND-CHOQUE GREATER CH-QTD-TURMAS
                 DISPLAY '>> CHOQUE DE HORARIO: MATRICULA '
                         MATR-ARQUIVO1 ' TURMA ' TURMA-ARQUIVO1
                         ' X ' CH-TURMA-CHOQUE(WS-IND-CHOQUE) ' - '
                         CH-SESSOES-CHOQUE(WS-IND-CHOQUE)
                         ' SESSAO(OES), A PRIMEIRA EM '
                         CH-DATA-CHOQUE(WS-IND-CHOQUE)
              END-PERFORM
           END-IF.
           MOVE 'G'                            TO CH-FUNCAO
           CALL './bin/PGCHOQUE' USING CH-PARM.
      *
      *   Monta o nome do arquivo de saida (WS-SAIDA-NOME) para a turma
      *   em TURMA-ARQUIVO1, no layout './SAIDA-<turma>.TXT', ou
      *   './SAIDA.TXT' quando a turma vier em branco.
                                                       1 LINES
              END-IF
           END-PERFORM.
           IF WS-QTD-ESPERA-TURMA GREATER ZEROS THEN
              MOVE WS-QTD-ESPERA-TURMA         TO TRAILER-ESPERA
              WRITE REG-IMP FROM LINHA-TRAILER-9 BEFORE ADVANCING 1
                                                    LINES
              MOVE ZEROS                       TO WS-QTD-ESPERA-TURMA
           END-IF.
           PERFORM MONTA-ESQUEMA-TRAILER
           WRITE REG-IMP FROM LINHA-TRAILER-7 BEFORE ADVANCING 1 LINES.
           IF WS-FORA-DE-ORDEM EQUAL 'S' THEN
           MOVE NOME-ARQUIVO1                  TO REJ-NOME
           WRITE REG-REJ FROM LINHA-REJEITO.
      *
      *   Matricula nova em turma lotada entra no fim da fila da
      *   turma em ESPERA.DAT, com as notas recebidas, para o
      *   PGESPERA oferecer a vaga quando ela abrir; quem ja esta na
      *   fila (aguardando ou com oferta em aberto) nao e duplicado.
      *   WS-ESP-ORIGEM vem preenchido por quem chama; o motivo do
      *   REJEITOS.TXT sai montado aqui.
       GRAVA-LISTA-ESPERA.
           MOVE 'TURMA LOTADA (CAPACIDADE DA SALA)'
                                               TO REJ-MOTIVO
           IF WS-ESPERA-OK EQUAL 'S' THEN
              MOVE ZEROS                       TO WS-ESP-SEQ-MAX
              MOVE 'N'                         TO WS-ESP-JA-NA-FILA
              MOVE TURMA-ARQUIVO1              TO ESP-TURMA
              MOVE ZEROS                       TO ESP-SEQ
              MOVE 'N'                         TO WS-EOF-ESP
              START ESPERA KEY NOT LESS CHAVE-ESPERA
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-ESP
              END-START
              PERFORM UNTIL WS-EOF-ESP EQUAL 'S'
                 READ ESPERA NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-ESP
                    NOT AT END
                       IF ESP-TURMA NOT EQUAL TURMA-ARQUIVO1 THEN
                          MOVE 'S'             TO WS-EOF-ESP
                       ELSE
                          MOVE ESP-SEQ         TO WS-ESP-SEQ-MAX
                          IF ESP-MATR EQUAL MATR-ARQUIVO1
                                   AND (ESP-AGUARDANDO
                                        OR ESP-OFERECIDA) THEN
                             MOVE 'S'          TO WS-ESP-JA-NA-FILA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-ESP-JA-NA-FILA EQUAL 'S' THEN
                 MOVE 'TURMA LOTADA - JA NA LISTA DE ESPERA'
                                               TO REJ-MOTIVO
              ELSE
                 INITIALIZE REG-ESPERA
                 MOVE TURMA-ARQUIVO1           TO ESP-TURMA
                 ADD 1 WS-ESP-SEQ-MAX      GIVING ESP-SEQ
                 MOVE MATR-ARQUIVO1            TO ESP-MATR
                 MOVE FUNCTION UPPER-CASE(NOME-ARQUIVO1)
                                               TO ESP-NOME
                 MOVE NOTA1-ARQUIVO1           TO ESP-NOTA1
                 MOVE NOTA2-ARQUIVO1           TO ESP-NOTA2
                 MOVE NOTA3-ARQUIVO1           TO ESP-NOTA3
                 MOVE FUNCTION CURRENT-DATE    TO WS-DATA-HORA-AUD
                 MOVE WS-DATA-HORA-AUD(1:8)    TO ESP-DATA-INCL
                 MOVE WS-DATA-HORA-AUD(9:6)    TO ESP-HORA-INCL
                 MOVE WS-ESP-ORIGEM            TO ESP-ORIGEM
                 MOVE 'A'                      TO ESP-SITUACAO
                 MOVE WS-OPERADOR              TO ESP-OPERADOR
                 WRITE REG-ESPERA
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1                   TO WS-QTD-ESPERA-TURMA
                       MOVE 'TURMA LOTADA - LISTA DE ESPERA'
                                               TO REJ-MOTIVO
                 END-WRITE
              END-IF
           END-IF.
      *
      *   Aplica o esquema de pesos da turma do aluno corrente; sem
      *   cartao de pesos, vale a media simples de um terco por nota.
       CALCULA-MEDIA.
           WRITE REG-ALUNOS
              INVALID KEY
                 REWRITE REG-ALUNOS
                 MOVE 'R'                      TO JN-OPERACAO
              NOT INVALID KEY
                 ADD 1                         TO WS-QTD-MATRIC-TURMA
                 MOVE 'W'                      TO JN-OPERACAO
           END-WRITE
           PERFORM JORNALIZA-ALUNO.
           PERFORM GRAVA-HISTORICO.
      *
      *   Acrescenta/atualiza, em HISTORICO.DAT, o registro do aluno
                       AND WS-QTD-MATRIC-TURMA NOT LESS
                           WS-CAPACIDADE-TURMA THEN
      *   Inclusao em turma cheia nao passa: a capacidade da sala
      *   vem do catalogo e vale aqui como na carga, e o aluno vai
      *   para a lista de espera da turma.
                 DISPLAY '>> TURMA LOTADA (CAPACIDADE '
                         WS-CAPACIDADE-TURMA ') - NAO GRAVADO.'
                 MOVE 'MODO M'                 TO WS-ESP-ORIGEM
                 PERFORM GRAVA-LISTA-ESPERA
                 PERFORM GRAVA-REJEITO
                 DISPLAY '>> ' REJ-MOTIVO
              ELSE
                 PERFORM TESTA-TURMA-PUBLICADA
                 IF WS-TURMA-PUBLICADA EQUAL 'S'
           MOVE NOTA3-ALUNOS                   TO NOTA3-DETALHE
           MOVE MEDIA-ALUNOS                   TO MEDIA-DETALHE
           MOVE RESULTADO-ALUNOS               TO RESULTADO-DETALHE
      *   Aluno com avaliacao ainda por lancar (PGLANNOT) sai na
      *   lista, mas fica fora dos contadores e da media da turma.
           EVALUATE RESULTADO-ALUNOS
              WHEN 'APROVADO'
                 ADD 1                         TO WS-QTD-APROVADO
              WHEN 'REP.FALTA'
                 ADD 1                         TO WS-QTD-REPROVADO
                 ADD 1                         TO WS-QTD-REP-FALTA
              WHEN 'PENDENTE'
                 CONTINUE
              WHEN OTHER
                 ADD 1                         TO WS-QTD-REPROVADO
           END-EVALUATE
           IF RESULTADO-ALUNOS NOT EQUAL 'PENDENTE' THEN
              ADD MEDIA-ALUNOS                 TO WS-SOMA-MEDIAS
           END-IF.
           PERFORM IMPRESSAO-RELATORIO.
      *
      *   Encaminha o file status observado ao tratador central; em
           IF WS-CATALOGO-OK EQUAL 'S' THEN
              CLOSE TURMAS
           END-IF.
           IF WS-ESPERA-OK EQUAL 'S' THEN
              CLOSE ESPERA
           END-IF.
           CLOSE ALUNOS HISTORICO ARQUIVO2 CSV-EXTRATO REJEITOS.
           MOVE 'L'                            TO TR-FUNCAO
           MOVE 'PROG6601'                     TO TR-PROGRAMA
           MOVE 'ALUNOS.DAT'                   TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           GOBACK.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-ALUNO.
           IF WS-FS-ALUNOS(1:1) EQUAL '0' THEN
              MOVE 'PROG6601'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'ALUNOS.DAT'                TO JN-ARQUIVO
              MOVE REG-ALUNOS                  TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PROG6601.
