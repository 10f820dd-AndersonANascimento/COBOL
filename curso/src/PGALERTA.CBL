      *****************************************************************
      * Program name:    PGALERTA
      * Original author: Anderson Nascimento
      * Purpose: Alerta de meio de periodo: varre o ALUNOS.DAT turma
      *          a turma, com as notas ja lancadas e o percentual de
      *          faltas nao justificadas ate aqui no FALTAS.TXT, e
      *          lista em ALERTA.LST quem:
      *            - nao alcanca mais a nota de corte do
      *              PROG6601.PARM nem com dez nas avaliacoes que
      *              faltam;
      *            - precisa de media inviavel nas avaliacoes que
      *              faltam (acima do teto do ALERTA.PARM);
      *            - esta perto do limite de faltas (ou ja passou).
      *          Cada aluno sai com telefone e responsavel do
      *          ALUNMEST.DAT, para a coordenacao ligar enquanto ha
      *          tempo. Na turma com lancamento parcial (PGLANNOT)
      *          valem as avaliacoes registradas em NOTASLAN.DAT; nas
      *          demais, nota zerada conta como avaliacao ainda nao
      *          lancada. Aluno com as tres notas ja foi julgado pelo
      *          PROG6601 e nao entra.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGALERTA.
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
           SELECT ALUNOS   ASSIGN TO WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS
           WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT ALUNMEST ASSIGN TO WS-CAMINHO-ALUNMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS ALM-MATRICULA
           FILE STATUS   IS WS-FS-ALM.
           SELECT NOTASLAN ASSIGN TO './NOTASLAN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS LAN-CHAVE
           FILE STATUS   IS WS-FS-LAN.
           SELECT FALTAS ASSIGN TO './FALTAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-FAL.
           SELECT PARAMETROS ASSIGN TO './PROG6601.PARM'
           FILE STATUS   IS WS-FS-PARM.
           SELECT PESOS ASSIGN TO './PESOS.PARM'
           FILE STATUS   IS WS-FS-PESOS.
           SELECT ALERTAPRM ASSIGN TO './ALERTA.PARM'
           FILE STATUS   IS WS-FS-ALP.
           SELECT RELATORIO ASSIGN TO './ALERTA.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   ALUNOS.DAT - mestre de alunos (layout do PROG6601).
         FD  ALUNOS.
         01  REG-ALUNOS.
             05  CHAVE-ALUNOS.
                 10  TURMA-ALUNOS    PIC X(10).
                 10  MATR-ALUNOS     PIC 9(05).
             05  NOME-ALUNOS         PIC X(30).
             05  NOTA1-ALUNOS        PIC 9(02)V99.
             05  NOTA2-ALUNOS        PIC 9(02)V99.
             05  NOTA3-ALUNOS        PIC 9(02)V99.
             05  MEDIA-ALUNOS        PIC 9(02)V99.
             05  RESULTADO-ALUNOS    PIC X(09).
      *
      *   ALUNMEST.DAT - cadastro demografico (layout do PGALUMNT),
      *   de onde saem os telefones do aluno e do responsavel.
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
      *   NOTASLAN.DAT - avaliacoes ja lancadas por turma (layout do
      *   PGLANNOT).
         FD  NOTASLAN.
         01  REG-NOTASLAN.
             05  LAN-CHAVE.
                 10  LAN-TURMA       PIC X(10).
                 10  LAN-AVALIACAO   PIC 9(01).
             05  LAN-DATA            PIC 9(08).
             05  LAN-HORA            PIC 9(06).
             05  LAN-OPERADOR        PIC X(08).
             05  LAN-QTD-ALUNOS      PIC 9(03).
      *
      *   FALTAS.TXT - chamada lancada pelo PGPRESEN (layout do
      *   PROG6601).
         FD  FALTAS.
         01  REG-FALTA.
             05  FAL-MATR            PIC 9(05).
             05  FAL-TURMA           PIC X(10).
             05  FAL-DATA            PIC 9(08).
             05  FAL-PRESENCA        PIC X(01).
             05  FAL-JUSTIF          PIC X(02).
             05  FAL-DOCUMENTO       PIC X(12).
      *
      *   PROG6601.PARM - nota de corte (layout do PROG6601).
         FD  PARAMETROS.
         01  REG-PARM.
             05  PARM-CORTE          PIC 9(02)V99.
      *
      *   PESOS.PARM - pesos das tres notas por turma (layout do
      *   PROG6601); turma sem cartao usa a media simples.
         FD  PESOS.
         01  REG-PESO.
             05  PESO-TURMA          PIC X(10).
             05  PESO-1              PIC 9(03).
             05  PESO-2              PIC 9(03).
             05  PESO-3              PIC 9(03).
      *
      *   ALERTA.PARM - cartao opcional com o teto de media
      *   considerada alcancavel nas avaliacoes restantes e o
      *   percentual de faltas a partir do qual o aluno entra no
      *   alerta (sem o cartao: 9,00 e 20,00).
         FD  ALERTAPRM.
         01  REG-ALERTA-PARM.
             05  ALP-NOTA-TETO       PIC 9(02)V99.
             05  ALP-PCT-ALERTA      PIC 9(03)V99.
      *
      *   ALERTA.LST - alunos em risco por turma.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-ALM               PIC X(02) VALUE '00'.
         77  WS-FS-LAN               PIC X(02) VALUE '00'.
         77  WS-FS-FAL               PIC X(02) VALUE '00'.
         77  WS-FS-PARM              PIC X(02) VALUE '00'.
         77  WS-FS-PESOS             PIC X(02) VALUE '00'.
         77  WS-FS-ALP               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CADASTRO-OK          PIC X     VALUE 'N'.
         77  WS-TURMA-PEDIDA         PIC X(10) VALUE SPACES.
         77  WS-TURMA-ATUAL          PIC X(10) VALUE SPACES.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Criterios: corte do PROG6601, limite de faltas do PROG6601
      *   (25%) e os dois limiares de alerta do ALERTA.PARM.
         77  WS-NOTA-CORTE           PIC 9(02)V99 VALUE 7,00.
         77  WS-PCT-FALTA-LIMITE     PIC 9(03)V99 VALUE 25,00.
         77  WS-NOTA-TETO            PIC 9(02)V99 VALUE 9,00.
         77  WS-PCT-ALERTA           PIC 9(03)V99 VALUE 20,00.
      *
      *   Pesos por turma, carregados de PESOS.PARM.
         77  WS-QTD-PESOS            PIC 9(02) VALUE ZEROS.
         01  WS-TAB-PESO OCCURS 50 TIMES.
             05  WS-PES-TURMA        PIC X(10).
             05  WS-PES-P1           PIC 9(03).
             05  WS-PES-P2           PIC 9(03).
             05  WS-PES-P3           PIC 9(03).
         77  WS-IND-PES              PIC 9(02).
         77  WS-SOMA-PESOS           PIC 9(04) VALUE ZEROS.
         77  WS-P1                   PIC 9(03) VALUE ZEROS.
         77  WS-P2                   PIC 9(03) VALUE ZEROS.
         77  WS-P3                   PIC 9(03) VALUE ZEROS.
      *
      *   Frequencia: sessoes distintas (turma+data) e faltas nao
      *   justificadas por aluno e turma, como no PROG6601.
         77  WS-QTD-SESSAO           PIC 9(03) VALUE ZEROS.
         01  WS-TAB-SESSAO OCCURS 200 TIMES.
             05  WS-SES-TURMA        PIC X(10).
             05  WS-SES-DATA         PIC 9(08).
         77  WS-QTD-ALUNO-FALTA      PIC 9(03) VALUE ZEROS.
         01  WS-TAB-ALUNO-FALTA OCCURS 500 TIMES.
             05  WS-AFA-MATR         PIC 9(05).
             05  WS-AFA-TURMA        PIC X(10).
             05  WS-AFA-QTD          PIC 9(03).
         77  WS-IND-SES              PIC 9(03).
         77  WS-IND-AFA              PIC 9(03).
         77  WS-SES-ACHADA           PIC X     VALUE 'N'.
         77  WS-AFA-ACHADO           PIC X     VALUE 'N'.
         77  WS-SESSOES-TURMA        PIC 9(03) VALUE ZEROS.
         77  WS-FALTAS-ALUNO         PIC 9(03) VALUE ZEROS.
         77  WS-PCT-FALTAS           PIC 9(03)V99 VALUE ZEROS.
      *
      *   Situacao do aluno corrente.
         77  WS-PONTOS-OBTIDOS       PIC 9(05)V99 VALUE ZEROS.
         77  WS-PONTOS-CORTE         PIC 9(05)V99 VALUE ZEROS.
         77  WS-PESO-PENDENTE        PIC 9(03) VALUE ZEROS.
         77  WS-QTD-PENDENTES        PIC 9(01) VALUE ZEROS.
         77  WS-NOTA-NECESSARIA      PIC 9(03)V99 VALUE ZEROS.
         77  WS-ALERTA-NOTA          PIC X(26) VALUE SPACES.
         77  WS-ALERTA-FALTA         PIC X(26) VALUE SPACES.
         77  WS-NOTA-ED              PIC Z9,99.
      *
      *   Avaliacoes lancadas na turma corrente: 'S' quando a nota
      *   conta como entregue.
         77  WS-LANCAMENTO-OK        PIC X     VALUE 'N'.
         77  WS-TURMA-LANC           PIC X(10) VALUE SPACES.
         77  WS-TURMA-PARCIAL        PIC X     VALUE 'N'.
         01  WS-LANC-TURMA.
             05  WS-LANC-AVAL OCCURS 3 TIMES PIC X(01).
         01  WS-NOTAS-ENTREGUES.
             05  WS-NOTA-ENTREGUE OCCURS 3 TIMES PIC X(01).
         77  WS-IND-AVAL             PIC 9(01).
      *
         77  WS-QTD-LIDOS            PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ALERTAS          PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ALERTA-TURMA     PIC 9(03) VALUE ZEROS.
         77  WS-QTD-SEM-CHANCE       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-INVIAVEL         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FALTOSOS         PIC 9(05) VALUE ZEROS.
      *
         COPY CABREL.
         COPY AMBCFG.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE
                                     './ALUNOS.DAT'.
         77  WS-CAMINHO-ALUNMEST     PIC X(40) VALUE
                                     './ALUNMEST.DAT'.
      *
        01  LINHA-TURMA-ALERTA.
            03  FILLER               PIC X(07) VALUE 'TURMA: '.
            03  ALE-TURMA            PIC X(10).
            03  FILLER               PIC X(09) VALUE '  PESOS: '.
            03  ALE-ESQUEMA          PIC X(20).
            03  FILLER               PIC X(34) VALUE SPACES.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(40) VALUE
                '  MATR.  NOME'.
            03  FILLER               PIC X(40) VALUE
                ' NOTA1 NOTA2 NOTA3  PRECISA  FALTAS%'.
      *
        01  LINHA-ALUNO-ALERTA.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  ALE-MATR             PIC 9(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  ALE-NOME             PIC X(30).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  ALE-NOTA1            PIC X(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  ALE-NOTA2            PIC X(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  ALE-NOTA3            PIC X(05).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  ALE-NECESSARIA       PIC ZZ9,99.
            03  FILLER               PIC X(03) VALUE SPACES.
            03  ALE-PCT-FALTAS       PIC ZZ9,99.
            03  FILLER               PIC X(10) VALUE SPACES.
      *
        01  LINHA-MOTIVO-ALERTA.
            03  FILLER               PIC X(11) VALUE
                '    ALERTA:'.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  ALE-MOTIVO-NOTA      PIC X(26).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  ALE-MOTIVO-FALTA     PIC X(26).
            03  FILLER               PIC X(15) VALUE SPACES.
      *
        01  LINHA-CONTATO-ALERTA.
            03  FILLER               PIC X(11) VALUE
                '    FONE:  '.
            03  ALE-FONE             PIC X(13).
            03  FILLER               PIC X(07) VALUE '  RESP:'.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  ALE-RESPONSAVEL      PIC X(30).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  ALE-FONE-RESP        PIC X(13).
            03  FILLER               PIC X(04) VALUE SPACES.
      *
        01  LINHA-TOT-TURMA.
            03  FILLER               PIC X(29) VALUE
                '  ALUNOS EM ALERTA NA TURMA: '.
            03  TOT-TUR-QTD          PIC ZZ9.
            03  FILLER               PIC X(48) VALUE SPACES.
      *
        01  LINHA-TOT-GERAL-1.
            03  FILLER               PIC X(21) VALUE
                'ALUNOS AVALIADOS:   '.
            03  TOT-LIDOS            PIC ZZZZ9.
            03  FILLER               PIC X(21) VALUE
                '   ALUNOS EM ALERTA: '.
            03  TOT-ALERTAS          PIC ZZZZ9.
            03  FILLER               PIC X(28) VALUE SPACES.
      *
        01  LINHA-TOT-GERAL-2.
            03  FILLER               PIC X(21) VALUE
                'SEM CHANCE NO CORTE:'.
            03  TOT-SEM-CHANCE       PIC ZZZZ9.
            03  FILLER               PIC X(14) VALUE
                '   INVIAVEIS: '.
            03  TOT-INVIAVEL         PIC ZZZZ9.
            03  FILLER               PIC X(12) VALUE
                '   FALTAS: '.
            03  TOT-FALTOSOS         PIC ZZZZ9.
            03  FILLER               PIC X(18) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminhos dos mestres resolvidos pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           MOVE 'ALUNMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNMEST
           DISPLAY '------ ALERTA DE ALUNOS EM RISCO ------'
           DISPLAY 'Turma (BRANCO = TODAS): '
           ACCEPT WS-TURMA-PEDIDA

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALUNOS
              GOBACK
           END-IF.
           OPEN INPUT ALUNMEST
           IF WS-FS-ALM EQUAL '00' THEN
              MOVE 'S'                         TO WS-CADASTRO-OK
           ELSE
              DISPLAY '>> ALUNMEST.DAT INDISPONIVEL - LISTA SEM'
                      ' TELEFONES.'
           END-IF.
           OPEN INPUT NOTASLAN
           IF WS-FS-LAN EQUAL '00' THEN
              MOVE 'S'                         TO WS-LANCAMENTO-OK
           END-IF.
           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-PESOS
           PERFORM CARREGA-FALTAS
           DISPLAY 'NOTA DE CORTE: ' WS-NOTA-CORTE
                   '  TETO: ' WS-NOTA-TETO
                   '  ALERTA DE FALTAS: ' WS-PCT-ALERTA '%'

           OPEN OUTPUT RELATORIO
           MOVE SPACES                         TO WS-TURMA-ATUAL
           MOVE WS-TURMA-PEDIDA                TO TURMA-ALUNOS
           MOVE ZEROS                          TO MATR-ALUNOS
           START ALUNOS KEY NOT LESS CHAVE-ALUNOS
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF WS-TURMA-PEDIDA NOT EQUAL SPACES
                             AND TURMA-ALUNOS NOT EQUAL
                                 WS-TURMA-PEDIDA THEN
                       MOVE 'S'                TO WS-EOF
                    ELSE
                       PERFORM AVALIA-ALUNO
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-TURMA-ATUAL NOT EQUAL SPACES THEN
              PERFORM IMPRIME-TOTAL-TURMA
           END-IF.
           IF CONTLIN GREATER 50 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE WS-QTD-LIDOS                   TO TOT-LIDOS
           MOVE WS-QTD-ALERTAS                 TO TOT-ALERTAS
           MOVE WS-QTD-SEM-CHANCE              TO TOT-SEM-CHANCE
           MOVE WS-QTD-INVIAVEL                TO TOT-INVIAVEL
           MOVE WS-QTD-FALTOSOS                TO TOT-FALTOSOS
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TOT-GERAL-1 BEFORE ADVANCING 1
                                                   LINES
           WRITE REG-REL FROM LINHA-TOT-GERAL-2 BEFORE ADVANCING 1
                                                   LINES
           CLOSE RELATORIO ALUNOS
           IF WS-CADASTRO-OK EQUAL 'S' THEN
              CLOSE ALUNMEST
           END-IF.
           IF WS-LANCAMENTO-OK EQUAL 'S' THEN
              CLOSE NOTASLAN
           END-IF.
           DISPLAY 'ALUNOS AVALIADOS: ' WS-QTD-LIDOS
                   '  EM ALERTA: ' WS-QTD-ALERTAS
                   ' - LISTA EM ALERTA.LST'.
           GOBACK.
      *
      *   Aluno corrente: so entra quem ainda tem avaliacao com peso
      *   pendente; o que ja tem as tres notas foi julgado pelo
      *   PROG6601.
       AVALIA-ALUNO.
           PERFORM BUSCA-PESOS-TURMA
           IF TURMA-ALUNOS NOT EQUAL WS-TURMA-LANC THEN
              PERFORM BUSCA-LANCAMENTOS-TURMA
           END-IF.
           IF WS-TURMA-PARCIAL EQUAL 'S' THEN
              MOVE WS-LANC-TURMA               TO WS-NOTAS-ENTREGUES
           ELSE
              MOVE 'NNN'                       TO WS-NOTAS-ENTREGUES
              IF NOTA1-ALUNOS GREATER ZEROS THEN
                 MOVE 'S'                      TO WS-NOTA-ENTREGUE(1)
              END-IF
              IF NOTA2-ALUNOS GREATER ZEROS THEN
                 MOVE 'S'                      TO WS-NOTA-ENTREGUE(2)
              END-IF
              IF NOTA3-ALUNOS GREATER ZEROS THEN
                 MOVE 'S'                      TO WS-NOTA-ENTREGUE(3)
              END-IF
           END-IF.
      *   Avaliacao sem peso nao conta como pendente.
           IF WS-P1 EQUAL ZEROS THEN
              MOVE 'S'                         TO WS-NOTA-ENTREGUE(1)
           END-IF.
           IF WS-P2 EQUAL ZEROS THEN
              MOVE 'S'                         TO WS-NOTA-ENTREGUE(2)
           END-IF.
           IF WS-P3 EQUAL ZEROS THEN
              MOVE 'S'                         TO WS-NOTA-ENTREGUE(3)
           END-IF.
           MOVE ZEROS                          TO WS-PONTOS-OBTIDOS
                                                  WS-PESO-PENDENTE
                                                  WS-QTD-PENDENTES
                                                  WS-NOTA-NECESSARIA
           IF WS-NOTA-ENTREGUE(1) EQUAL 'S' THEN
              COMPUTE WS-PONTOS-OBTIDOS = WS-PONTOS-OBTIDOS +
                                          NOTA1-ALUNOS * WS-P1
           ELSE
              ADD WS-P1                        TO WS-PESO-PENDENTE
              ADD 1                            TO WS-QTD-PENDENTES
           END-IF.
           IF WS-NOTA-ENTREGUE(2) EQUAL 'S' THEN
              COMPUTE WS-PONTOS-OBTIDOS = WS-PONTOS-OBTIDOS +
                                          NOTA2-ALUNOS * WS-P2
           ELSE
              ADD WS-P2                        TO WS-PESO-PENDENTE
              ADD 1                            TO WS-QTD-PENDENTES
           END-IF.
           IF WS-NOTA-ENTREGUE(3) EQUAL 'S' THEN
              COMPUTE WS-PONTOS-OBTIDOS = WS-PONTOS-OBTIDOS +
                                          NOTA3-ALUNOS * WS-P3
           ELSE
              ADD WS-P3                        TO WS-PESO-PENDENTE
              ADD 1                            TO WS-QTD-PENDENTES
           END-IF.
           IF WS-QTD-PENDENTES GREATER ZEROS THEN
              PERFORM AVALIA-RISCO-ALUNO
           END-IF.
      *
       AVALIA-RISCO-ALUNO.
           ADD 1                               TO WS-QTD-LIDOS

      *   Media necessaria nas avaliacoes restantes para fechar no
      *   corte, na mesma ponderacao do PROG6601.
           COMPUTE WS-PONTOS-CORTE = WS-NOTA-CORTE *
                                     (WS-P1 + WS-P2 + WS-P3)
           IF WS-PONTOS-OBTIDOS LESS WS-PONTOS-CORTE
                    AND WS-PESO-PENDENTE GREATER ZEROS THEN
              COMPUTE WS-NOTA-NECESSARIA ROUNDED =
                 (WS-PONTOS-CORTE - WS-PONTOS-OBTIDOS) /
                  WS-PESO-PENDENTE
           END-IF.
           MOVE SPACES                         TO WS-ALERTA-NOTA
                                                  WS-ALERTA-FALTA
           EVALUATE TRUE
              WHEN WS-NOTA-NECESSARIA GREATER 10
                 MOVE 'NAO ALCANCA MAIS O CORTE' TO WS-ALERTA-NOTA
                 ADD 1                         TO WS-QTD-SEM-CHANCE
              WHEN WS-NOTA-NECESSARIA GREATER WS-NOTA-TETO
                 MOVE 'MEDIA RESTANTE INVIAVEL' TO WS-ALERTA-NOTA
                 ADD 1                         TO WS-QTD-INVIAVEL
           END-EVALUATE.

           PERFORM APURA-FREQUENCIA
           EVALUATE TRUE
              WHEN WS-PCT-FALTAS GREATER WS-PCT-FALTA-LIMITE
                 MOVE 'FALTAS ACIMA DO LIMITE'  TO WS-ALERTA-FALTA
                 ADD 1                         TO WS-QTD-FALTOSOS
              WHEN WS-PCT-FALTAS NOT LESS WS-PCT-ALERTA
                       AND WS-PCT-FALTAS GREATER ZEROS
                 MOVE 'PROXIMO DO LIMITE FALTAS' TO WS-ALERTA-FALTA
                 ADD 1                         TO WS-QTD-FALTOSOS
           END-EVALUATE.

           IF WS-ALERTA-NOTA NOT EQUAL SPACES
                    OR WS-ALERTA-FALTA NOT EQUAL SPACES THEN
              PERFORM IMPRIME-ALUNO-ALERTA
           END-IF.
      *
      *   Imprime o aluno em alerta com o contato do cadastro; quebra
      *   de turma imprime o total da anterior e o cabecalho da nova.
       IMPRIME-ALUNO-ALERTA.
           IF TURMA-ALUNOS NOT EQUAL WS-TURMA-ATUAL THEN
              IF WS-TURMA-ATUAL NOT EQUAL SPACES THEN
                 PERFORM IMPRIME-TOTAL-TURMA
              END-IF
              MOVE TURMA-ALUNOS                TO WS-TURMA-ATUAL
              MOVE ZEROS                       TO WS-QTD-ALERTA-TURMA
              IF CONTLIN GREATER 50 THEN
                 PERFORM IMPRIME-CABECALHO
              END-IF
              MOVE TURMA-ALUNOS                TO ALE-TURMA
              IF WS-SOMA-PESOS EQUAL 100 THEN
                 MOVE SPACES                   TO ALE-ESQUEMA
                 STRING WS-P1 '/' WS-P2 '/' WS-P3 DELIMITED SIZE
                        INTO ALE-ESQUEMA
              ELSE
                 MOVE 'MEDIA SIMPLES'          TO ALE-ESQUEMA
              END-IF
              WRITE REG-REL FROM LINHA-TURMA-ALERTA BEFORE ADVANCING
                                                       1 LINES
              WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1
                                                  LINES
              ADD 2                            TO CONTLIN
           END-IF.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF.
           MOVE MATR-ALUNOS                    TO ALE-MATR
           MOVE NOME-ALUNOS                    TO ALE-NOME
           MOVE '  -  '                        TO ALE-NOTA1
                                                  ALE-NOTA2
                                                  ALE-NOTA3
           IF WS-NOTA-ENTREGUE(1) EQUAL 'S' THEN
              MOVE NOTA1-ALUNOS                TO WS-NOTA-ED
              MOVE WS-NOTA-ED                  TO ALE-NOTA1
           END-IF.
           IF WS-NOTA-ENTREGUE(2) EQUAL 'S' THEN
              MOVE NOTA2-ALUNOS                TO WS-NOTA-ED
              MOVE WS-NOTA-ED                  TO ALE-NOTA2
           END-IF.
           IF WS-NOTA-ENTREGUE(3) EQUAL 'S' THEN
              MOVE NOTA3-ALUNOS                TO WS-NOTA-ED
              MOVE WS-NOTA-ED                  TO ALE-NOTA3
           END-IF.
           MOVE WS-NOTA-NECESSARIA             TO ALE-NECESSARIA
           MOVE WS-PCT-FALTAS                  TO ALE-PCT-FALTAS
           MOVE WS-ALERTA-NOTA                 TO ALE-MOTIVO-NOTA
           MOVE WS-ALERTA-FALTA                TO ALE-MOTIVO-FALTA
           MOVE SPACES                         TO ALE-FONE
                                                  ALE-RESPONSAVEL
                                                  ALE-FONE-RESP
           IF WS-CADASTRO-OK EQUAL 'S' THEN
              MOVE MATR-ALUNOS                 TO ALM-MATRICULA
              READ ALUNMEST
                 INVALID KEY
                    MOVE 'SEM CADASTRO NO ALUNMEST' TO ALE-RESPONSAVEL
                 NOT INVALID KEY
                    MOVE ALM-FONE              TO ALE-FONE
                    MOVE ALM-RESPONSAVEL       TO ALE-RESPONSAVEL
                    MOVE ALM-FONE-RESP         TO ALE-FONE-RESP
              END-READ
           END-IF.
           WRITE REG-REL FROM LINHA-ALUNO-ALERTA BEFORE ADVANCING 1
                                                    LINES
           WRITE REG-REL FROM LINHA-MOTIVO-ALERTA BEFORE ADVANCING 1
                                                     LINES
           WRITE REG-REL FROM LINHA-CONTATO-ALERTA BEFORE ADVANCING 1
                                                      LINES
           ADD 3                               TO CONTLIN
           ADD 1                               TO WS-QTD-ALERTAS
                                                  WS-QTD-ALERTA-TURMA.
      *
       IMPRIME-TOTAL-TURMA.
           MOVE WS-QTD-ALERTA-TURMA            TO TOT-TUR-QTD
           WRITE REG-REL FROM LINHA-TOT-TURMA BEFORE ADVANCING 2
                                                 LINES
           ADD 2                               TO CONTLIN.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGALERTA'                     TO CR-PROGRAMA
           MOVE 'ALERTA DE ALUNOS EM RISCO NO PERIODO'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 3                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
      *   Nota de corte do PROG6601.PARM e limiares do ALERTA.PARM;
      *   cartao ausente fica com o padrao.
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARM EQUAL '00' THEN
              READ PARAMETROS
                 NOT AT END
                    MOVE PARM-CORTE            TO WS-NOTA-CORTE
              END-READ
              CLOSE PARAMETROS
           END-IF.
           OPEN INPUT ALERTAPRM
           IF WS-FS-ALP EQUAL '00' THEN
              READ ALERTAPRM
                 NOT AT END
                    IF ALP-NOTA-TETO NUMERIC
                             AND ALP-NOTA-TETO GREATER ZEROS THEN
                       MOVE ALP-NOTA-TETO      TO WS-NOTA-TETO
                    END-IF
                    IF ALP-PCT-ALERTA NUMERIC
                             AND ALP-PCT-ALERTA GREATER ZEROS THEN
                       MOVE ALP-PCT-ALERTA     TO WS-PCT-ALERTA
                    END-IF
              END-READ
              CLOSE ALERTAPRM
           END-IF.
      *
      *   Tabela de pesos por turma de PESOS.PARM; cartao invalido ou
      *   que nao soma 100 e ignorado, como no PROG6601.
       CARREGA-PESOS.
           MOVE ZEROS                          TO WS-QTD-PESOS
           OPEN INPUT PESOS
           IF WS-FS-PESOS EQUAL '00' THEN
              PERFORM UNTIL WS-FS-PESOS NOT EQUAL '00'
                 READ PESOS
                    AT END
                       MOVE '10'               TO WS-FS-PESOS
                    NOT AT END
                       IF PESO-1 NUMERIC AND PESO-2 NUMERIC
                                AND PESO-3 NUMERIC THEN
                          COMPUTE WS-SOMA-PESOS =
                                  PESO-1 + PESO-2 + PESO-3
                          IF WS-SOMA-PESOS EQUAL 100
                                   AND WS-QTD-PESOS LESS 50 THEN
                             ADD 1             TO WS-QTD-PESOS
                             MOVE PESO-TURMA   TO
                                  WS-PES-TURMA(WS-QTD-PESOS)
                             MOVE PESO-1 TO WS-PES-P1(WS-QTD-PESOS)
                             MOVE PESO-2 TO WS-PES-P2(WS-QTD-PESOS)
                             MOVE PESO-3 TO WS-PES-P3(WS-QTD-PESOS)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PESOS
           END-IF.
      *
      *   Pesos da turma do aluno corrente; sem cartao, cada nota
      *   pesa 1 (media simples).
       BUSCA-PESOS-TURMA.
           MOVE 1                              TO WS-P1 WS-P2 WS-P3
           MOVE 3                              TO WS-SOMA-PESOS
           PERFORM VARYING WS-IND-PES FROM 1 BY 1
                           UNTIL WS-IND-PES > WS-QTD-PESOS
              IF WS-PES-TURMA(WS-IND-PES) EQUAL TURMA-ALUNOS THEN
                 MOVE WS-PES-P1(WS-IND-PES)    TO WS-P1
                 MOVE WS-PES-P2(WS-IND-PES)    TO WS-P2
                 MOVE WS-PES-P3(WS-IND-PES)    TO WS-P3
                 MOVE 100                      TO WS-SOMA-PESOS
              END-IF
           END-PERFORM.
      *
      *   Avaliacoes da turma corrente registradas em NOTASLAN.DAT;
      *   havendo alguma, a turma esta no lancamento parcial.
       BUSCA-LANCAMENTOS-TURMA.
           MOVE TURMA-ALUNOS                   TO WS-TURMA-LANC
           MOVE 'N'                            TO WS-TURMA-PARCIAL
           MOVE 'NNN'                          TO WS-LANC-TURMA
           IF WS-LANCAMENTO-OK EQUAL 'S' THEN
              PERFORM VARYING WS-IND-AVAL FROM 1 BY 1
                              UNTIL WS-IND-AVAL > 3
                 MOVE TURMA-ALUNOS             TO LAN-TURMA
                 MOVE WS-IND-AVAL              TO LAN-AVALIACAO
                 READ NOTASLAN
                    NOT INVALID KEY
                       MOVE 'S'                TO WS-TURMA-PARCIAL
                       MOVE 'S'           TO WS-LANC-AVAL(WS-IND-AVAL)
                 END-READ
              END-PERFORM
           END-IF.
      *
      *   Carrega FALTAS.TXT nas tabelas de frequencia: sessoes
      *   distintas por turma e faltas sem justificativa por aluno.
       CARREGA-FALTAS.
           MOVE ZEROS                          TO WS-QTD-SESSAO
                                                  WS-QTD-ALUNO-FALTA
           OPEN INPUT FALTAS
           IF WS-FS-FAL EQUAL '00' THEN
              PERFORM UNTIL WS-FS-FAL NOT EQUAL '00'
                 READ FALTAS
                    AT END
                       MOVE '10'               TO WS-FS-FAL
                    NOT AT END
                       PERFORM ACUMULA-FALTA
                 END-READ
              END-PERFORM
              CLOSE FALTAS
           END-IF.
      *
       ACUMULA-FALTA.
           MOVE 'N'                            TO WS-SES-ACHADA
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                           UNTIL WS-IND-SES > WS-QTD-SESSAO
              IF WS-SES-TURMA(WS-IND-SES) EQUAL FAL-TURMA
                       AND WS-SES-DATA(WS-IND-SES) EQUAL FAL-DATA THEN
                 MOVE 'S'                      TO WS-SES-ACHADA
              END-IF
           END-PERFORM.
           IF WS-SES-ACHADA NOT EQUAL 'S'
                    AND WS-QTD-SESSAO LESS 200 THEN
              ADD 1                            TO WS-QTD-SESSAO
              MOVE FAL-TURMA              TO WS-SES-TURMA(WS-QTD-SESSAO)
              MOVE FAL-DATA               TO WS-SES-DATA(WS-QTD-SESSAO)
           END-IF.
           IF FAL-PRESENCA EQUAL 'F' AND FAL-JUSTIF EQUAL SPACES THEN
              MOVE 'N'                         TO WS-AFA-ACHADO
              PERFORM VARYING WS-IND-AFA FROM 1 BY 1
                              UNTIL WS-IND-AFA > WS-QTD-ALUNO-FALTA
                 IF WS-AFA-MATR(WS-IND-AFA) EQUAL FAL-MATR
                          AND WS-AFA-TURMA(WS-IND-AFA) EQUAL
                              FAL-TURMA THEN
                    ADD 1                      TO WS-AFA-QTD(WS-IND-AFA)
                    MOVE 'S'                   TO WS-AFA-ACHADO
                 END-IF
              END-PERFORM
              IF WS-AFA-ACHADO NOT EQUAL 'S'
                       AND WS-QTD-ALUNO-FALTA LESS 500 THEN
                 ADD 1                         TO WS-QTD-ALUNO-FALTA
                 MOVE FAL-MATR                 TO
                      WS-AFA-MATR(WS-QTD-ALUNO-FALTA)
                 MOVE FAL-TURMA                TO
                      WS-AFA-TURMA(WS-QTD-ALUNO-FALTA)
                 MOVE 1                        TO
                      WS-AFA-QTD(WS-QTD-ALUNO-FALTA)
              END-IF
           END-IF.
      *
      *   Percentual de faltas nao justificadas do aluno corrente nas
      *   sessoes ja dadas da turma dele.
       APURA-FREQUENCIA.
           MOVE ZEROS                          TO WS-SESSOES-TURMA
                                                  WS-FALTAS-ALUNO
                                                  WS-PCT-FALTAS
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                           UNTIL WS-IND-SES > WS-QTD-SESSAO
              IF WS-SES-TURMA(WS-IND-SES) EQUAL TURMA-ALUNOS THEN
                 ADD 1                         TO WS-SESSOES-TURMA
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-AFA FROM 1 BY 1
                           UNTIL WS-IND-AFA > WS-QTD-ALUNO-FALTA
              IF WS-AFA-MATR(WS-IND-AFA) EQUAL MATR-ALUNOS
                       AND WS-AFA-TURMA(WS-IND-AFA) EQUAL
                           TURMA-ALUNOS THEN
                 MOVE WS-AFA-QTD(WS-IND-AFA)   TO WS-FALTAS-ALUNO
              END-IF
           END-PERFORM.
           IF WS-SESSOES-TURMA GREATER ZEROS THEN
              COMPUTE WS-PCT-FALTAS ROUNDED =
                 (WS-FALTAS-ALUNO * 100) / WS-SESSOES-TURMA
           END-IF.
      *
       END PROGRAM PGALERTA.
