      *****************************************************************
      * Program name:    PGFOLCNF
      * Original author: Anderson Nascimento
      * Purpose: Conferencia da folha antes do credito. Modo C compara
      *          cada funcionario do FOLHA_MENSAL.TXT (PGFOLHA) com a
      *          competencia anterior no FOLHAHIS.DAT - bruto,
      *          descontos e liquido - e lista em FOLCNF.LST o que
      *          variou alem da tolerancia do FOLCNF.PARM (percentual e
      *          valor minimo), quem entrou e quem saiu da folha e o
      *          liquido zerado ou negativo. Para cada linha procura a
      *          explicacao: admissao, desligamento, alteracao salarial
      *          (SALHIST.DAT), afastamento (PGAFADIA) ou evento do
      *          EVENFOLH.TXT que mudou de um mes para o outro; o que
      *          sobra sai como SEM EXPLICACAO. Modo A e o visto do
      *          supervisor (outra pessoa que nao o operador da
      *          conferencia) em FOLCONF.DAT - sem ele o PGSALCRE nao
      *          gera a remessa do banco.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGFOLCNF.
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
           SELECT EXTRATO ASSIGN TO './FOLHA_MENSAL.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EXT.
           SELECT FOLHAHIS ASSIGN TO './FOLHAHIS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FHI-CHAVE
           FILE STATUS  IS WS-FS-FHI.
           SELECT FUNCMEST ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MES.
           SELECT SALHIST ASSIGN TO './SALHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAH-CHAVE
           FILE STATUS  IS WS-FS-SAH.
           SELECT EVENFOLH ASSIGN TO './EVENFOLH.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EVE.
           SELECT FOLCNFPARM ASSIGN TO './FOLCNF.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PRM.
           SELECT FOLCONF ASSIGN TO './FOLCONF.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS FCF-COMPETENCIA
           FILE STATUS  IS WS-FS-FCF.
           SELECT RELATORIO ASSIGN TO './FOLCNF.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   FOLHA_MENSAL.TXT - extrato da folha fechada (PGFOLHA).
         FD  EXTRATO.
         01  REG-EXTRATO.
             05  EXT-MATRICULA       PIC 9(05).
             05  EXT-NOME            PIC X(36).
             05  EXT-NIVEL           PIC 9(01).
             05  EXT-BRUTO           PIC 9(06)V99.
             05  EXT-INSS            PIC 9(06)V99.
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
      *   FOLHAHIS.DAT - historico de folhas fechadas (PGFOLHA).
         FD  FOLHAHIS.
         01  REG-FOLHAHIS.
             05  FHI-CHAVE.
                 10  FHI-MATRICULA   PIC 9(05).
                 10  FHI-COMPETENCIA PIC 9(06).
             05  FHI-NOME            PIC X(36).
             05  FHI-NIVEL           PIC 9(01).
             05  FHI-BRUTO           PIC 9(06)V99.
             05  FHI-INSS            PIC 9(06)V99.
             05  FHI-IRRF            PIC 9(06)V99.
             05  FHI-CONSIG          PIC 9(06)V99.
             05  FHI-LIQUIDO         PIC 9(06)V99.
             05  FHI-FGTS            PIC 9(06)V99.
             05  FHI-INSS-PATR       PIC 9(06)V99.
             05  FHI-ADIANT          PIC 9(06)V99.
             05  FHI-CCUSTO          PIC X(03).
             05  FHI-CCUSTO-2        PIC X(03).
             05  FHI-PCT-CCUSTO-2    PIC 9(03).
      *
      *   FUNCMEST.DAT - mestre unificado, para admissao e desligamento.
         FD  FUNCMEST.
         01  REG-FUNCMEST.
             05  FUN-MATRICULA       PIC 9(05).
             05  FUN-NOME            PIC X(36).
             05  FUN-SEXO            PIC X(01).
             05  FUN-CEP             PIC 9(05).
             05  FUN-UF              PIC X(02).
             05  FUN-ESTRANGEIRO     PIC X(01).
             05  FUN-EST-CIVIL       PIC 9(01).
             05  FUN-FONE            PIC X(13).
             05  FUN-RUA             PIC X(20).
             05  FUN-NUM             PIC 9(05).
             05  FUN-PTO-REF         PIC X(20).
             05  FUN-NIVEL           PIC 9(01).
             05  FUN-SAL             PIC 9(04)V99.
             05  FUN-CPF             PIC 9(11).
             05  FUN-ADMISSAO        PIC 9(08).
      *   Desligamento (PGRESCIS): 'D' com a data encerra o vinculo.
             05  FUN-SITUACAO        PIC X(01).
                 88  FUN-DESLIGADO   VALUE 'D'.
             05  FUN-DATA-DESLIG     PIC 9(08).
             05  FUN-CCUSTO          PIC X(03).
             05  FUN-CCUSTO-2        PIC X(03).
             05  FUN-PCT-CCUSTO-2    PIC 9(03).
      *
      *   SALHIST.DAT - alteracoes salariais (PGSALALT).
         FD  SALHIST.
         01  REG-SALHIST.
             05  SAH-CHAVE.
                 10  SAH-MATRICULA   PIC 9(05).
                 10  SAH-VIGENCIA    PIC 9(08).
             05  SAH-MOTIVO          PIC X(02).
             05  SAH-NIVEL-ANT       PIC 9(01).
             05  SAH-SAL-ANT         PIC 9(04)V99.
             05  SAH-NIVEL-NOVO      PIC 9(01).
             05  SAH-SAL-NOVO        PIC 9(04)V99.
             05  SAH-APROVADOR       PIC X(20).
             05  SAH-DATA-REGISTRO   PIC 9(08).
             05  SAH-COMPET-RETRO    PIC 9(06).
             05  SAH-VLR-RETRO       PIC 9(06)V99.
      *
      *   EVENFOLH.TXT - eventos de folha por competencia.
         FD  EVENFOLH.
         01  REG-EVENFOLH.
             05  EVE-MATRICULA       PIC 9(05).
             05  EVE-COMPETENCIA     PIC 9(06).
             05  EVE-TIPO            PIC X(10).
             05  EVE-VALOR           PIC 9(06)V99.
             05  EVE-REFERENCIA      PIC X(12).
      *
      *   FOLCNF.PARM - tolerancia da conferencia: percentual sobre o
      *   valor do mes anterior e valor minimo da diferenca.
         FD  FOLCNFPARM.
         01  REG-FOLCNFPARM.
             05  PRM-PCT-TOLERANCIA  PIC 9(02)V99.
             05  PRM-VLR-MINIMO      PIC 9(04)V99.
      *
      *   FOLCONF.DAT - uma linha por competencia conferida; a
      *   quantidade de funcionarios e o liquido total amarram o visto
      *   ao extrato que foi conferido.
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
      *   FOLCNF.LST - relatorio da conferencia.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-EXT               PIC 99.
         77  WS-FS-EXT-ABERTURA      PIC 99    VALUE ZEROS.
         77  WS-FS-FHI               PIC X(02) VALUE '00'.
         77  WS-FS-MES               PIC X(02) VALUE '00'.
         77  WS-FS-SAH               PIC X(02) VALUE '00'.
         77  WS-FS-EVE               PIC 99.
         77  WS-FS-EVE-ABERTURA      PIC 99    VALUE ZEROS.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-FCF               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-MES-ABERTO           PIC X     VALUE 'N'.
         77  WS-SAH-ABERTO           PIC X     VALUE 'N'.
         77  WS-EXISTE               PIC X(01) VALUE 'N'.
         77  WS-ACHOU                PIC X(01) VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  WS-MODO                 PIC X(01) VALUE SPACES.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-SUPERVISOR           PIC X(08) VALUE SPACES.
         77  WS-CONFIRMA             PIC X(01) VALUE SPACES.
         77  WS-OBSERVACAO-INF       PIC X(40) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-COMPETENCIA-HOJE     PIC 9(06) VALUE ZEROS.
         77  WS-COMPETENCIA-INF      PIC X(06) VALUE SPACES.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-MES                  PIC 9(02) VALUE ZEROS.
         77  WS-COMPET-ANT           PIC 9(06) VALUE ZEROS.
         77  WS-PRIMEIRO-DIA-ANT     PIC 9(08) VALUE ZEROS.
         77  WS-ULTIMO-DIA           PIC 9(08) VALUE ZEROS.
         77  WS-INT-DATA             PIC 9(07) VALUE ZEROS.
      *
      *   Tolerancia padrao, quando nao houver o FOLCNF.PARM.
         77  WS-PCT-TOLERANCIA       PIC 9(02)V99 VALUE 10,00.
         77  WS-VLR-MINIMO           PIC 9(04)V99 VALUE 50,00.
      *
      *   A folha da competencia (extrato) com os valores do mes
      *   anterior ao lado.
         77  WS-QTD-TFO              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-FOLHA OCCURS 500 TIMES.
             05  WS-TFO-MATRICULA    PIC 9(05).
             05  WS-TFO-NOME         PIC X(36).
             05  WS-TFO-BRUTO        PIC 9(07)V99.
             05  WS-TFO-DESCONTOS    PIC 9(07)V99.
             05  WS-TFO-LIQUIDO      PIC 9(07)V99.
             05  WS-TFO-LIQ-CALC     PIC S9(07)V99.
             05  WS-TFO-TEM-ANT      PIC X(01).
             05  WS-TFO-ANT-BRUTO    PIC 9(07)V99.
             05  WS-TFO-ANT-DESCONTOS PIC 9(07)V99.
             05  WS-TFO-ANT-LIQUIDO  PIC 9(07)V99.
         77  WS-IND-TFO              PIC 9(03).
         77  WS-TFO-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *   Quem estava na folha anterior e nao esta nesta.
         77  WS-QTD-SAI              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-SAIDA OCCURS 200 TIMES.
             05  WS-SAI-MATRICULA    PIC 9(05).
             05  WS-SAI-NOME         PIC X(36).
             05  WS-SAI-LIQUIDO      PIC 9(07)V99.
         77  WS-IND-SAI              PIC 9(03).
      *
      *   Eventos por funcionario e tipo, somados em cada competencia;
      *   so explica a variacao o tipo que mudou de valor.
         77  WS-QTD-TEV              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-EVENTO OCCURS 1000 TIMES.
             05  WS-TEV-MATRICULA    PIC 9(05).
             05  WS-TEV-TIPO         PIC X(10).
             05  WS-TEV-ANT          PIC 9(07)V99.
             05  WS-TEV-ATUAL        PIC 9(07)V99.
         77  WS-IND-TEV              PIC 9(04).
         77  WS-TEV-ACHADO           PIC 9(04) VALUE ZEROS.
      *
      *   Funcionario e item em conferencia.
         77  WS-MATR-CNF             PIC 9(05) VALUE ZEROS.
         77  WS-NOME-CNF             PIC X(36) VALUE SPACES.
         77  WS-ITEM                 PIC X(08) VALUE SPACES.
         77  WS-ITEM-ANT             PIC S9(07)V99 VALUE ZEROS.
         77  WS-ITEM-ATUAL           PIC S9(07)V99 VALUE ZEROS.
         77  WS-DIFERENCA            PIC S9(07)V99 VALUE ZEROS.
         77  WS-PCT-VARIACAO         PIC S9(03)V9 VALUE ZEROS.
         77  WS-EXPLIC-FEITA         PIC X(01) VALUE 'N'.
         77  WS-EXPLICACAO           PIC X(15) VALUE SPACES.
      *
      *   Totais da conferencia.
         77  WS-QTD-FUNC             PIC 9(05) VALUE ZEROS.
         77  WS-TOT-LIQUIDO          PIC 9(09)V99 VALUE ZEROS.
         77  WS-QTD-FORA-COMP        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-VARIACOES        PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ENTRADAS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-SAIDAS           PIC 9(05) VALUE ZEROS.
         77  WS-QTD-SEM-EXPLIC       PIC 9(05) VALUE ZEROS.
         77  WS-QTD-LIQ-ZERO         PIC 9(05) VALUE ZEROS.
         77  WS-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99.
         COPY CABREL.
         COPY AFASTA.
         COPY AMBCFG.
         77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                                 './FUNCMEST.DAT'.
      *
        01  LINHA-COMPETENCIA.
            03  FILLER               PIC X(12) VALUE 'COMPETENCIA '.
            03  LCO-COMPETENCIA      PIC 9(06).
            03  FILLER               PIC X(12) VALUE ' X ANTERIOR '.
            03  LCO-COMPET-ANT       PIC 9(06).
            03  FILLER               PIC X(13) VALUE '  TOLERANCIA '.
            03  LCO-PCT-TOLERANCIA   PIC Z9,99.
            03  FILLER               PIC X(12) VALUE '% ACIMA DE '.
            03  LCO-VLR-MINIMO       PIC ZZZ9,99.
            03  FILLER               PIC X(07) VALUE SPACES.
        01  LINHA-CAB-CONF.
            03  FILLER               PIC X(40) VALUE
                'MATR. NOME                 ITEM       AN'.
            03  FILLER               PIC X(40) VALUE
                'TERIOR      ATUAL   VAR% EXPLICACAO     '.
        01  LINHA-CONF.
            03  LCF-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCF-NOME             PIC X(20).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCF-ITEM             PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCF-ANTERIOR         PIC -ZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCF-ATUAL            PIC -ZZZZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCF-PCT-VARIACAO     PIC -ZZ9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCF-EXPLICACAO       PIC X(15).
        01  LINHA-RESUMO.
            03  LRS-ROTULO           PIC X(40).
            03  LRS-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(26) VALUE SPACES.
        01  LINHA-RESUMO-QTD.
            03  LRQ-ROTULO           PIC X(40).
            03  FILLER               PIC X(09) VALUE SPACES.
            03  LRQ-QTD              PIC ZZZZ9.
            03  FILLER               PIC X(26) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           COMPUTE WS-COMPETENCIA-HOJE = WS-DATA-HOJE / 100
      *   O caminho do mestre de funcionarios vem do resolvedor de
      *   ambientes, como nos demais mestres.
           MOVE 'FUNCMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           DISPLAY '------ CONFERENCIA DA FOLHA ------'
           DISPLAY 'Modo (C-Confere/A-Aprova): '
           ACCEPT WS-MODO
           EVALUATE WS-MODO
              WHEN 'C'
              WHEN 'c'
                 PERFORM CONFERE-FOLHA THRU CONFERE-FOLHA-FIM
              WHEN 'A'
              WHEN 'a'
                 PERFORM APROVA-CONFERENCIA
                    THRU APROVA-CONFERENCIA-FIM
              WHEN OTHER
                 DISPLAY '>> MODO INVALIDO.'
           END-EVALUATE.
           GOBACK.
      *
      *   Competencia (aaaamm) da folha; futura nao se confere.
       PEDE-COMPETENCIA.
           DISPLAY 'Competencia da folha (AAAAMM): '
           ACCEPT WS-COMPETENCIA-INF
           MOVE ZEROS                          TO WS-COMPETENCIA
           IF WS-COMPETENCIA-INF NUMERIC THEN
              MOVE WS-COMPETENCIA-INF          TO WS-COMPETENCIA
              MOVE WS-COMPETENCIA-INF(5:2)     TO WS-MES
              IF WS-MES LESS 1 OR WS-MES GREATER 12
                       OR WS-COMPETENCIA GREATER WS-COMPETENCIA-HOJE
                 MOVE ZEROS                    TO WS-COMPETENCIA
              END-IF
           END-IF.
      *
      *   Competencia anterior, primeiro dia dela e ultimo dia da
      *   competencia conferida: o periodo em que se procura a
      *   explicacao das variacoes.
       LIMITES-COMPETENCIA.
           IF WS-COMPETENCIA(5:2) EQUAL '01' THEN
              COMPUTE WS-COMPET-ANT = WS-COMPETENCIA - 89
           ELSE
              COMPUTE WS-COMPET-ANT = WS-COMPETENCIA - 1
           END-IF
           COMPUTE WS-PRIMEIRO-DIA-ANT = WS-COMPET-ANT * 100 + 1
           IF WS-COMPETENCIA(5:2) EQUAL '12' THEN
              COMPUTE WS-ULTIMO-DIA =
                 (WS-COMPETENCIA + 89) * 100 + 1
           ELSE
              COMPUTE WS-ULTIMO-DIA =
                 (WS-COMPETENCIA + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-DATA =
              FUNCTION INTEGER-OF-DATE(WS-ULTIMO-DIA) - 1
           COMPUTE WS-ULTIMO-DIA =
              FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
      *
      *   Cartao da tolerancia; sem o cartao (ou zerado), o padrao.
       CARREGA-TOLERANCIA.
           OPEN INPUT FOLCNFPARM
           IF WS-FS-PRM EQUAL ZEROS THEN
              READ FOLCNFPARM
                 NOT AT END
                    IF PRM-PCT-TOLERANCIA NUMERIC
                             AND PRM-PCT-TOLERANCIA GREATER ZEROS THEN
                       MOVE PRM-PCT-TOLERANCIA TO WS-PCT-TOLERANCIA
                    END-IF
                    IF PRM-VLR-MINIMO NUMERIC
                             AND PRM-VLR-MINIMO GREATER ZEROS THEN
                       MOVE PRM-VLR-MINIMO     TO WS-VLR-MINIMO
                    END-IF
              END-READ
              CLOSE FOLCNFPARM
           END-IF.
      *
      *   Le a competencia no FOLCONF.DAT, criando o arquivo na
      *   primeira vez.
       ABRE-FOLCONF.
           OPEN I-O FOLCONF
           IF WS-FS-FCF EQUAL '35' THEN
              OPEN OUTPUT FOLCONF
              CLOSE FOLCONF
              OPEN I-O FOLCONF
           END-IF.
           MOVE WS-COMPETENCIA                 TO FCF-COMPETENCIA
           MOVE 'S'                            TO WS-EXISTE
           READ FOLCONF
              INVALID KEY
                 MOVE 'N'                      TO WS-EXISTE
           END-READ.
      *
      *   Quantidade e liquido total do extrato como esta agora - a
      *   impressao digital gravada na conferencia.
       SOMA-EXTRATO.
           MOVE ZEROS                          TO WS-QTD-FUNC
                                                  WS-TOT-LIQUIDO
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT EXTRATO
           MOVE WS-FS-EXT                      TO WS-FS-EXT-ABERTURA
           IF WS-FS-EXT-ABERTURA NOT EQUAL ZEROS THEN
              MOVE 'S'                         TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ EXTRATO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-FUNC
                    ADD EXT-LIQUIDO            TO WS-TOT-LIQUIDO
              END-READ
           END-PERFORM.
           IF WS-FS-EXT-ABERTURA EQUAL ZEROS THEN
              CLOSE EXTRATO
           END-IF.
      *
      *   Modo C: confere o extrato da competencia com a folha
      *   anterior e deixa a conferencia pendente de visto.
       CONFERE-FOLHA.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           PERFORM PEDE-COMPETENCIA
           IF WS-COMPETENCIA EQUAL ZEROS THEN
              DISPLAY '>> COMPETENCIA INVALIDA OU FUTURA.'
              GO TO CONFERE-FOLHA-FIM
           END-IF.
           PERFORM LIMITES-COMPETENCIA
           PERFORM CARREGA-TOLERANCIA

           OPEN INPUT FOLHAHIS
           IF WS-FS-FHI NOT EQUAL '00' THEN
              DISPLAY 'FOLHAHIS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-FHI
              GO TO CONFERE-FOLHA-FIM
           END-IF.
           PERFORM CARREGA-EXTRATO
           IF WS-FS-EXT-ABERTURA NOT EQUAL ZEROS THEN
              DISPLAY 'FOLHA_MENSAL.TXT INDISPONIVEL - FILE STATUS:'
                      ' ' WS-FS-EXT-ABERTURA ' (FECHE A FOLHA ANTES).'
              CLOSE FOLHAHIS
              GO TO CONFERE-FOLHA-FIM
           END-IF.
      *   O extrato tem que ser a folha fechada da competencia
      *   informada, senao a comparacao nao vale nada.
           IF WS-QTD-FORA-COMP GREATER ZEROS THEN
              DISPLAY '>> FOLHA_MENSAL.TXT NAO E A FOLHA DE '
                      WS-COMPETENCIA ' NO FOLHAHIS.DAT ('
                      WS-QTD-FORA-COMP ' FUNCIONARIO(S)) -'
                      ' CONFERENCIA RECUSADA.'
              CLOSE FOLHAHIS
              GO TO CONFERE-FOLHA-FIM
           END-IF.
           PERFORM CARREGA-ANTERIOR
           CLOSE FOLHAHIS.
           PERFORM CARREGA-EVENTOS

           MOVE 'N'                            TO WS-MES-ABERTO
                                                  WS-SAH-ABERTO
           OPEN INPUT FUNCMEST
           IF WS-FS-MES EQUAL '00' THEN
              MOVE 'S'                         TO WS-MES-ABERTO
           ELSE
              DISPLAY 'FUNCMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MES ' (SEM ADMISSOES/DESLIGAMENTOS).'
           END-IF.
           OPEN INPUT SALHIST
           IF WS-FS-SAH EQUAL '00' THEN
              MOVE 'S'                         TO WS-SAH-ABERTO
           ELSE
              DISPLAY 'SALHIST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-SAH ' (SEM ALTERACOES SALARIAIS).'
           END-IF.
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM VARYING WS-IND-TFO FROM 1 BY 1
                           UNTIL WS-IND-TFO > WS-QTD-TFO
              PERFORM CONFERE-FUNCIONARIO
           END-PERFORM
           IF WS-QTD-SAI GREATER ZEROS THEN
              WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
              MOVE 'SAIRAM DA FOLHA (ESTAVAM NA COMPETENCIA ANTERIOR)'
                                               TO REG-REL
              WRITE REG-REL BEFORE ADVANCING 1 LINES
              PERFORM VARYING WS-IND-SAI FROM 1 BY 1
                              UNTIL WS-IND-SAI > WS-QTD-SAI
                 PERFORM CONFERE-SAIDA
              END-PERFORM
           END-IF.
           IF WS-MES-ABERTO EQUAL 'S' THEN
              CLOSE FUNCMEST
           END-IF.
           IF WS-SAH-ABERTO EQUAL 'S' THEN
              CLOSE SALHIST
           END-IF.
           PERFORM IMPRIME-RESUMO
           CLOSE RELATORIO.

      *   Conferencia nova (ou refeita) volta a pender de visto.
           PERFORM ABRE-FOLCONF
           MOVE 'P'                            TO FCF-SITUACAO
           MOVE WS-QTD-FUNC                    TO FCF-QTD-FUNC
           MOVE WS-TOT-LIQUIDO                 TO FCF-TOT-LIQUIDO
           MOVE WS-QTD-VARIACOES               TO FCF-QTD-VARIACOES
           MOVE WS-QTD-SEM-EXPLIC              TO FCF-QTD-SEM-EXPLIC
           MOVE WS-QTD-LIQ-ZERO                TO FCF-QTD-LIQ-ZERO
           MOVE WS-DATA-HOJE                   TO FCF-DATA-CONFERENCIA
           MOVE WS-OPERADOR                    TO FCF-OPERADOR
           MOVE ZEROS                          TO FCF-DATA-APROVACAO
           MOVE SPACES                         TO FCF-SUPERVISOR
                                                  FCF-OBSERVACAO
           IF WS-EXISTE EQUAL 'S' THEN
              REWRITE REG-FOLCONF
           ELSE
              WRITE REG-FOLCONF
           END-IF.
           CLOSE FOLCONF.
           DISPLAY 'FOLCNF.LST - ' WS-QTD-FUNC ' FUNCIONARIO(S), '
                   WS-QTD-VARIACOES ' VARIACAO(OES), '
                   WS-QTD-SEM-EXPLIC ' SEM EXPLICACAO, '
                   WS-QTD-LIQ-ZERO ' LIQUIDO(S) ZERO/NEGATIVO.'
           DISPLAY 'CONFERENCIA DE ' WS-COMPETENCIA
                   ' PENDENTE DO VISTO DO SUPERVISOR (MODO A).'.
       CONFERE-FOLHA-FIM.
           EXIT.
      *
      *   Extrato para a tabela; cada funcionario tem que estar no
      *   FOLHAHIS.DAT da competencia com o mesmo liquido.
       CARREGA-EXTRATO.
           MOVE ZEROS                          TO WS-QTD-TFO
                                                  WS-QTD-FUNC
                                                  WS-TOT-LIQUIDO
                                                  WS-QTD-FORA-COMP
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT EXTRATO
           MOVE WS-FS-EXT                      TO WS-FS-EXT-ABERTURA
           IF WS-FS-EXT-ABERTURA NOT EQUAL ZEROS THEN
              MOVE 'S'                         TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ EXTRATO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM GUARDA-EXTRATO
              END-READ
           END-PERFORM.
           IF WS-FS-EXT-ABERTURA EQUAL ZEROS THEN
              CLOSE EXTRATO
           END-IF.
      *
       GUARDA-EXTRATO.
           ADD 1                               TO WS-QTD-FUNC
           ADD EXT-LIQUIDO                     TO WS-TOT-LIQUIDO
           MOVE EXT-MATRICULA                  TO FHI-MATRICULA
           MOVE WS-COMPETENCIA                 TO FHI-COMPETENCIA
           READ FOLHAHIS
              INVALID KEY
                 ADD 1                         TO WS-QTD-FORA-COMP
              NOT INVALID KEY
                 IF FHI-LIQUIDO NOT EQUAL EXT-LIQUIDO THEN
                    ADD 1                      TO WS-QTD-FORA-COMP
                 END-IF
           END-READ
           IF WS-QTD-TFO NOT LESS 500 THEN
              DISPLAY '>> TABELA DA FOLHA CHEIA - MATRICULA '
                      EXT-MATRICULA ' NAO CONFERIDA.'
           ELSE
              ADD 1                            TO WS-QTD-TFO
              MOVE EXT-MATRICULA     TO WS-TFO-MATRICULA(WS-QTD-TFO)
              MOVE EXT-NOME          TO WS-TFO-NOME(WS-QTD-TFO)
              MOVE EXT-BRUTO         TO WS-TFO-BRUTO(WS-QTD-TFO)
              COMPUTE WS-TFO-DESCONTOS(WS-QTD-TFO) =
                 EXT-INSS + EXT-IRRF + EXT-CONSIG + EXT-ADIANT
              MOVE EXT-LIQUIDO       TO WS-TFO-LIQUIDO(WS-QTD-TFO)
              COMPUTE WS-TFO-LIQ-CALC(WS-QTD-TFO) =
                 EXT-BRUTO - EXT-INSS - EXT-IRRF - EXT-CONSIG
                 - EXT-ADIANT
              MOVE 'N'               TO WS-TFO-TEM-ANT(WS-QTD-TFO)
              MOVE ZEROS             TO WS-TFO-ANT-BRUTO(WS-QTD-TFO)
                                        WS-TFO-ANT-DESCONTOS(WS-QTD-TFO)
                                        WS-TFO-ANT-LIQUIDO(WS-QTD-TFO)
           END-IF.
      *
      *   Folha da competencia anterior ao lado de cada funcionario;
      *   quem nao esta no extrato saiu da folha.
       CARREGA-ANTERIOR.
           MOVE ZEROS                          TO WS-QTD-SAI
           MOVE LOW-VALUES                     TO FHI-CHAVE
           START FOLHAHIS KEY NOT LESS FHI-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
              NOT INVALID KEY
                 MOVE 'N'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ FOLHAHIS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF FHI-COMPETENCIA EQUAL WS-COMPET-ANT THEN
                       PERFORM GUARDA-ANTERIOR
                    END-IF
              END-READ
           END-PERFORM.
      *
       GUARDA-ANTERIOR.
           MOVE ZEROS                          TO WS-TFO-ACHADO
           PERFORM VARYING WS-IND-TFO FROM 1 BY 1
                           UNTIL WS-IND-TFO > WS-QTD-TFO
                              OR WS-TFO-ACHADO GREATER ZEROS
              IF WS-TFO-MATRICULA(WS-IND-TFO) EQUAL FHI-MATRICULA
                 MOVE WS-IND-TFO               TO WS-TFO-ACHADO
              END-IF
           END-PERFORM
           IF WS-TFO-ACHADO GREATER ZEROS THEN
              MOVE 'S'           TO WS-TFO-TEM-ANT(WS-TFO-ACHADO)
              MOVE FHI-BRUTO     TO WS-TFO-ANT-BRUTO(WS-TFO-ACHADO)
              COMPUTE WS-TFO-ANT-DESCONTOS(WS-TFO-ACHADO) =
                 FHI-INSS + FHI-IRRF + FHI-CONSIG + FHI-ADIANT
              MOVE FHI-LIQUIDO   TO WS-TFO-ANT-LIQUIDO(WS-TFO-ACHADO)
           ELSE
              IF WS-QTD-SAI NOT LESS 200 THEN
                 DISPLAY '>> TABELA DE SAIDAS CHEIA - MATRICULA '
                         FHI-MATRICULA ' NAO LISTADA.'
              ELSE
                 ADD 1                         TO WS-QTD-SAI
                 MOVE FHI-MATRICULA  TO WS-SAI-MATRICULA(WS-QTD-SAI)
                 MOVE FHI-NOME       TO WS-SAI-NOME(WS-QTD-SAI)
                 MOVE FHI-LIQUIDO    TO WS-SAI-LIQUIDO(WS-QTD-SAI)
              END-IF
           END-IF.
      *
      *   Eventos das duas competencias, somados por funcionario e
      *   tipo; sem o arquivo, nenhum evento explica nada.
       CARREGA-EVENTOS.
           MOVE ZEROS                          TO WS-QTD-TEV
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT EVENFOLH
           MOVE WS-FS-EVE                      TO WS-FS-EVE-ABERTURA
           IF WS-FS-EVE-ABERTURA NOT EQUAL ZEROS THEN
              MOVE 'S'                         TO WS-EOF
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ EVENFOLH
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF EVE-COMPETENCIA EQUAL WS-COMPETENCIA
                             OR EVE-COMPETENCIA EQUAL WS-COMPET-ANT
                       PERFORM GUARDA-EVENTO
                    END-IF
              END-READ
           END-PERFORM.
           IF WS-FS-EVE-ABERTURA EQUAL ZEROS THEN
              CLOSE EVENFOLH
           END-IF.
      *
       GUARDA-EVENTO.
           MOVE ZEROS                          TO WS-TEV-ACHADO
           PERFORM VARYING WS-IND-TEV FROM 1 BY 1
                           UNTIL WS-IND-TEV > WS-QTD-TEV
                              OR WS-TEV-ACHADO GREATER ZEROS
              IF WS-TEV-MATRICULA(WS-IND-TEV) EQUAL EVE-MATRICULA
                       AND WS-TEV-TIPO(WS-IND-TEV) EQUAL EVE-TIPO
                 MOVE WS-IND-TEV               TO WS-TEV-ACHADO
              END-IF
           END-PERFORM
           IF WS-TEV-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-TEV NOT LESS 1000 THEN
                 DISPLAY '>> TABELA DE EVENTOS CHEIA - EVENTO '
                         EVE-TIPO ' DA MATRICULA ' EVE-MATRICULA
                         ' IGNORADO.'
              ELSE
                 ADD 1                         TO WS-QTD-TEV
                 MOVE WS-QTD-TEV               TO WS-TEV-ACHADO
                 MOVE EVE-MATRICULA  TO WS-TEV-MATRICULA(WS-QTD-TEV)
                 MOVE EVE-TIPO       TO WS-TEV-TIPO(WS-QTD-TEV)
                 MOVE ZEROS          TO WS-TEV-ANT(WS-QTD-TEV)
                                        WS-TEV-ATUAL(WS-QTD-TEV)
              END-IF
           END-IF
           IF WS-TEV-ACHADO GREATER ZEROS THEN
              IF EVE-COMPETENCIA EQUAL WS-COMPETENCIA THEN
                 ADD EVE-VALOR       TO WS-TEV-ATUAL(WS-TEV-ACHADO)
              ELSE
                 ADD EVE-VALOR       TO WS-TEV-ANT(WS-TEV-ACHADO)
              END-IF
           END-IF.
      *
      *   Um funcionario do extrato: entrou na folha, ou bruto,
      *   descontos e liquido contra o mes anterior; e o liquido,
      *   que nao pode ficar zerado nem negativo.
       CONFERE-FUNCIONARIO.
           MOVE WS-TFO-MATRICULA(WS-IND-TFO)   TO WS-MATR-CNF
           MOVE WS-TFO-NOME(WS-IND-TFO)        TO WS-NOME-CNF
           MOVE 'N'                            TO WS-EXPLIC-FEITA
           IF WS-TFO-TEM-ANT(WS-IND-TFO) NOT EQUAL 'S' THEN
              ADD 1                            TO WS-QTD-ENTRADAS
              MOVE 'ENTROU'                    TO WS-ITEM
              MOVE ZEROS                       TO WS-ITEM-ANT
              MOVE WS-TFO-LIQUIDO(WS-IND-TFO)  TO WS-ITEM-ATUAL
              MOVE ZEROS                       TO WS-PCT-VARIACAO
              PERFORM EXPLICA-VARIACAO THRU EXPLICA-VARIACAO-FIM
              PERFORM IMPRIME-LINHA
           ELSE
              MOVE 'BRUTO'                     TO WS-ITEM
              MOVE WS-TFO-ANT-BRUTO(WS-IND-TFO)     TO WS-ITEM-ANT
              MOVE WS-TFO-BRUTO(WS-IND-TFO)         TO WS-ITEM-ATUAL
              PERFORM CONFERE-ITEM
              MOVE 'DESCONTO'                  TO WS-ITEM
              MOVE WS-TFO-ANT-DESCONTOS(WS-IND-TFO) TO WS-ITEM-ANT
              MOVE WS-TFO-DESCONTOS(WS-IND-TFO)     TO WS-ITEM-ATUAL
              PERFORM CONFERE-ITEM
              MOVE 'LIQUIDO'                   TO WS-ITEM
              MOVE WS-TFO-ANT-LIQUIDO(WS-IND-TFO)   TO WS-ITEM-ANT
              MOVE WS-TFO-LIQUIDO(WS-IND-TFO)       TO WS-ITEM-ATUAL
              PERFORM CONFERE-ITEM
           END-IF.
      *   O liquido do extrato e sem sinal: a conta refeita mostra o
      *   desconto maior que o bruto.
           IF WS-TFO-LIQ-CALC(WS-IND-TFO) NOT GREATER ZEROS
                    OR WS-TFO-LIQUIDO(WS-IND-TFO) EQUAL ZEROS THEN
              ADD 1                            TO WS-QTD-LIQ-ZERO
              IF WS-TFO-LIQ-CALC(WS-IND-TFO) LESS ZEROS THEN
                 MOVE 'LIQ.NEG.'               TO WS-ITEM
              ELSE
                 MOVE 'LIQ.ZERO'               TO WS-ITEM
              END-IF
              MOVE WS-TFO-ANT-LIQUIDO(WS-IND-TFO)   TO WS-ITEM-ANT
              MOVE WS-TFO-LIQ-CALC(WS-IND-TFO)      TO WS-ITEM-ATUAL
              MOVE ZEROS                       TO WS-PCT-VARIACAO
              PERFORM EXPLICA-VARIACAO THRU EXPLICA-VARIACAO-FIM
              PERFORM IMPRIME-LINHA
           END-IF.
      *
      *   Variacao do item fora da tolerancia: a diferenca passa do
      *   valor minimo e do percentual sobre o mes anterior (com o
      *   mes anterior zerado, basta passar do minimo).
       CONFERE-ITEM.
           COMPUTE WS-DIFERENCA = WS-ITEM-ATUAL - WS-ITEM-ANT
           IF WS-DIFERENCA LESS ZEROS THEN
              COMPUTE WS-DIFERENCA = WS-DIFERENCA * -1
           END-IF
           IF WS-DIFERENCA GREATER WS-VLR-MINIMO
                    AND (WS-ITEM-ANT EQUAL ZEROS
                         OR WS-DIFERENCA * 100 GREATER
                            WS-ITEM-ANT * WS-PCT-TOLERANCIA) THEN
              ADD 1                            TO WS-QTD-VARIACOES
              IF WS-ITEM-ANT EQUAL ZEROS THEN
                 MOVE 999,9                    TO WS-PCT-VARIACAO
              ELSE
                 COMPUTE WS-PCT-VARIACAO ROUNDED =
                    (WS-ITEM-ATUAL - WS-ITEM-ANT) * 100 / WS-ITEM-ANT
                    ON SIZE ERROR
                       MOVE 999,9              TO WS-PCT-VARIACAO
                 END-COMPUTE
              END-IF
              PERFORM EXPLICA-VARIACAO THRU EXPLICA-VARIACAO-FIM
              PERFORM IMPRIME-LINHA
           END-IF.
      *
      *   Quem saiu da folha: o desligamento explica.
       CONFERE-SAIDA.
           ADD 1                               TO WS-QTD-SAIDAS
           MOVE WS-SAI-MATRICULA(WS-IND-SAI)   TO WS-MATR-CNF
           MOVE WS-SAI-NOME(WS-IND-SAI)        TO WS-NOME-CNF
           MOVE 'N'                            TO WS-EXPLIC-FEITA
           MOVE 'SAIU'                         TO WS-ITEM
           MOVE WS-SAI-LIQUIDO(WS-IND-SAI)     TO WS-ITEM-ANT
           MOVE ZEROS                          TO WS-ITEM-ATUAL
           MOVE -100                           TO WS-PCT-VARIACAO
           PERFORM EXPLICA-VARIACAO THRU EXPLICA-VARIACAO-FIM
           PERFORM IMPRIME-LINHA.
      *
      *   A primeira explicacao que servir, procurada uma vez por
      *   funcionario, entre o primeiro dia do mes anterior e o
      *   ultimo da competencia.
       EXPLICA-VARIACAO.
           IF WS-EXPLIC-FEITA EQUAL 'S' THEN
              GO TO EXPLICA-VARIACAO-FIM
           END-IF.
           MOVE 'S'                            TO WS-EXPLIC-FEITA
           MOVE 'SEM EXPLICACAO'               TO WS-EXPLICACAO

           IF WS-MES-ABERTO EQUAL 'S' THEN
              MOVE WS-MATR-CNF                 TO FUN-MATRICULA
              MOVE 'N'                         TO WS-ACHOU
              READ FUNCMEST
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-ACHOU
              END-READ
              IF WS-ACHOU EQUAL 'S' THEN
                 IF FUN-ADMISSAO NOT LESS WS-PRIMEIRO-DIA-ANT THEN
                    MOVE 'ADMISSAO'            TO WS-EXPLICACAO
                    GO TO EXPLICA-VARIACAO-FIM
                 END-IF
                 IF FUN-DESLIGADO
                          AND FUN-DATA-DESLIG
                              NOT LESS WS-PRIMEIRO-DIA-ANT THEN
                    MOVE 'DESLIGAMENTO'        TO WS-EXPLICACAO
                    GO TO EXPLICA-VARIACAO-FIM
                 END-IF
              END-IF
           END-IF.

           IF WS-SAH-ABERTO EQUAL 'S' THEN
              MOVE WS-MATR-CNF                 TO SAH-MATRICULA
              MOVE WS-PRIMEIRO-DIA-ANT         TO SAH-VIGENCIA
              MOVE 'N'                         TO WS-ACHOU
              START SALHIST KEY NOT LESS SAH-CHAVE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-ACHOU
              END-START
              IF WS-ACHOU EQUAL 'S' THEN
                 MOVE 'N'                      TO WS-ACHOU
                 READ SALHIST NEXT RECORD
                    NOT AT END
                       IF SAH-MATRICULA EQUAL WS-MATR-CNF
                          AND SAH-VIGENCIA NOT GREATER WS-ULTIMO-DIA
                          MOVE 'S'             TO WS-ACHOU
                       END-IF
                 END-READ
              END-IF
              IF WS-ACHOU EQUAL 'S' THEN
                 MOVE 'ALTERACAO SAL.'         TO WS-EXPLICACAO
                 GO TO EXPLICA-VARIACAO-FIM
              END-IF
           END-IF.

           MOVE WS-MATR-CNF                    TO AF-MATRICULA
           MOVE WS-PRIMEIRO-DIA-ANT            TO AF-INICIO
           MOVE WS-ULTIMO-DIA                  TO AF-FIM
           CALL './bin/PGAFADIA' USING AF-PARM
           IF AF-QTD-AFASTAMENTOS GREATER ZEROS THEN
              MOVE 'AFASTAMENTO'               TO WS-EXPLICACAO
              GO TO EXPLICA-VARIACAO-FIM
           END-IF.

           MOVE ZEROS                          TO WS-TEV-ACHADO
           PERFORM VARYING WS-IND-TEV FROM 1 BY 1
                           UNTIL WS-IND-TEV > WS-QTD-TEV
                              OR WS-TEV-ACHADO GREATER ZEROS
              IF WS-TEV-MATRICULA(WS-IND-TEV) EQUAL WS-MATR-CNF
                       AND WS-TEV-ANT(WS-IND-TEV) NOT EQUAL
                           WS-TEV-ATUAL(WS-IND-TEV)
                 MOVE WS-IND-TEV               TO WS-TEV-ACHADO
              END-IF
           END-PERFORM
           IF WS-TEV-ACHADO GREATER ZEROS THEN
              MOVE 'EV '                       TO WS-EXPLICACAO
              MOVE WS-TEV-TIPO(WS-TEV-ACHADO)  TO WS-EXPLICACAO(4:10)
           END-IF.
       EXPLICA-VARIACAO-FIM.
           EXIT.
      *
       IMPRIME-LINHA.
           IF WS-EXPLICACAO EQUAL 'SEM EXPLICACAO' THEN
              ADD 1                            TO WS-QTD-SEM-EXPLIC
           END-IF
           MOVE WS-MATR-CNF                    TO LCF-MATRICULA
           MOVE WS-NOME-CNF                    TO LCF-NOME
           MOVE WS-ITEM                        TO LCF-ITEM
           MOVE WS-ITEM-ANT                    TO LCF-ANTERIOR
           MOVE WS-ITEM-ATUAL                  TO LCF-ATUAL
           MOVE WS-PCT-VARIACAO                TO LCF-PCT-VARIACAO
           MOVE WS-EXPLICACAO                  TO LCF-EXPLICACAO
           WRITE REG-REL FROM LINHA-CONF BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGFOLCNF'                     TO CR-PROGRAMA
           MOVE 'CONFERENCIA DA FOLHA X MES ANTERIOR' TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-COMPETENCIA                 TO LCO-COMPETENCIA
           MOVE WS-COMPET-ANT                  TO LCO-COMPET-ANT
           MOVE WS-PCT-TOLERANCIA              TO LCO-PCT-TOLERANCIA
           MOVE WS-VLR-MINIMO                  TO LCO-VLR-MINIMO
           WRITE REG-REL FROM LINHA-COMPETENCIA BEFORE ADVANCING 2
                                                   LINES
           WRITE REG-REL FROM LINHA-CAB-CONF BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-RESUMO.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'FUNCIONARIOS NA FOLHA:'       TO LRQ-ROTULO
           MOVE WS-QTD-FUNC                    TO LRQ-QTD
           WRITE REG-REL FROM LINHA-RESUMO-QTD BEFORE ADVANCING 1 LINES
           MOVE 'LIQUIDO TOTAL DA FOLHA:'      TO LRS-ROTULO
           MOVE WS-TOT-LIQUIDO                 TO LRS-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'VARIACOES ACIMA DA TOLERANCIA:' TO LRQ-ROTULO
           MOVE WS-QTD-VARIACOES               TO LRQ-QTD
           WRITE REG-REL FROM LINHA-RESUMO-QTD BEFORE ADVANCING 1 LINES
           MOVE 'ENTRARAM NA FOLHA:'           TO LRQ-ROTULO
           MOVE WS-QTD-ENTRADAS                TO LRQ-QTD
           WRITE REG-REL FROM LINHA-RESUMO-QTD BEFORE ADVANCING 1 LINES
           MOVE 'SAIRAM DA FOLHA:'             TO LRQ-ROTULO
           MOVE WS-QTD-SAIDAS                  TO LRQ-QTD
           WRITE REG-REL FROM LINHA-RESUMO-QTD BEFORE ADVANCING 1 LINES
           MOVE 'LIQUIDO ZERO OU NEGATIVO:'    TO LRQ-ROTULO
           MOVE WS-QTD-LIQ-ZERO                TO LRQ-QTD
           WRITE REG-REL FROM LINHA-RESUMO-QTD BEFORE ADVANCING 1 LINES
           MOVE 'LINHAS SEM EXPLICACAO:'       TO LRQ-ROTULO
           MOVE WS-QTD-SEM-EXPLIC              TO LRQ-QTD
           WRITE REG-REL FROM LINHA-RESUMO-QTD BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'PENDENTE DO VISTO DO SUPERVISOR (PGFOLCNF MODO A) -'
                                               TO REG-REL
           WRITE REG-REL BEFORE ADVANCING 1 LINES
           MOVE 'SEM O VISTO O PGSALCRE NAO GERA A REMESSA DO BANCO.'
                                               TO REG-REL
           WRITE REG-REL BEFORE ADVANCING 1 LINES.
      *
      *   Modo A: visto do supervisor na conferencia pendente. O
      *   extrato tem que ser o mesmo que foi conferido; havendo
      *   linha sem explicacao ou liquido zerado, a observacao e
      *   obrigatoria.
       APROVA-CONFERENCIA.
           PERFORM PEDE-COMPETENCIA
           IF WS-COMPETENCIA EQUAL ZEROS THEN
              DISPLAY '>> COMPETENCIA INVALIDA OU FUTURA.'
              GO TO APROVA-CONFERENCIA-FIM
           END-IF.
           PERFORM ABRE-FOLCONF
           IF WS-EXISTE NOT EQUAL 'S' THEN
              DISPLAY '>> COMPETENCIA ' WS-COMPETENCIA
                      ' NAO CONFERIDA - RODE O MODO C ANTES.'
              CLOSE FOLCONF
              GO TO APROVA-CONFERENCIA-FIM
           END-IF.
           IF FCF-APROVADA THEN
              DISPLAY '>> CONFERENCIA DE ' WS-COMPETENCIA
                      ' JA APROVADA POR ' FCF-SUPERVISOR
                      ' EM ' FCF-DATA-APROVACAO '.'
              CLOSE FOLCONF
              GO TO APROVA-CONFERENCIA-FIM
           END-IF.
           PERFORM SOMA-EXTRATO
           IF WS-QTD-FUNC NOT EQUAL FCF-QTD-FUNC
                    OR WS-TOT-LIQUIDO NOT EQUAL FCF-TOT-LIQUIDO THEN
              DISPLAY '>> FOLHA ALTERADA DEPOIS DA CONFERENCIA -'
                      ' RODE O MODO C DE NOVO.'
              CLOSE FOLCONF
              GO TO APROVA-CONFERENCIA-FIM
           END-IF.

           DISPLAY 'CONFERIDA EM ' FCF-DATA-CONFERENCIA
                   ' POR ' FCF-OPERADOR ' (FOLCNF.LST):'
           MOVE FCF-TOT-LIQUIDO                TO WS-VALOR-ED
           DISPLAY '  FUNCIONARIOS........: ' FCF-QTD-FUNC
                   '  LIQUIDO: ' WS-VALOR-ED
           DISPLAY '  VARIACOES...........: ' FCF-QTD-VARIACOES
           DISPLAY '  SEM EXPLICACAO......: ' FCF-QTD-SEM-EXPLIC
           DISPLAY '  LIQUIDO ZERO/NEGAT..: ' FCF-QTD-LIQ-ZERO

      *   Quatro olhos, como no PGFECHAM: quem conferiu nao aprova.
           DISPLAY 'Supervisor: '
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR EQUAL FCF-OPERADOR
                    OR WS-SUPERVISOR EQUAL SPACES THEN
              DISPLAY '>> O SUPERVISOR DEVE SER OUTRA PESSOA -'
                      ' APROVACAO RECUSADA.'
              CLOSE FOLCONF
              GO TO APROVA-CONFERENCIA-FIM
           END-IF.
           MOVE SPACES                         TO WS-OBSERVACAO-INF
           IF FCF-QTD-SEM-EXPLIC GREATER ZEROS
                    OR FCF-QTD-LIQ-ZERO GREATER ZEROS THEN
              PERFORM UNTIL WS-OBSERVACAO-INF NOT EQUAL SPACES
                 DISPLAY 'Observacao (obrigatoria - ha pendencias): '
                 ACCEPT WS-OBSERVACAO-INF
              END-PERFORM
           ELSE
              DISPLAY 'Observacao (opcional): '
              ACCEPT WS-OBSERVACAO-INF
           END-IF.
           DISPLAY 'Supervisor aprova a folha de ' WS-COMPETENCIA
                   ' (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'APROVACAO CANCELADA.'
              CLOSE FOLCONF
              GO TO APROVA-CONFERENCIA-FIM
           END-IF.

           MOVE 'A'                            TO FCF-SITUACAO
           MOVE WS-DATA-HOJE                   TO FCF-DATA-APROVACAO
           MOVE WS-SUPERVISOR                  TO FCF-SUPERVISOR
           MOVE WS-OBSERVACAO-INF              TO FCF-OBSERVACAO
           REWRITE REG-FOLCONF.
           CLOSE FOLCONF.
           DISPLAY 'FOLHA DE ' WS-COMPETENCIA ' APROVADA POR '
                   WS-SUPERVISOR ' - REMESSA LIBERADA (PGSALCRE).'.
       APROVA-CONFERENCIA-FIM.
           EXIT.
      *
       END PROGRAM PGFOLCNF.
