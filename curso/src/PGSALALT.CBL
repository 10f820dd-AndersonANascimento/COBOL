      *****************************************************************
      * Program name:    PGSALALT
      * Original author: Anderson Nascimento
      * Purpose: Historico de alteracoes salariais (SALHIST.DAT,
      *          chave matricula + data de vigencia): nivel e salario
      *          antes e depois, motivo (PR promocao, ME merito, DI
      *          dissidio - as mesmas faixas do DISSIDIO.PARM do
      *          PGDISSID, aplicadas aqui pelo nivel do mestre), quem
      *          aprovou e a data do registro. A alteracao atualiza
      *          FUN-NIVEL/FUN-SAL no FUNCMEST.DAT; o valor antigo
      *          fica no historico. Vigencia em competencia que a
      *          folha ja calculou (FOLHAHIS.DAT) gera a diferenca
      *          retroativa mes a mes - proporcional a partir do dia
      *          da vigencia e fora dos dias sem salario (PGAFADIA) -
      *          com o INSS e o IRRF adicionais de cada competencia
      *          pelas faixas do FOLHA.PARM, lancados em EVENFOLH.TXT
      *          para a folha seguinte: RETROATIV (provento),
      *          RETRO-INSS e RETRO-IRRF (descontos).
      *          Modos: L lista o historico da matricula, I inclui
      *          uma alteracao, D aplica o dissidio a todos os ativos.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Operador pedido na entrada e
      *                                 levado para o jornal de atualizacao.
      * 15/10/2026 Anderson Nascimento  Gravacoes no FUNCMEST.DAT vao
      *                                 para o jornal de atualizacao
      *                                 (PGJORNAL).
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGSALALT.
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
           SELECT SALHIST ASSIGN TO './SALHIST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS SAH-CHAVE
           FILE STATUS  IS WS-FS-SAH.
           SELECT FUNCMEST ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MES.
           SELECT FOLHAHIS ASSIGN TO './FOLHAHIS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS FHI-CHAVE
           FILE STATUS  IS WS-FS-FHI.
           SELECT DEPENDEN ASSIGN TO './DEPENDEN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DEP-CHAVE
           FILE STATUS  IS WS-FS-DEP.
           SELECT FAIXAS ASSIGN TO './FOLHA.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-FAI.
           SELECT PARAMETROS ASSIGN TO './DISSIDIO.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PRM.
           SELECT EVENFOLH ASSIGN TO './EVENFOLH.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EVE.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   SALHIST.DAT - uma alteracao por registro; competencia e
      *   valor do retroativo zerados quando nao houve diferenca.
         FD  SALHIST.
         01  REG-SALHIST.
             05  SAH-CHAVE.
                 10  SAH-MATRICULA   PIC 9(05).
                 10  SAH-VIGENCIA    PIC 9(08).
             05  SAH-MOTIVO          PIC X(02).
                 88  SAH-MOTIVO-VALIDO VALUE 'PR' 'ME' 'DI'.
             05  SAH-NIVEL-ANT       PIC 9(01).
             05  SAH-SAL-ANT         PIC 9(04)V99.
             05  SAH-NIVEL-NOVO      PIC 9(01).
             05  SAH-SAL-NOVO        PIC 9(04)V99.
             05  SAH-APROVADOR       PIC X(20).
             05  SAH-DATA-REGISTRO   PIC 9(08).
             05  SAH-COMPET-RETRO    PIC 9(06).
             05  SAH-VLR-RETRO       PIC 9(06)V99.
      *
      *   FUNCMEST.DAT - mestre unificado (layout do PGFUNMRG).
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
      *   FOLHAHIS.DAT - historico da folha por matricula +
      *   competencia (layout do PGFOLHA).
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
      *   DEPENDEN.DAT - dependentes por matricula (PGDEPMNT), para
      *   a deducao por dependente da base do IRRF.
         FD  DEPENDEN.
         01  REG-DEPENDENTE.
             05  DEP-CHAVE.
                 10  DEP-MATRICULA   PIC 9(05).
                 10  DEP-SEQ         PIC 9(02).
             05  DEP-NOME            PIC X(30).
             05  DEP-NASCIMENTO      PIC 9(08).
             05  DEP-PARENTESCO      PIC X(10).
             05  DEP-CPF             PIC 9(11).
      *
      *   FOLHA.PARM - faixas de INSS (I) e IRRF (R) e a deducao por
      *   dependente (D), as mesmas do PGFOLHA.
         FD  FAIXAS.
         01  REG-FAIXA.
             05  FAI-TIPO            PIC X(01).
             05  FAI-LIMITE          PIC 9(07)V99.
             05  FAI-ALIQUOTA        PIC 9(02)V99.
             05  FAI-DEDUZIR         PIC 9(05)V99.
      *
      *   DISSIDIO.PARM - um cartao por nivel: o nivel, o percentual
      *   de aumento e o teto do aumento em valor (layout do
      *   PGDISSID).
         FD  PARAMETROS.
         01  REG-PARM.
             05  PRM-NIVEL           PIC 9(01).
             05  PRM-PERCENTUAL      PIC 9(02)V99.
             05  PRM-TETO            PIC 9(05)V99.
      *
      *   EVENFOLH.TXT - eventos da competencia para o PGFOLHA (layout
      *   do PGPONTO).
         FD  EVENFOLH.
         01  REG-EVENFOLH.
             05  EVE-MATRICULA       PIC 9(05).
             05  EVE-COMPETENCIA     PIC 9(06).
             05  EVE-TIPO            PIC X(10).
             05  EVE-VALOR           PIC 9(06)V99.
             05  EVE-REFERENCIA      PIC X(12).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-SAH               PIC X(02) VALUE '00'.
         77  WS-FS-MES               PIC 99.
         77  WS-FS-FHI               PIC X(02) VALUE '00'.
         77  WS-FS-DEP               PIC X(02) VALUE '00'.
         77  WS-FS-FAI               PIC 99.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-EVE               PIC 99.
         77  WS-MODO-EXEC            PIC X     VALUE 'L'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-EOF-MES              PIC X     VALUE 'N'.
         77  WS-EOF-FHI              PIC X     VALUE 'N'.
         77  WS-EOF-DEP              PIC X     VALUE 'N'.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-MOTIVO-INF           PIC X(02) VALUE SPACES.
         77  WS-NIVEL-INF            PIC 9(01) VALUE ZEROS.
         77  WS-SAL-INF              PIC 9(04)V99 VALUE ZEROS.
         77  WS-APROVADOR-INF        PIC X(20) VALUE SPACES.
         77  WS-CONFIRMA             PIC X     VALUE 'N'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-QTD-LISTADOS         PIC 9(03) VALUE ZEROS.
         77  WS-ULTIMA-VIGENCIA      PIC 9(08) VALUE ZEROS.
         77  WS-FHI-OK               PIC X     VALUE 'N'.
         77  WS-DEPENDEN-OK          PIC X     VALUE 'N'.
      *   Data digitada, conferida pelo PGVALDAT.
         01  WS-DATA-INF             PIC 9(08) VALUE ZEROS.
         01  WS-DATA-INF-R REDEFINES WS-DATA-INF.
             05  WS-DI-AAAA          PIC 9(04).
             05  WS-DI-MM            PIC 9(02).
             05  WS-DI-DD            PIC 9(02).
      *
      *   Alteracao em curso (modo I ou cada funcionario do modo D).
         77  WS-VIGENCIA             PIC 9(08) VALUE ZEROS.
         77  WS-NIVEL-NOVO           PIC 9(01) VALUE ZEROS.
         77  WS-SAL-NOVO             PIC 9(05)V99 VALUE ZEROS.
         77  WS-AUMENTO              PIC 9(05)V99 VALUE ZEROS.
      *
      *   Faixas do FOLHA.PARM, como no PGFOLHA.
         77  WS-FAIXAS-OK            PIC X     VALUE 'N'.
         77  WS-QTD-FX-INSS          PIC 9(02) VALUE ZEROS.
         01  WS-TAB-FX-INSS-G.
             05  WS-TAB-FX-INSS OCCURS 10 TIMES.
                 10  WS-FXI-LIMITE   PIC 9(07)V99.
                 10  WS-FXI-ALIQUOTA PIC 9(02)V99.
                 10  WS-FXI-DEDUZIR  PIC 9(05)V99.
         77  WS-QTD-FX-IRRF          PIC 9(02) VALUE ZEROS.
         01  WS-TAB-FX-IRRF-G.
             05  WS-TAB-FX-IRRF OCCURS 10 TIMES.
                 10  WS-FXR-LIMITE   PIC 9(07)V99.
                 10  WS-FXR-ALIQUOTA PIC 9(02)V99.
                 10  WS-FXR-DEDUZIR  PIC 9(05)V99.
         77  WS-IND-FX               PIC 9(02).
         77  WS-FAIXA-ACHADA         PIC X     VALUE 'N'.
         77  WS-DEDUCAO-DEP          PIC 9(05)V99 VALUE 189,59.
         77  WS-QTD-DEP              PIC 9(02) VALUE ZEROS.
      *
      *   Percentuais de dissidio por nivel (1 a 9).
         01  WS-DISSIDIO-TAB.
             03  WS-TAB-DIS OCCURS 9 TIMES.
                 05  WS-DIS-PERCENTUAL PIC 9(02)V99.
                 05  WS-DIS-TETO       PIC 9(05)V99.
         77  WS-QTD-CARTOES          PIC 9(02) VALUE ZEROS.
      *
      *   Retroativo: diferenca por competencia ja calculada.
         77  WS-DIF-SAL              PIC S9(05)V99 VALUE ZEROS.
         77  WS-PRIMEIRO-DIA         PIC 9(08) VALUE ZEROS.
         77  WS-ULTIMO-DIA           PIC 9(08) VALUE ZEROS.
         77  WS-INT-DATA             PIC 9(07) VALUE ZEROS.
         77  WS-DIAS-DIF             PIC S9(03) VALUE ZEROS.
         77  WS-DIF-MES              PIC 9(06)V99 VALUE ZEROS.
         77  WS-ULTIMA-COMPET        PIC 9(06) VALUE ZEROS.
         77  WS-COMPET-EVENTO        PIC 9(06) VALUE ZEROS.
         77  WS-BASE-INSS            PIC 9(07)V99 VALUE ZEROS.
         77  WS-BASE-IRRF            PIC S9(07)V99 VALUE ZEROS.
         77  WS-INSS-CALC            PIC 9(06)V99 VALUE ZEROS.
         77  WS-IRRF-CALC            PIC 9(06)V99 VALUE ZEROS.
         77  WS-DESCONTO-CALC        PIC S9(07)V99 VALUE ZEROS.
         77  WS-INSS-ANT             PIC 9(06)V99 VALUE ZEROS.
         77  WS-IRRF-ANT             PIC 9(06)V99 VALUE ZEROS.
         77  WS-TOT-DIF              PIC 9(06)V99 VALUE ZEROS.
         77  WS-TOT-RETRO-INSS       PIC 9(06)V99 VALUE ZEROS.
         77  WS-TOT-RETRO-IRRF       PIC 9(06)V99 VALUE ZEROS.
      *
      *   Totais do modo D.
         77  WS-QTD-ALTERADOS        PIC 9(05) VALUE ZEROS.
         77  WS-TOT-AUMENTOS         PIC 9(09)V99 VALUE ZEROS.
         77  WS-TOT-RETROATIVOS      PIC 9(09)V99 VALUE ZEROS.
         COPY DATAVAL.
         COPY AFASTA.
         COPY AMBCFG.
         COPY JORNAL.
         77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                                 './FUNCMEST.DAT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   O caminho do mestre de funcionarios vem do resolvedor de
      *   ambientes, como nos demais mestres.
           MOVE 'FUNCMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY '------ ALTERACOES SALARIAIS ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR

           OPEN I-O SALHIST
           IF WS-FS-SAH EQUAL '35' THEN
              OPEN OUTPUT SALHIST
              CLOSE SALHIST
              OPEN I-O SALHIST
           END-IF.
           IF WS-FS-SAH NOT EQUAL '00' THEN
              DISPLAY 'SALHIST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-SAH
              GOBACK
           END-IF.
           OPEN I-O FUNCMEST
           IF WS-FS-MES NOT EQUAL ZEROS THEN
              DISPLAY 'FUNCMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MES
              CLOSE SALHIST
              GOBACK
           END-IF.

           DISPLAY 'Modo (L-Lista/I-Inclui/D-Dissidio geral): '
           ACCEPT WS-MODO-EXEC
           EVALUATE WS-MODO-EXEC
              WHEN 'D'
              WHEN 'd'
                 PERFORM ABRE-ARQUIVOS-RETRO
                 PERFORM APLICA-DISSIDIO THRU APLICA-DISSIDIO-FIM
                 PERFORM FECHA-ARQUIVOS-RETRO
              WHEN 'I'
              WHEN 'i'
                 PERFORM LE-MATRICULA
                 IF WS-MATR-INF GREATER ZEROS THEN
                    PERFORM ABRE-ARQUIVOS-RETRO
                    PERFORM INCLUI-ALTERACAO THRU INCLUI-ALTERACAO-FIM
                    PERFORM FECHA-ARQUIVOS-RETRO
                 END-IF
              WHEN OTHER
                 MOVE 'L'                      TO WS-MODO-EXEC
                 PERFORM LE-MATRICULA
                 IF WS-MATR-INF GREATER ZEROS THEN
                    PERFORM LISTA-HISTORICO
                 END-IF
           END-EVALUATE.

           CLOSE SALHIST FUNCMEST.
           GOBACK.
      *
       LE-MATRICULA.
           DISPLAY 'Matricula do funcionario: '
           ACCEPT WS-MATR-INF
           MOVE WS-MATR-INF                    TO FUN-MATRICULA
           READ FUNCMEST
              INVALID KEY
                 DISPLAY '>> MATRICULA ' WS-MATR-INF ' NAO ESTA NO'
                         ' MESTRE.'
                 MOVE ZEROS                    TO WS-MATR-INF
              NOT INVALID KEY
                 DISPLAY 'FUNCIONARIO: ' FUN-NOME
                 DISPLAY 'NIVEL ATUAL: ' FUN-NIVEL
                         '  SALARIO ATUAL: ' FUN-SAL
           END-READ.
      *
      *   Varre o historico da matricula; lista no modo L e, em
      *   qualquer modo, guarda a ultima vigencia, para a nova
      *   alteracao nao cair antes dela.
       LISTA-HISTORICO.
           MOVE ZEROS                          TO WS-QTD-LISTADOS
                                                  WS-ULTIMA-VIGENCIA
           MOVE WS-MATR-INF                    TO SAH-MATRICULA
           MOVE ZEROS                          TO SAH-VIGENCIA
           MOVE 'N'                            TO WS-EOF
           START SALHIST KEY NOT LESS SAH-CHAVE
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ SALHIST NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF SAH-MATRICULA EQUAL WS-MATR-INF THEN
                       ADD 1                   TO WS-QTD-LISTADOS
                       MOVE SAH-VIGENCIA       TO WS-ULTIMA-VIGENCIA
                       IF WS-MODO-EXEC EQUAL 'L' THEN
                          DISPLAY SAH-VIGENCIA ' ' SAH-MOTIVO
                                  ' NIVEL ' SAH-NIVEL-ANT '>'
                                  SAH-NIVEL-NOVO
                                  ' SAL ' SAH-SAL-ANT '>'
                                  SAH-SAL-NOVO
                                  ' APROV ' SAH-APROVADOR
                                  ' RETRO ' SAH-COMPET-RETRO ' '
                                  SAH-VLR-RETRO
                       END-IF
                    ELSE
                       MOVE 'S'                TO WS-EOF
                    END-IF
              END-READ
           END-PERFORM.
           MOVE 'N'                            TO WS-EOF
           IF WS-MODO-EXEC EQUAL 'L' THEN
              DISPLAY 'ALTERACOES: ' WS-QTD-LISTADOS
           END-IF.
      *
      *   Inclusao: funcionario ativo, motivo valido, vigencia entre
      *   a admissao (e a ultima alteracao) e hoje, aprovador
      *   obrigatorio.
       INCLUI-ALTERACAO.
           IF FUN-DESLIGADO THEN
              DISPLAY '>> FUNCIONARIO DESLIGADO EM ' FUN-DATA-DESLIG
              GO TO INCLUI-ALTERACAO-FIM
           END-IF.
           PERFORM LISTA-HISTORICO
           MOVE SPACES                         TO WS-MOTIVO-INF
           MOVE WS-MOTIVO-INF                  TO SAH-MOTIVO
           PERFORM UNTIL SAH-MOTIVO-VALIDO
              DISPLAY 'Motivo (PR-Promocao/ME-Merito/DI-Dissidio): '
              ACCEPT WS-MOTIVO-INF
              MOVE FUNCTION UPPER-CASE(WS-MOTIVO-INF) TO SAH-MOTIVO
              IF NOT SAH-MOTIVO-VALIDO THEN
                 DISPLAY '>> INFORME PR, ME OU DI'
              END-IF
           END-PERFORM
           MOVE SAH-MOTIVO                     TO WS-MOTIVO-INF
           DISPLAY 'Novo nivel (1 a 9, 0 = mantem ' FUN-NIVEL '): '
           ACCEPT WS-NIVEL-INF
           IF WS-NIVEL-INF EQUAL ZEROS THEN
              MOVE FUN-NIVEL                   TO WS-NIVEL-NOVO
           ELSE
              MOVE WS-NIVEL-INF                TO WS-NIVEL-NOVO
           END-IF
           DISPLAY 'Novo salario (9999,99): '
           ACCEPT WS-SAL-INF
           IF WS-SAL-INF EQUAL ZEROS THEN
              DISPLAY '>> SALARIO NAO INFORMADO - NADA GRAVADO.'
              GO TO INCLUI-ALTERACAO-FIM
           END-IF.
           MOVE WS-SAL-INF                     TO WS-SAL-NOVO
           IF WS-SAL-NOVO EQUAL FUN-SAL
                    AND WS-NIVEL-NOVO EQUAL FUN-NIVEL THEN
              DISPLAY '>> NIVEL E SALARIO IGUAIS AOS ATUAIS - NADA'
                      ' GRAVADO.'
              GO TO INCLUI-ALTERACAO-FIM
           END-IF.
           DISPLAY 'Data de vigencia'
           PERFORM LE-DATA
           IF WS-DATA-INF LESS FUN-ADMISSAO
                    OR WS-DATA-INF NOT GREATER WS-ULTIMA-VIGENCIA
                    OR WS-DATA-INF GREATER WS-DATA-HOJE THEN
              DISPLAY '>> VIGENCIA ANTES DA ADMISSAO, ATE A ULTIMA'
                      ' ALTERACAO (' WS-ULTIMA-VIGENCIA ') OU'
                      ' FUTURA - NADA GRAVADO.'
              GO TO INCLUI-ALTERACAO-FIM
           END-IF.
           MOVE WS-DATA-INF                    TO WS-VIGENCIA
           DISPLAY 'Aprovado por: '
           ACCEPT WS-APROVADOR-INF
           PERFORM UNTIL WS-APROVADOR-INF NOT EQUAL SPACES
              DISPLAY '>> APROVADOR OBRIGATORIO. Aprovado por: '
              ACCEPT WS-APROVADOR-INF
           END-PERFORM
           DISPLAY 'NIVEL ' FUN-NIVEL ' > ' WS-NIVEL-NOVO
                   '  SALARIO ' FUN-SAL ' > ' WS-SAL-INF
                   '  VIGENCIA ' WS-VIGENCIA
           DISPLAY 'Confirma a alteracao (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'ALTERACAO CANCELADA.'
              GO TO INCLUI-ALTERACAO-FIM
           END-IF.
           PERFORM GRAVA-ALTERACAO.
       INCLUI-ALTERACAO-FIM.
           EXIT.
      *
      *   Dissidio geral: o percentual do DISSIDIO.PARM pelo nivel do
      *   mestre, limitado ao teto do cartao, para cada ativo
      *   admitido ate a vigencia e sem alteracao posterior a ela.
       APLICA-DISSIDIO.
           INITIALIZE WS-DISSIDIO-TAB
           PERFORM CARREGA-DISSIDIO
           IF WS-QTD-CARTOES EQUAL ZEROS THEN
              DISPLAY '>> DISSIDIO.PARM SEM CARTOES - NADA APLICADO.'
              GO TO APLICA-DISSIDIO-FIM
           END-IF.
           DISPLAY 'Data de vigencia do dissidio'
           PERFORM LE-DATA
           IF WS-DATA-INF GREATER WS-DATA-HOJE THEN
              DISPLAY '>> VIGENCIA FUTURA - NADA APLICADO.'
              GO TO APLICA-DISSIDIO-FIM
           END-IF.
           MOVE WS-DATA-INF                    TO WS-VIGENCIA
           DISPLAY 'Aprovado por: '
           ACCEPT WS-APROVADOR-INF
           PERFORM UNTIL WS-APROVADOR-INF NOT EQUAL SPACES
              DISPLAY '>> APROVADOR OBRIGATORIO. Aprovado por: '
              ACCEPT WS-APROVADOR-INF
           END-PERFORM
           DISPLAY 'Confirma o dissidio com vigencia em ' WS-VIGENCIA
                   ' (S/N): '
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY 'DISSIDIO CANCELADO.'
              GO TO APLICA-DISSIDIO-FIM
           END-IF.
           MOVE 'DI'                           TO WS-MOTIVO-INF
           MOVE ZEROS                          TO FUN-MATRICULA
           MOVE 'N'                            TO WS-EOF-MES
           START FUNCMEST KEY NOT LESS FUN-MATRICULA
              INVALID KEY
                 MOVE 'S'                      TO WS-EOF-MES
           END-START.
           PERFORM UNTIL WS-EOF-MES EQUAL 'S'
              READ FUNCMEST NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF-MES
                 NOT AT END
                    PERFORM DISSIDIO-FUNCIONARIO
              END-READ
           END-PERFORM.
           DISPLAY 'DISSIDIO APLICADO A ' WS-QTD-ALTERADOS
                   ' FUNCIONARIO(S) - AUMENTOS ' WS-TOT-AUMENTOS
                   ' - RETROATIVOS ' WS-TOT-RETROATIVOS.
       APLICA-DISSIDIO-FIM.
           EXIT.
      *
       DISSIDIO-FUNCIONARIO.
           IF FUN-DESLIGADO OR FUN-NIVEL EQUAL ZEROS
                    OR FUN-ADMISSAO GREATER WS-VIGENCIA THEN
              CONTINUE
           ELSE
              IF WS-DIS-PERCENTUAL(FUN-NIVEL) GREATER ZEROS THEN
                 MOVE FUN-MATRICULA            TO WS-MATR-INF
                 PERFORM LISTA-HISTORICO
                 IF WS-ULTIMA-VIGENCIA NOT LESS WS-VIGENCIA THEN
                    DISPLAY '>> ' FUN-MATRICULA ' ' FUN-NOME
                            ' JA TEM ALTERACAO EM '
                            WS-ULTIMA-VIGENCIA ' - IGNORADO.'
                 ELSE
                    COMPUTE WS-AUMENTO ROUNDED =
                       FUN-SAL * WS-DIS-PERCENTUAL(FUN-NIVEL) / 100
                    IF WS-DIS-TETO(FUN-NIVEL) GREATER ZEROS
                             AND WS-AUMENTO GREATER
                                 WS-DIS-TETO(FUN-NIVEL) THEN
                       MOVE WS-DIS-TETO(FUN-NIVEL) TO WS-AUMENTO
                    END-IF
                    COMPUTE WS-SAL-NOVO = FUN-SAL + WS-AUMENTO
                    IF WS-SAL-NOVO GREATER 9999,99 THEN
      *   O layout do mestre so comporta quatro inteiros de salario.
                       DISPLAY '>> SALARIO NOVO ESTOURA O LAYOUT DO'
                               ' MESTRE: ' FUN-NOME
                               ' - LIMITADO A 9999,99.'
                       MOVE 9999,99            TO WS-SAL-NOVO
                    END-IF
                    MOVE FUN-NIVEL             TO WS-NIVEL-NOVO
                    COMPUTE WS-TOT-AUMENTOS = WS-TOT-AUMENTOS
                       + WS-SAL-NOVO - FUN-SAL
                    ADD 1                      TO WS-QTD-ALTERADOS
                    PERFORM GRAVA-ALTERACAO
                    ADD WS-TOT-DIF             TO WS-TOT-RETROATIVOS
                 END-IF
              END-IF
           END-IF.
      *
      *   Grava o historico com o retroativo apurado e atualiza o
      *   mestre; o valor antigo fica so no historico.
       GRAVA-ALTERACAO.
           PERFORM APURA-RETROATIVO
           MOVE FUN-MATRICULA                  TO SAH-MATRICULA
           MOVE WS-VIGENCIA                    TO SAH-VIGENCIA
           MOVE WS-MOTIVO-INF                  TO SAH-MOTIVO
           MOVE FUN-NIVEL                      TO SAH-NIVEL-ANT
           MOVE FUN-SAL                        TO SAH-SAL-ANT
           MOVE WS-NIVEL-NOVO                  TO SAH-NIVEL-NOVO
           MOVE WS-SAL-NOVO                    TO SAH-SAL-NOVO
           MOVE WS-APROVADOR-INF               TO SAH-APROVADOR
           MOVE WS-DATA-HOJE                   TO SAH-DATA-REGISTRO
           MOVE WS-TOT-DIF                     TO SAH-VLR-RETRO
           IF WS-TOT-DIF GREATER ZEROS THEN
              MOVE WS-COMPET-EVENTO            TO SAH-COMPET-RETRO
           ELSE
              MOVE ZEROS                       TO SAH-COMPET-RETRO
           END-IF
           WRITE REG-SALHIST
              INVALID KEY
                 DISPLAY '>> FALHA NA GRAVACAO DO HISTORICO - FILE'
                         ' STATUS: ' WS-FS-SAH
              NOT INVALID KEY
                 MOVE WS-NIVEL-NOVO            TO FUN-NIVEL
                 MOVE WS-SAL-NOVO              TO FUN-SAL
                 REWRITE REG-FUNCMEST
                 MOVE 'R'                      TO JN-OPERACAO
                 PERFORM JORNALIZA-FUNCIONARIO
                 DISPLAY FUN-MATRICULA ' ' FUN-NOME ' NIVEL '
                         FUN-NIVEL ' SALARIO ' FUN-SAL
                         ' DESDE ' WS-VIGENCIA
                 IF WS-TOT-DIF GREATER ZEROS THEN
                    DISPLAY '   RETROATIVO ' WS-TOT-DIF
                            ' (INSS ' WS-TOT-RETRO-INSS
                            ' IRRF ' WS-TOT-RETRO-IRRF
                            ') NA FOLHA DE ' WS-COMPET-EVENTO
                 END-IF
           END-WRITE.
      *
      *   Diferenca retroativa: cada competencia da matricula ja no
      *   FOLHAHIS.DAT desde a vigencia foi paga pelo salario antigo.
      *   A diferenca do mes entra com o INSS e o IRRF que ela teria
      *   gerado naquela competencia; tudo vai para a folha seguinte
      *   a ultima calculada. Reducao de salario nao gera retroativo.
       APURA-RETROATIVO.
           MOVE ZEROS                          TO WS-TOT-DIF
                                                  WS-TOT-RETRO-INSS
                                                  WS-TOT-RETRO-IRRF
                                                  WS-ULTIMA-COMPET
           COMPUTE WS-DIF-SAL = WS-SAL-NOVO - FUN-SAL
           IF WS-DIF-SAL NOT GREATER ZEROS OR WS-FHI-OK NOT EQUAL 'S'
              CONTINUE
           ELSE
              PERFORM CONTA-DEPENDENTES
              MOVE FUN-MATRICULA               TO FHI-MATRICULA
              MOVE WS-VIGENCIA(1:6)            TO FHI-COMPETENCIA
              MOVE 'N'                         TO WS-EOF-FHI
              START FOLHAHIS KEY NOT LESS FHI-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-FHI
              END-START
              PERFORM UNTIL WS-EOF-FHI EQUAL 'S'
                 READ FOLHAHIS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-FHI
                    NOT AT END
                       IF FHI-MATRICULA EQUAL FUN-MATRICULA THEN
                          PERFORM APURA-DIFERENCA-MES
                       ELSE
                          MOVE 'S'             TO WS-EOF-FHI
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-TOT-DIF GREATER ZEROS THEN
                 PERFORM GRAVA-EVENTOS-RETRO
              END-IF
           END-IF.
      *
      *   Dias da competencia pelo salario novo (mes comercial de 30
      *   dias, a partir do dia da vigencia no mes dela), menos os
      *   dias sem salario por afastamento.
       APURA-DIFERENCA-MES.
           MOVE FHI-COMPETENCIA                TO WS-ULTIMA-COMPET
           PERFORM LIMITES-COMPETENCIA
           MOVE FUN-MATRICULA                  TO AF-MATRICULA
           MOVE WS-ULTIMO-DIA                  TO AF-FIM
           IF WS-VIGENCIA GREATER WS-PRIMEIRO-DIA THEN
              MOVE WS-VIGENCIA                 TO AF-INICIO
              MOVE WS-VIGENCIA                 TO WS-DATA-INF
              COMPUTE WS-DIAS-DIF = 31 - WS-DI-DD
           ELSE
              MOVE WS-PRIMEIRO-DIA             TO AF-INICIO
              MOVE 30                          TO WS-DIAS-DIF
           END-IF
           CALL './bin/PGAFADIA' USING AF-PARM
           SUBTRACT AF-DIAS-SEM-SALARIO        FROM WS-DIAS-DIF
           IF WS-DIAS-DIF NOT GREATER ZEROS THEN
              MOVE ZEROS                       TO WS-DIF-MES
           ELSE
              COMPUTE WS-DIF-MES ROUNDED =
                 WS-DIF-SAL * WS-DIAS-DIF / 30
           END-IF
           IF WS-DIF-MES GREATER ZEROS THEN
              ADD WS-DIF-MES                   TO WS-TOT-DIF
              IF WS-FAIXAS-OK EQUAL 'S' THEN
      *   Impostos do mes como foram e como seriam com a diferenca.
                 MOVE FHI-BRUTO                TO WS-BASE-INSS
                 PERFORM CALCULA-IMPOSTOS
                 MOVE WS-INSS-CALC             TO WS-INSS-ANT
                 MOVE WS-IRRF-CALC             TO WS-IRRF-ANT
                 COMPUTE WS-BASE-INSS = FHI-BRUTO + WS-DIF-MES
                 PERFORM CALCULA-IMPOSTOS
                 IF WS-INSS-CALC GREATER WS-INSS-ANT THEN
                    COMPUTE WS-TOT-RETRO-INSS = WS-TOT-RETRO-INSS
                       + WS-INSS-CALC - WS-INSS-ANT
                 END-IF
                 IF WS-IRRF-CALC GREATER WS-IRRF-ANT THEN
                    COMPUTE WS-TOT-RETRO-IRRF = WS-TOT-RETRO-IRRF
                       + WS-IRRF-CALC - WS-IRRF-ANT
                 END-IF
              END-IF
           END-IF.
      *
      *   Os eventos vao para a competencia seguinte a ultima ja
      *   calculada; a referencia e a vigencia da alteracao.
       GRAVA-EVENTOS-RETRO.
           IF WS-ULTIMA-COMPET(5:2) EQUAL '12' THEN
              COMPUTE WS-COMPET-EVENTO = WS-ULTIMA-COMPET + 89
           ELSE
              COMPUTE WS-COMPET-EVENTO = WS-ULTIMA-COMPET + 1
           END-IF
           MOVE FUN-MATRICULA                  TO EVE-MATRICULA
           MOVE WS-COMPET-EVENTO               TO EVE-COMPETENCIA
           MOVE SPACES                         TO EVE-REFERENCIA
           MOVE WS-VIGENCIA                    TO EVE-REFERENCIA(1:8)
           MOVE 'RETROATIV'                    TO EVE-TIPO
           MOVE WS-TOT-DIF                     TO EVE-VALOR
           WRITE REG-EVENFOLH
           IF WS-TOT-RETRO-INSS GREATER ZEROS THEN
              MOVE 'RETRO-INSS'                TO EVE-TIPO
              MOVE WS-TOT-RETRO-INSS           TO EVE-VALOR
              WRITE REG-EVENFOLH
           END-IF
           IF WS-TOT-RETRO-IRRF GREATER ZEROS THEN
              MOVE 'RETRO-IRRF'                TO EVE-TIPO
              MOVE WS-TOT-RETRO-IRRF           TO EVE-VALOR
              WRITE REG-EVENFOLH
           END-IF.
      *
      *   INSS pela faixa da base e IRRF pela faixa da base menos o
      *   INSS e a deducao por dependente, como no PGFOLHA.
       CALCULA-IMPOSTOS.
           MOVE ZEROS                          TO WS-INSS-CALC
           MOVE 'N'                            TO WS-FAIXA-ACHADA
           PERFORM VARYING WS-IND-FX FROM 1 BY 1
                           UNTIL WS-IND-FX > WS-QTD-FX-INSS
                              OR WS-FAIXA-ACHADA EQUAL 'S'
              IF WS-BASE-INSS NOT GREATER WS-FXI-LIMITE(WS-IND-FX)
                 MOVE 'S'                      TO WS-FAIXA-ACHADA
                 COMPUTE WS-DESCONTO-CALC ROUNDED =
                    (WS-BASE-INSS * WS-FXI-ALIQUOTA(WS-IND-FX) / 100)
                    - WS-FXI-DEDUZIR(WS-IND-FX)
                 IF WS-DESCONTO-CALC GREATER ZEROS THEN
                    MOVE WS-DESCONTO-CALC      TO WS-INSS-CALC
                 END-IF
              END-IF
           END-PERFORM
           COMPUTE WS-BASE-IRRF = WS-BASE-INSS - WS-INSS-CALC
              - (WS-QTD-DEP * WS-DEDUCAO-DEP)
           IF WS-BASE-IRRF LESS ZEROS THEN
              MOVE ZEROS                       TO WS-BASE-IRRF
           END-IF
           MOVE ZEROS                          TO WS-IRRF-CALC
           MOVE 'N'                            TO WS-FAIXA-ACHADA
           PERFORM VARYING WS-IND-FX FROM 1 BY 1
                           UNTIL WS-IND-FX > WS-QTD-FX-IRRF
                              OR WS-FAIXA-ACHADA EQUAL 'S'
              IF WS-BASE-IRRF NOT GREATER WS-FXR-LIMITE(WS-IND-FX)
                 MOVE 'S'                      TO WS-FAIXA-ACHADA
                 COMPUTE WS-DESCONTO-CALC ROUNDED =
                    (WS-BASE-IRRF * WS-FXR-ALIQUOTA(WS-IND-FX) / 100)
                    - WS-FXR-DEDUZIR(WS-IND-FX)
                 IF WS-DESCONTO-CALC GREATER ZEROS THEN
                    MOVE WS-DESCONTO-CALC      TO WS-IRRF-CALC
                 END-IF
              END-IF
           END-PERFORM.
      *
      *   Primeiro e ultimo dia da competencia do historico.
       LIMITES-COMPETENCIA.
           COMPUTE WS-PRIMEIRO-DIA = FHI-COMPETENCIA * 100 + 1
           IF FHI-COMPETENCIA(5:2) EQUAL '12' THEN
              COMPUTE WS-ULTIMO-DIA =
                 (FHI-COMPETENCIA + 89) * 100 + 1
           ELSE
              COMPUTE WS-ULTIMO-DIA =
                 (FHI-COMPETENCIA + 1) * 100 + 1
           END-IF
           COMPUTE WS-INT-DATA =
              FUNCTION INTEGER-OF-DATE(WS-ULTIMO-DIA) - 1
           COMPUTE WS-ULTIMO-DIA =
              FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
      *
      *   Conta os dependentes da matricula corrente por chave no
      *   DEPENDEN.DAT.
       CONTA-DEPENDENTES.
           MOVE ZEROS                          TO WS-QTD-DEP
           IF WS-DEPENDEN-OK EQUAL 'S' THEN
              MOVE FUN-MATRICULA               TO DEP-MATRICULA
              MOVE ZEROS                       TO DEP-SEQ
              MOVE 'N'                         TO WS-EOF-DEP
              START DEPENDEN KEY NOT LESS DEP-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-DEP
              END-START
              PERFORM UNTIL WS-EOF-DEP EQUAL 'S'
                 READ DEPENDEN NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-DEP
                    NOT AT END
                       IF DEP-MATRICULA EQUAL FUN-MATRICULA THEN
                          ADD 1                TO WS-QTD-DEP
                       ELSE
                          MOVE 'S'             TO WS-EOF-DEP
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
      *   Historico da folha, dependentes, faixas e eventos para o
      *   retroativo; sem o historico nao ha retroativo, sem as
      *   faixas a diferenca vai sem o efeito de INSS/IRRF.
       ABRE-ARQUIVOS-RETRO.
           OPEN INPUT FOLHAHIS
           IF WS-FS-FHI EQUAL '00' THEN
              MOVE 'S'                         TO WS-FHI-OK
           END-IF
           OPEN INPUT DEPENDEN
           IF WS-FS-DEP EQUAL '00' THEN
              MOVE 'S'                         TO WS-DEPENDEN-OK
           END-IF
           PERFORM CARREGA-FAIXAS
           IF WS-FHI-OK EQUAL 'S' AND WS-FAIXAS-OK NOT EQUAL 'S'
              DISPLAY '>> FOLHA.PARM SEM FAIXAS - RETROATIVO SEM O'
                      ' EFEITO DE INSS/IRRF.'
           END-IF
           OPEN EXTEND EVENFOLH
           IF WS-FS-EVE EQUAL 35 THEN
              OPEN OUTPUT EVENFOLH
           END-IF.
      *
       FECHA-ARQUIVOS-RETRO.
           IF WS-FHI-OK EQUAL 'S' THEN
              CLOSE FOLHAHIS
           END-IF
           IF WS-DEPENDEN-OK EQUAL 'S' THEN
              CLOSE DEPENDEN
           END-IF
           CLOSE EVENFOLH.
      *
       CARREGA-FAIXAS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT FAIXAS
           IF WS-FS-FAI EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ FAIXAS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       PERFORM GUARDA-FAIXA
                 END-READ
              END-PERFORM
              CLOSE FAIXAS
           END-IF
           MOVE 'N'                            TO WS-EOF
           IF WS-QTD-FX-INSS GREATER ZEROS
                    AND WS-QTD-FX-IRRF GREATER ZEROS THEN
              MOVE 'S'                         TO WS-FAIXAS-OK
           END-IF.
      *
      *   So as faixas e a deducao por dependente interessam aqui.
       GUARDA-FAIXA.
           EVALUATE FAI-TIPO
              WHEN 'I'
                 IF WS-QTD-FX-INSS LESS 10 THEN
                    ADD 1                      TO WS-QTD-FX-INSS
                    MOVE FAI-LIMITE            TO
                         WS-FXI-LIMITE(WS-QTD-FX-INSS)
                    MOVE FAI-ALIQUOTA          TO
                         WS-FXI-ALIQUOTA(WS-QTD-FX-INSS)
                    MOVE FAI-DEDUZIR           TO
                         WS-FXI-DEDUZIR(WS-QTD-FX-INSS)
                 END-IF
              WHEN 'R'
                 IF WS-QTD-FX-IRRF LESS 10 THEN
                    ADD 1                      TO WS-QTD-FX-IRRF
                    MOVE FAI-LIMITE            TO
                         WS-FXR-LIMITE(WS-QTD-FX-IRRF)
                    MOVE FAI-ALIQUOTA          TO
                         WS-FXR-ALIQUOTA(WS-QTD-FX-IRRF)
                    MOVE FAI-DEDUZIR           TO
                         WS-FXR-DEDUZIR(WS-QTD-FX-IRRF)
                 END-IF
              WHEN 'D'
                 MOVE FAI-DEDUZIR              TO WS-DEDUCAO-DEP
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       CARREGA-DISSIDIO.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM NOT EQUAL ZEROS THEN
              DISPLAY 'DISSIDIO.PARM INDISPONIVEL - FILE STATUS: '
                      WS-FS-PRM
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PARAMETROS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF PRM-NIVEL GREATER ZEROS THEN
                          MOVE PRM-PERCENTUAL  TO
                               WS-DIS-PERCENTUAL(PRM-NIVEL)
                          MOVE PRM-TETO        TO
                               WS-DIS-TETO(PRM-NIVEL)
                          ADD 1                TO WS-QTD-CARTOES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARAMETROS
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       LE-DATA.
           MOVE 'N'                            TO DV-STATUS
           PERFORM UNTIL DV-DATA-VALIDA
              DISPLAY '(AAAAMMDD): '
              ACCEPT WS-DATA-INF
              MOVE WS-DI-DD                    TO DV-DIA
              MOVE WS-DI-MM                    TO DV-MES
              MOVE WS-DI-AAAA                  TO DV-ANO
              CALL './bin/PGVALDAT' USING DV-PARM
              IF DV-DATA-INVALIDA THEN
                 DISPLAY '>> DATA INVALIDA, INFORME DE NOVO.'
              END-IF
           END-PERFORM.
      *
      *   Imagem posterior da atualizacao para o jornal (PGJORNAL);
      *   so vai o que o mestre de fato aceitou.
       JORNALIZA-FUNCIONARIO.
           IF WS-FS-MES LESS 10 THEN
              MOVE 'PGSALALT'                  TO JN-PROGRAMA
              MOVE WS-OPERADOR                 TO JN-OPERADOR
              MOVE 'FUNCMEST.DAT'              TO JN-ARQUIVO
              MOVE REG-FUNCMEST                TO JN-IMAGEM
              CALL './bin/PGJORNAL' USING JN-PARM
           END-IF.
      *
       END PROGRAM PGSALALT.
