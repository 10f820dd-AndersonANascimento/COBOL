      *****************************************************************
      * Program name:    PGRENTAB
      * Original author: Anderson Nascimento
      * Purpose: Rentabilidade das turmas num periodo de competencias
      *          (AAAAMM a AAAAMM): a receita faturada e a recebida
      *          vem do MENSALID.DAT, com o desconto das bolsas do
      *          BOLSAS.DAT como aplicado na cobranca pelo PGMENSAL;
      *          o custo do instrutor e o mesmo calculo do PGINSPAG
      *          (sessoes distintas do FALTAS.TXT x horas por sessao
      *          do INSPAG.PARM x INS-VALOR-HORA, sessao de substituto
      *          pela tarifa do substituto); o custo de sala sao as
      *          horas reservadas em RESERVAS.DAT para a turma vezes
      *          a tarifa da sala no cartao SALACUST.PARM. Imprime em
      *          RENTAB.LST a margem por turma e por curso, em ordem
      *          de margem, e amarra o total faturado com a conta de
      *          receita de mensalidades (31102) do DIARIO.TXT do
      *          PGCONTAB.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGRENTAB.
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
           SELECT MENSALID ASSIGN TO './MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS MEN-CHAVE
           FILE STATUS   IS WS-FS-MEN.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT INSTRMEST ASSIGN TO './INSTRMEST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS INS-CODIGO
           FILE STATUS   IS WS-FS-INS.
           SELECT SUBSTIT ASSIGN TO './SUBSTIT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS SUB-CHAVE
           FILE STATUS   IS WS-FS-SUB.
           SELECT FALTAS ASSIGN TO './FALTAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-FAL.
           SELECT RESERVAS ASSIGN TO './RESERVAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS RES-CHAVE
           FILE STATUS   IS WS-FS-RES.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DIA.
           SELECT PARAMETROS ASSIGN TO './INSPAG.PARM'
           FILE STATUS   IS WS-FS-PARM.
           SELECT SALACUST ASSIGN TO './SALACUST.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-SAC.
           SELECT RELATORIO ASSIGN TO './RENTAB.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   MENSALID.DAT - contas a receber das mensalidades (layout
      *   do PGMENSAL); o desconto e a bolsa do BOLSAS.DAT.
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
      *   TURMAS.DAT - catalogo de turmas mantido pelo PGTURMAS.
         FD  TURMAS.
         01  REG-TURMA.
             05  TUR-CODIGO          PIC X(10).
             05  TUR-CURSO           PIC X(30).
             05  TUR-INSTRUTOR       PIC X(30).
             05  TUR-INSTR-COD       PIC 9(05).
             05  TUR-SALA            PIC X(10).
             05  TUR-CAPACIDADE      PIC 9(03).
             05  TUR-DATA-INICIO     PIC 9(08).
             05  TUR-DATA-FIM        PIC 9(08).
             05  TUR-MENSALIDADE     PIC 9(05)V99.
             05  TUR-STATUS          PIC X(01).
                 88  TUR-ABERTA      VALUE 'A'.
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
      *   INSTRMEST.DAT - cadastro de instrutores do PGINSMNT, com a
      *   tarifa horaria.
         FD  INSTRMEST.
         01  REG-INSTRUTOR.
             05  INS-CODIGO          PIC 9(05).
             05  INS-NOME            PIC X(30).
             05  INS-CPF             PIC 9(11).
             05  INS-VALOR-HORA      PIC 9(05)V99.
      *
      *   SUBSTIT.DAT - sessoes dadas por substituto (layout do
      *   PGSUBSTI).
         FD  SUBSTIT.
         01  REG-SUBSTIT.
             05  SUB-CHAVE.
                 10  SUB-TURMA       PIC X(10).
                 10  SUB-DATA        PIC 9(08).
             05  SUB-INSTR-COD       PIC 9(05).
             05  SUB-TITULAR-COD     PIC 9(05).
             05  SUB-MOTIVO          PIC X(30).
             05  SUB-OPERADOR        PIC X(08).
             05  SUB-DATA-REG        PIC 9(08).
      *
      *   FALTAS.TXT - chamada lancada pelo PGPRESEN; cada data de
      *   sessao distinta de uma turma conta como uma sessao dada.
         FD  FALTAS.
         01  REG-FALTA.
             05  FAL-MATR            PIC 9(05).
             05  FAL-TURMA           PIC X(10).
             05  FAL-DATA            PIC 9(08).
             05  FAL-PRESENCA        PIC X(01).
             05  FAL-JUSTIF          PIC X(02).
             05  FAL-DOCUMENTO       PIC X(12).
      *
      *   RESERVAS.DAT - reservas de sala (layout do PGRESERV); a
      *   reserva de turma traz o codigo dela no ocupante.
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
      *   DIARIO.TXT - o diario contabil (layout do PGCONTAB).
         FD  DIARIO.
         01  REG-DIARIO.
             05  DIA-DATA            PIC 9(08).
             05  DIA-ORIGEM          PIC X(08).
             05  DIA-CONTA           PIC 9(05).
             05  DIA-DC              PIC X(01).
             05  DIA-VALOR           PIC 9(09)V99.
             05  DIA-HISTORICO       PIC X(20).
             05  DIA-CCUSTO          PIC X(03).
      *
      *   INSPAG.PARM - cartao com as horas por sessao do PGINSPAG;
      *   sem ele vale o padrao de 4 horas.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PARM-HORAS-SESSAO   PIC 9(02).
      *
      *   SALACUST.PARM - tarifa por hora de cada sala; a sala PADRAO
      *   vale para as que nao estao no cartao.
         FD  SALACUST.
         01  REG-SALACUST.
             05  SAC-SALA            PIC X(10).
             05  SAC-VALOR-HORA      PIC 9(05)V99.
      *
      *   RENTAB.LST - margem por turma e por curso.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-MEN               PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-INS               PIC X(02) VALUE '00'.
         77  WS-FS-SUB               PIC X(02) VALUE '00'.
         77  WS-FS-FAL               PIC 99.
         77  WS-FS-RES               PIC X(02) VALUE '00'.
         77  WS-FS-DIA               PIC 99.
         77  WS-FS-PARM              PIC X(02) VALUE '00'.
         77  WS-FS-SAC               PIC 99.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-COMPET-INI           PIC 9(06) VALUE ZEROS.
         77  WS-COMPET-FIM           PIC 9(06) VALUE ZEROS.
         77  WS-COMPET-LIDA          PIC 9(06) VALUE ZEROS.
         77  WS-HORAS-SESSAO         PIC 9(02) VALUE 4.
         77  WS-SUBST-OK             PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  WS-CTA-REC-MENSAL       PIC 9(05) VALUE 31102.
      *
      *   Turmas apuradas no periodo (so as do catalogo).
         77  WS-QTD-TUR              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-TUR OCCURS 100 TIMES.
             05  WS-TUR-TURMA        PIC X(10).
             05  WS-TUR-CURSO        PIC X(30).
             05  WS-TUR-INSTR        PIC 9(05).
             05  WS-TUR-TARIFA       PIC 9(05)V99.
             05  WS-TUR-FATURADO     PIC 9(09)V99.
             05  WS-TUR-BOLSAS       PIC 9(09)V99.
             05  WS-TUR-RECEBIDO     PIC 9(09)V99.
             05  WS-TUR-CUSTO-INS    PIC 9(09)V99.
             05  WS-TUR-CUSTO-SALA   PIC 9(09)V99.
             05  WS-TUR-MARGEM       PIC S9(09)V99.
             05  WS-TUR-SESSOES      PIC 9(04).
             05  WS-TUR-MIN-SALA     PIC 9(07).
         01  WS-TUR-AUX              PIC X(129).
         77  WS-IND-TUR              PIC 9(03).
         77  WS-IND-TUR-2            PIC 9(03).
         77  WS-TUR-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-TURMA-BUSCA          PIC X(10) VALUE SPACES.
         77  WS-TROCA                PIC X     VALUE 'N'.
      *
      *   Cursos: soma das turmas de cada curso.
         77  WS-QTD-CUR              PIC 9(02) VALUE ZEROS.
         01  WS-TAB-CUR OCCURS 50 TIMES.
             05  WS-CUR-NOME         PIC X(30).
             05  WS-CUR-TURMAS       PIC 9(03).
             05  WS-CUR-LIQUIDO      PIC 9(09)V99.
             05  WS-CUR-CUSTO        PIC 9(09)V99.
             05  WS-CUR-MARGEM       PIC S9(09)V99.
         01  WS-CUR-AUX              PIC X(66).
         77  WS-IND-CUR              PIC 9(02).
         77  WS-IND-CUR-2            PIC 9(02).
         77  WS-CUR-ACHADO           PIC 9(02) VALUE ZEROS.
      *
      *   Sessoes distintas (turma+data) do periodo.
         77  WS-QTD-SESSAO           PIC 9(04) VALUE ZEROS.
         01  WS-TAB-SESSAO OCCURS 2000 TIMES.
             05  WS-SES-TURMA        PIC X(10).
             05  WS-SES-DATA         PIC 9(08).
         77  WS-IND-SES              PIC 9(04).
         77  WS-SES-ACHADA           PIC X     VALUE 'N'.
      *
      *   Tarifas de sala do SALACUST.PARM.
         77  WS-QTD-SALA             PIC 9(02) VALUE ZEROS.
         01  WS-TAB-SALA OCCURS 50 TIMES.
             05  WS-SAL-SALA         PIC X(10).
             05  WS-SAL-VALOR-HORA   PIC 9(05)V99.
         77  WS-IND-SALA             PIC 9(02).
         77  WS-TARIFA-PADRAO        PIC 9(05)V99 VALUE ZEROS.
         77  WS-TARIFA-SALA          PIC 9(05)V99 VALUE ZEROS.
         77  WS-TARIFA-SESSAO        PIC 9(05)V99 VALUE ZEROS.
      *
      *   Horas da reserva: HHMM em minutos.
         77  WS-HH                   PIC 9(02) VALUE ZEROS.
         77  WS-MM                   PIC 9(02) VALUE ZEROS.
         77  WS-MIN-INI              PIC 9(04) VALUE ZEROS.
         77  WS-MIN-FIM              PIC 9(04) VALUE ZEROS.
         77  WS-MIN-RESERVA          PIC 9(04) VALUE ZEROS.
      *
      *   Totais gerais e amarracao com o razao.
         77  WS-TOT-FATURADO         PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-BOLSAS           PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-RECEBIDO         PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-CUSTO-INS        PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-CUSTO-SALA       PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-MARGEM           PIC S9(11)V99 VALUE ZEROS.
         77  WS-TOT-LIQ-TURMAS       PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-OUTRAS           PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-LIQ-MENSALID     PIC 9(11)V99 VALUE ZEROS.
         77  WS-TOT-RAZAO            PIC S9(11)V99 VALUE ZEROS.
         77  WS-DIFERENCA            PIC S9(11)V99 VALUE ZEROS.
         77  WS-LIQUIDO              PIC 9(09)V99 VALUE ZEROS.
         77  WS-PCT-MARGEM           PIC S9(05)V9 VALUE ZEROS.
         77  WS-QTD-FORA-CATALOGO    PIC 9(05) VALUE ZEROS.
      *
        01  LINHA-CAB-TURMA.
            03  FILLER               PIC X(40) VALUE
                'POS TURMA        FATURADO    BOLSAS   RE'.
            03  FILLER               PIC X(40) VALUE
                'CEBIDO INSTRUTOR      SALA      MARGEM  '.
        01  LINHA-TURMA.
            03  RTU-POS              PIC ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RTU-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RTU-FATURADO         PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RTU-BOLSAS           PIC ZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RTU-RECEBIDO         PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RTU-INSTRUTOR        PIC ZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RTU-SALA             PIC ZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RTU-MARGEM           PIC -ZZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
        01  LINHA-CAB-CURSO.
            03  FILLER               PIC X(40) VALUE
                'POS CURSO                  TUR      LIQU'.
            03  FILLER               PIC X(40) VALUE
                'IDO        CUSTO        MARGEM  MARG%   '.
        01  LINHA-CURSO.
            03  RCU-POS              PIC ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCU-CURSO            PIC X(22).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCU-TURMAS           PIC ZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCU-LIQUIDO          PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCU-CUSTO            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCU-MARGEM           PIC -Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  RCU-PCT              PIC -ZZZ9,9.
            03  FILLER               PIC X(02) VALUE SPACES.
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
        01  LINHA-RESUMO.
            03  RSM-ROTULO           PIC X(46).
            03  RSM-VALOR            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
            03  FILLER               PIC X(16) VALUE SPACES.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ RENTABILIDADE DAS TURMAS ------'
           DISPLAY 'Competencia inicial (AAAAMM): '
           ACCEPT WS-COMPET-INI
           DISPLAY 'Competencia final (AAAAMM): '
           ACCEPT WS-COMPET-FIM
           IF WS-COMPET-FIM LESS WS-COMPET-INI THEN
              DISPLAY '>> COMPETENCIA FINAL ANTES DA INICIAL.'
              GOBACK
           END-IF.

           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-TARIFAS-SALA

           OPEN INPUT TURMAS
           IF WS-FS-TUR NOT EQUAL '00' THEN
              DISPLAY 'TURMAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-TUR
              GOBACK
           END-IF.
           OPEN INPUT INSTRMEST
           IF WS-FS-INS NOT EQUAL '00' THEN
              DISPLAY 'INSTRMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-INS
              CLOSE TURMAS
              GOBACK
           END-IF.

           PERFORM APURA-RECEITAS
           PERFORM APURA-INSTRUTORES
           PERFORM APURA-SALAS
           CLOSE TURMAS INSTRMEST.
           IF WS-QTD-TUR EQUAL ZEROS THEN
              DISPLAY 'NENHUMA TURMA COM MOVIMENTO ENTRE '
                      WS-COMPET-INI ' E ' WS-COMPET-FIM '.'
              GOBACK
           END-IF.

           PERFORM CALCULA-MARGENS
           PERFORM ORDENA-TURMAS
           PERFORM APURA-CURSOS
           PERFORM ORDENA-CURSOS
           PERFORM APURA-RAZAO

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM IMPRIME-TURMAS
           PERFORM IMPRIME-CURSOS
           PERFORM IMPRIME-AMARRACAO
           CLOSE RELATORIO.
           DISPLAY 'TURMAS: ' WS-QTD-TUR '  CURSOS: ' WS-QTD-CUR
                   ' - RELATORIO EM RENTAB.LST'
           IF WS-DIFERENCA NOT EQUAL ZEROS THEN
              DISPLAY '>> FATURADO NAO BATE COM A CONTA 31102 DO'
                      ' DIARIO - VER RENTAB.LST.'
           END-IF.
           GOBACK.
      *
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARM EQUAL '00' THEN
              READ PARAMETROS
                 NOT AT END
                    IF PARM-HORAS-SESSAO NUMERIC
                             AND PARM-HORAS-SESSAO GREATER ZEROS THEN
                       MOVE PARM-HORAS-SESSAO  TO WS-HORAS-SESSAO
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
      *
      *   Tarifas de sala; na primeira execucao o cartao nasce so com
      *   a sala PADRAO, e o operador acrescenta as salas com tarifa
      *   propria no proprio arquivo.
       CARREGA-TARIFAS-SALA.
           OPEN INPUT SALACUST
           IF WS-FS-SAC EQUAL 35 THEN
              OPEN OUTPUT SALACUST
              MOVE 'PADRAO'                    TO SAC-SALA
              MOVE 25,00                       TO SAC-VALOR-HORA
              WRITE REG-SALACUST
              CLOSE SALACUST
              OPEN INPUT SALACUST
           END-IF.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ SALACUST
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF SAC-VALOR-HORA NUMERIC THEN
                       IF SAC-SALA EQUAL 'PADRAO' THEN
                          MOVE SAC-VALOR-HORA  TO WS-TARIFA-PADRAO
                       ELSE
                          IF WS-QTD-SALA LESS 50 THEN
                             ADD 1             TO WS-QTD-SALA
                             MOVE SAC-SALA     TO
                                  WS-SAL-SALA(WS-QTD-SALA)
                             MOVE SAC-VALOR-HORA TO
                                  WS-SAL-VALOR-HORA(WS-QTD-SALA)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SALACUST.
      *
      *   Receita: cada cobranca do periodo soma na turma dela;
      *   cobranca fora do catalogo (taxas de documento e afins) so
      *   entra no total para a amarracao com o razao.
       APURA-RECEITAS.
           OPEN INPUT MENSALID
           IF WS-FS-MEN NOT EQUAL '00' THEN
              DISPLAY 'MENSALID.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MEN ' - RECEITA ZERADA.'
           ELSE
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ MENSALID NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF MEN-COMPETENCIA NOT LESS WS-COMPET-INI
                                AND MEN-COMPETENCIA NOT GREATER
                                    WS-COMPET-FIM THEN
                          PERFORM SOMA-COBRANCA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MENSALID
           END-IF.
      *
       SOMA-COBRANCA.
           COMPUTE WS-LIQUIDO = MEN-VLR-DEVIDO - MEN-VLR-DESCONTO
           ADD WS-LIQUIDO                      TO WS-TOT-LIQ-MENSALID
           MOVE MEN-TURMA                      TO WS-TURMA-BUSCA
           PERFORM BUSCA-TURMA
           IF WS-TUR-ACHADA EQUAL ZEROS THEN
              ADD WS-LIQUIDO                   TO WS-TOT-OUTRAS
              ADD 1                            TO WS-QTD-FORA-CATALOGO
           ELSE
              ADD MEN-VLR-DEVIDO               TO
                  WS-TUR-FATURADO(WS-TUR-ACHADA)
              ADD MEN-VLR-DESCONTO             TO
                  WS-TUR-BOLSAS(WS-TUR-ACHADA)
              ADD MEN-VLR-PAGO                 TO
                  WS-TUR-RECEBIDO(WS-TUR-ACHADA)
           END-IF.
      *
      *   Acha a turma na tabela; se ainda nao esta, le o catalogo e
      *   abre a entrada com o curso e o instrutor titular. Turma
      *   fora do catalogo (ou tabela cheia) volta zero.
       BUSCA-TURMA.
           MOVE ZEROS                          TO WS-TUR-ACHADA
           PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                           UNTIL WS-IND-TUR > WS-QTD-TUR
              IF WS-TUR-TURMA(WS-IND-TUR) EQUAL WS-TURMA-BUSCA THEN
                 MOVE WS-IND-TUR               TO WS-TUR-ACHADA
              END-IF
           END-PERFORM.
           IF WS-TUR-ACHADA EQUAL ZEROS THEN
              MOVE WS-TURMA-BUSCA              TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF WS-QTD-TUR LESS 100 THEN
                       PERFORM ABRE-ENTRADA-TURMA
                    ELSE
                       DISPLAY '>> MAIS DE 100 TURMAS NO PERIODO - '
                               WS-TURMA-BUSCA ' FORA DO RELATORIO.'
                    END-IF
              END-READ
           END-IF.
      *
       ABRE-ENTRADA-TURMA.
           ADD 1                               TO WS-QTD-TUR
           MOVE WS-QTD-TUR                     TO WS-TUR-ACHADA
           MOVE TUR-CODIGO             TO WS-TUR-TURMA(WS-QTD-TUR)
           MOVE TUR-CURSO              TO WS-TUR-CURSO(WS-QTD-TUR)
           MOVE TUR-INSTR-COD          TO WS-TUR-INSTR(WS-QTD-TUR)
           MOVE ZEROS                  TO WS-TUR-TARIFA(WS-QTD-TUR)
                                          WS-TUR-FATURADO(WS-QTD-TUR)
                                          WS-TUR-BOLSAS(WS-QTD-TUR)
                                          WS-TUR-RECEBIDO(WS-QTD-TUR)
                                          WS-TUR-CUSTO-INS(WS-QTD-TUR)
                                          WS-TUR-CUSTO-SALA(WS-QTD-TUR)
                                          WS-TUR-MARGEM(WS-QTD-TUR)
                                          WS-TUR-SESSOES(WS-QTD-TUR)
                                          WS-TUR-MIN-SALA(WS-QTD-TUR)
           IF TUR-INSTR-COD NOT EQUAL ZEROS THEN
              MOVE TUR-INSTR-COD               TO INS-CODIGO
              READ INSTRMEST
                 NOT INVALID KEY
                    MOVE INS-VALOR-HORA TO WS-TUR-TARIFA(WS-QTD-TUR)
              END-READ
           END-IF.
      *
      *   Custo do instrutor, como no PGINSPAG: sessoes distintas da
      *   chamada no periodo, cada uma pela tarifa do titular ou,
      *   havendo substituto no SUBSTIT.DAT, pela do substituto.
       APURA-INSTRUTORES.
           OPEN INPUT FALTAS
           IF WS-FS-FAL NOT EQUAL ZEROS THEN
              DISPLAY 'FALTAS.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-FAL ' - CUSTO DE INSTRUTOR ZERADO.'
           ELSE
              PERFORM UNTIL WS-FS-FAL NOT EQUAL ZEROS
                 READ FALTAS
                    AT END
                       MOVE 10                 TO WS-FS-FAL
                    NOT AT END
                       MOVE FAL-DATA(1:6)      TO WS-COMPET-LIDA
                       IF WS-COMPET-LIDA NOT LESS WS-COMPET-INI
                                AND WS-COMPET-LIDA NOT GREATER
                                    WS-COMPET-FIM THEN
                          PERFORM GUARDA-SESSAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FALTAS
           END-IF.
           OPEN INPUT SUBSTIT
           IF WS-FS-SUB EQUAL '00' THEN
              MOVE 'S'                         TO WS-SUBST-OK
           END-IF.
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                           UNTIL WS-IND-SES > WS-QTD-SESSAO
              MOVE WS-SES-TURMA(WS-IND-SES)    TO WS-TURMA-BUSCA
              PERFORM BUSCA-TURMA
              IF WS-TUR-ACHADA GREATER ZEROS THEN
                 PERFORM CUSTEIA-SESSAO
              END-IF
           END-PERFORM.
           IF WS-SUBST-OK EQUAL 'S' THEN
              CLOSE SUBSTIT
           END-IF.
      *
       GUARDA-SESSAO.
           MOVE 'N'                            TO WS-SES-ACHADA
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                           UNTIL WS-IND-SES > WS-QTD-SESSAO
              IF WS-SES-TURMA(WS-IND-SES) EQUAL FAL-TURMA
                       AND WS-SES-DATA(WS-IND-SES) EQUAL FAL-DATA THEN
                 MOVE 'S'                      TO WS-SES-ACHADA
              END-IF
           END-PERFORM.
           IF WS-SES-ACHADA NOT EQUAL 'S'
                    AND WS-QTD-SESSAO LESS 2000 THEN
              ADD 1                            TO WS-QTD-SESSAO
              MOVE FAL-TURMA              TO WS-SES-TURMA(WS-QTD-SESSAO)
              MOVE FAL-DATA               TO WS-SES-DATA(WS-QTD-SESSAO)
           END-IF.
      *
       CUSTEIA-SESSAO.
           MOVE WS-TUR-TARIFA(WS-TUR-ACHADA)   TO WS-TARIFA-SESSAO
           IF WS-SUBST-OK EQUAL 'S' THEN
              MOVE WS-SES-TURMA(WS-IND-SES)    TO SUB-TURMA
              MOVE WS-SES-DATA(WS-IND-SES)     TO SUB-DATA
              READ SUBSTIT
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ZEROS                 TO WS-TARIFA-SESSAO
                    MOVE SUB-INSTR-COD         TO INS-CODIGO
                    READ INSTRMEST
                       NOT INVALID KEY
                          MOVE INS-VALOR-HORA  TO WS-TARIFA-SESSAO
                    END-READ
              END-READ
           END-IF.
           ADD 1                       TO WS-TUR-SESSOES(WS-TUR-ACHADA)
           COMPUTE WS-TUR-CUSTO-INS(WS-TUR-ACHADA) =
              WS-TUR-CUSTO-INS(WS-TUR-ACHADA)
              + WS-HORAS-SESSAO * WS-TARIFA-SESSAO.
      *
      *   Custo de sala: reservas do periodo cujo ocupante e uma
      *   turma do catalogo, pelas horas reservadas e a tarifa da
      *   sala.
       APURA-SALAS.
           OPEN INPUT RESERVAS
           IF WS-FS-RES NOT EQUAL '00' THEN
              DISPLAY 'RESERVAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-RES ' - CUSTO DE SALA ZERADO.'
           ELSE
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RESERVAS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE RES-DATA(1:6)      TO WS-COMPET-LIDA
                       IF WS-COMPET-LIDA NOT LESS WS-COMPET-INI
                                AND WS-COMPET-LIDA NOT GREATER
                                    WS-COMPET-FIM THEN
                          MOVE RES-OCUPANTE(1:10) TO WS-TURMA-BUSCA
                          PERFORM BUSCA-TURMA
                          IF WS-TUR-ACHADA GREATER ZEROS THEN
                             PERFORM CUSTEIA-RESERVA
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESERVAS
           END-IF.
      *
       CUSTEIA-RESERVA.
           DIVIDE RES-HORA-INI BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-MIN-INI = WS-HH * 60 + WS-MM
           DIVIDE RES-HORA-FIM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-MIN-FIM = WS-HH * 60 + WS-MM
           IF WS-MIN-FIM GREATER WS-MIN-INI THEN
              COMPUTE WS-MIN-RESERVA = WS-MIN-FIM - WS-MIN-INI
              MOVE WS-TARIFA-PADRAO            TO WS-TARIFA-SALA
              PERFORM VARYING WS-IND-SALA FROM 1 BY 1
                              UNTIL WS-IND-SALA > WS-QTD-SALA
                 IF WS-SAL-SALA(WS-IND-SALA) EQUAL RES-SALA THEN
                    MOVE WS-SAL-VALOR-HORA(WS-IND-SALA)
                                               TO WS-TARIFA-SALA
                 END-IF
              END-PERFORM
              ADD WS-MIN-RESERVA       TO WS-TUR-MIN-SALA(WS-TUR-ACHADA)
              COMPUTE WS-TUR-CUSTO-SALA(WS-TUR-ACHADA) ROUNDED =
                 WS-TUR-CUSTO-SALA(WS-TUR-ACHADA)
                 + WS-MIN-RESERVA * WS-TARIFA-SALA / 60
           END-IF.
      *
      *   Margem da turma: faturado liquido de bolsa menos instrutor
      *   e sala; os totais gerais saem daqui.
       CALCULA-MARGENS.
           PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                           UNTIL WS-IND-TUR > WS-QTD-TUR
              COMPUTE WS-TUR-MARGEM(WS-IND-TUR) =
                 WS-TUR-FATURADO(WS-IND-TUR)
                 - WS-TUR-BOLSAS(WS-IND-TUR)
                 - WS-TUR-CUSTO-INS(WS-IND-TUR)
                 - WS-TUR-CUSTO-SALA(WS-IND-TUR)
              ADD WS-TUR-FATURADO(WS-IND-TUR)  TO WS-TOT-FATURADO
              ADD WS-TUR-BOLSAS(WS-IND-TUR)    TO WS-TOT-BOLSAS
              ADD WS-TUR-RECEBIDO(WS-IND-TUR)  TO WS-TOT-RECEBIDO
              ADD WS-TUR-CUSTO-INS(WS-IND-TUR) TO WS-TOT-CUSTO-INS
              ADD WS-TUR-CUSTO-SALA(WS-IND-TUR) TO WS-TOT-CUSTO-SALA
              ADD WS-TUR-MARGEM(WS-IND-TUR)    TO WS-TOT-MARGEM
           END-PERFORM.
           COMPUTE WS-TOT-LIQ-TURMAS = WS-TOT-FATURADO - WS-TOT-BOLSAS.
      *
      *   Ordenacao por troca de vizinhos, margem decrescente.
       ORDENA-TURMAS.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                              UNTIL WS-IND-TUR NOT LESS WS-QTD-TUR
                 COMPUTE WS-IND-TUR-2 = WS-IND-TUR + 1
                 IF WS-TUR-MARGEM(WS-IND-TUR) LESS
                          WS-TUR-MARGEM(WS-IND-TUR-2) THEN
                    MOVE WS-TAB-TUR(WS-IND-TUR)   TO WS-TUR-AUX
                    MOVE WS-TAB-TUR(WS-IND-TUR-2) TO
                         WS-TAB-TUR(WS-IND-TUR)
                    MOVE WS-TUR-AUX            TO
                         WS-TAB-TUR(WS-IND-TUR-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       APURA-CURSOS.
           PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                           UNTIL WS-IND-TUR > WS-QTD-TUR
              MOVE ZEROS                       TO WS-CUR-ACHADO
              PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                              UNTIL WS-IND-CUR > WS-QTD-CUR
                 IF WS-CUR-NOME(WS-IND-CUR) EQUAL
                          WS-TUR-CURSO(WS-IND-TUR) THEN
                    MOVE WS-IND-CUR            TO WS-CUR-ACHADO
                 END-IF
              END-PERFORM
              IF WS-CUR-ACHADO EQUAL ZEROS AND WS-QTD-CUR LESS 50 THEN
                 ADD 1                         TO WS-QTD-CUR
                 MOVE WS-QTD-CUR               TO WS-CUR-ACHADO
                 MOVE WS-TUR-CURSO(WS-IND-TUR) TO
                      WS-CUR-NOME(WS-QTD-CUR)
                 MOVE ZEROS                    TO
                      WS-CUR-TURMAS(WS-QTD-CUR)
                      WS-CUR-LIQUIDO(WS-QTD-CUR)
                      WS-CUR-CUSTO(WS-QTD-CUR)
                      WS-CUR-MARGEM(WS-QTD-CUR)
              END-IF
              IF WS-CUR-ACHADO GREATER ZEROS THEN
                 ADD 1                 TO WS-CUR-TURMAS(WS-CUR-ACHADO)
                 COMPUTE WS-CUR-LIQUIDO(WS-CUR-ACHADO) =
                    WS-CUR-LIQUIDO(WS-CUR-ACHADO)
                    + WS-TUR-FATURADO(WS-IND-TUR)
                    - WS-TUR-BOLSAS(WS-IND-TUR)
                 COMPUTE WS-CUR-CUSTO(WS-CUR-ACHADO) =
                    WS-CUR-CUSTO(WS-CUR-ACHADO)
                    + WS-TUR-CUSTO-INS(WS-IND-TUR)
                    + WS-TUR-CUSTO-SALA(WS-IND-TUR)
                 ADD WS-TUR-MARGEM(WS-IND-TUR) TO
                     WS-CUR-MARGEM(WS-CUR-ACHADO)
              END-IF
           END-PERFORM.
      *
       ORDENA-CURSOS.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                              UNTIL WS-IND-CUR NOT LESS WS-QTD-CUR
                 COMPUTE WS-IND-CUR-2 = WS-IND-CUR + 1
                 IF WS-CUR-MARGEM(WS-IND-CUR) LESS
                          WS-CUR-MARGEM(WS-IND-CUR-2) THEN
                    MOVE WS-TAB-CUR(WS-IND-CUR)   TO WS-CUR-AUX
                    MOVE WS-TAB-CUR(WS-IND-CUR-2) TO
                         WS-TAB-CUR(WS-IND-CUR)
                    MOVE WS-CUR-AUX            TO
                         WS-TAB-CUR(WS-IND-CUR-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
      *   Saldo da receita de mensalidades no diario, pelos
      *   lancamentos datados dentro do periodo: credito soma,
      *   debito (estorno) subtrai.
       APURA-RAZAO.
           OPEN INPUT DIARIO
           IF WS-FS-DIA NOT EQUAL ZEROS THEN
              DISPLAY 'DIARIO.TXT AUSENTE - RAZAO ZERADO NA'
                      ' AMARRACAO.'
           ELSE
              MOVE 'N'                         TO WS-EOF
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ DIARIO
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE DIA-DATA(1:6)      TO WS-COMPET-LIDA
                       IF DIA-CONTA EQUAL WS-CTA-REC-MENSAL
                                AND WS-COMPET-LIDA NOT LESS
                                    WS-COMPET-INI
                                AND WS-COMPET-LIDA NOT GREATER
                                    WS-COMPET-FIM THEN
                          IF DIA-DC EQUAL 'C' THEN
                             ADD DIA-VALOR     TO WS-TOT-RAZAO
                          ELSE
                             SUBTRACT DIA-VALOR FROM WS-TOT-RAZAO
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DIARIO
           END-IF.
           COMPUTE WS-DIFERENCA =
              WS-TOT-LIQ-MENSALID - WS-TOT-RAZAO.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGRENTAB'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'RENTABILIDADE ' DELIMITED SIZE
                  WS-COMPET-INI    DELIMITED SIZE
                  ' A '            DELIMITED SIZE
                  WS-COMPET-FIM    DELIMITED SIZE
                  INTO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTPAG.
      *
       IMPRIME-TURMAS.
           MOVE 'MARGEM POR TURMA (FATURADO - BOLSAS - INSTR. - SALA)'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-TURMA BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                           UNTIL WS-IND-TUR > WS-QTD-TUR
              MOVE WS-IND-TUR                  TO RTU-POS
              MOVE WS-TUR-TURMA(WS-IND-TUR)    TO RTU-TURMA
              MOVE WS-TUR-FATURADO(WS-IND-TUR) TO RTU-FATURADO
              MOVE WS-TUR-BOLSAS(WS-IND-TUR)   TO RTU-BOLSAS
              MOVE WS-TUR-RECEBIDO(WS-IND-TUR) TO RTU-RECEBIDO
              MOVE WS-TUR-CUSTO-INS(WS-IND-TUR) TO RTU-INSTRUTOR
              MOVE WS-TUR-CUSTO-SALA(WS-IND-TUR) TO RTU-SALA
              MOVE WS-TUR-MARGEM(WS-IND-TUR)   TO RTU-MARGEM
              WRITE REG-REL FROM LINHA-TURMA BEFORE ADVANCING 1 LINES
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'FATURADO BRUTO DAS TURMAS'    TO RSM-ROTULO
           MOVE WS-TOT-FATURADO                TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(-) BOLSAS'                   TO RSM-ROTULO
           MOVE WS-TOT-BOLSAS                  TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(-) INSTRUTORES'              TO RSM-ROTULO
           MOVE WS-TOT-CUSTO-INS               TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(-) SALAS'                    TO RSM-ROTULO
           MOVE WS-TOT-CUSTO-SALA              TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'MARGEM DAS TURMAS'            TO RSM-ROTULO
           MOVE WS-TOT-MARGEM                  TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'RECEBIDO DAS TURMAS (CAIXA)'  TO RSM-ROTULO
           MOVE WS-TOT-RECEBIDO                TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 2 LINES.
      *
       IMPRIME-CURSOS.
           MOVE 'MARGEM POR CURSO'             TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-CURSO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-CUR FROM 1 BY 1
                           UNTIL WS-IND-CUR > WS-QTD-CUR
              MOVE WS-IND-CUR                  TO RCU-POS
              MOVE WS-CUR-NOME(WS-IND-CUR)     TO RCU-CURSO
              MOVE WS-CUR-TURMAS(WS-IND-CUR)   TO RCU-TURMAS
              MOVE WS-CUR-LIQUIDO(WS-IND-CUR)  TO RCU-LIQUIDO
              MOVE WS-CUR-CUSTO(WS-IND-CUR)    TO RCU-CUSTO
              MOVE WS-CUR-MARGEM(WS-IND-CUR)   TO RCU-MARGEM
              MOVE ZEROS                       TO WS-PCT-MARGEM
              IF WS-CUR-LIQUIDO(WS-IND-CUR) GREATER ZEROS THEN
                 COMPUTE WS-PCT-MARGEM ROUNDED =
                    WS-CUR-MARGEM(WS-IND-CUR) * 100
                    / WS-CUR-LIQUIDO(WS-IND-CUR)
              END-IF
              MOVE WS-PCT-MARGEM               TO RCU-PCT
              WRITE REG-REL FROM LINHA-CURSO BEFORE ADVANCING 1 LINES
           END-PERFORM.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
      *   Amarracao com o razao: o faturado liquido das turmas mais
      *   as cobrancas fora do catalogo tem de dar o saldo da conta
      *   de receita de mensalidades lancado pelo PGCONTAB.
       IMPRIME-AMARRACAO.
           MOVE 'AMARRACAO COM O RAZAO (PGCONTAB)' TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'FATURADO LIQUIDO DAS TURMAS'  TO RSM-ROTULO
           MOVE WS-TOT-LIQ-TURMAS              TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(+) COBRANCAS FORA DO CATALOGO DE TURMAS'
                                               TO RSM-ROTULO
           MOVE WS-TOT-OUTRAS                  TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE '(=) FATURADO LIQUIDO NO MENSALID.DAT'
                                               TO RSM-ROTULO
           MOVE WS-TOT-LIQ-MENSALID            TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'SALDO DA CONTA 31102 NO DIARIO.TXT'
                                               TO RSM-ROTULO
           MOVE WS-TOT-RAZAO                   TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'DIFERENCA'                    TO RSM-ROTULO
           MOVE WS-DIFERENCA                   TO RSM-VALOR
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 2 LINES
           IF WS-DIFERENCA EQUAL ZEROS THEN
              MOVE 'CONFERE: FATURADO BATE COM A RECEITA CONTABILIZADA.'
                                               TO TIT-TEXTO
           ELSE
              MOVE '*** NAO CONFERE: VER LANCAMENTOS DO PGCONTAB ***'
                                               TO TIT-TEXTO
           END-IF.
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGRENTAB.
