      *          instrutor, com pagina de totais para a assinatura
      *          do coordenador. Horas por sessao vem do cartao
      *          INSPAG.PARM (padrao 4).
      *          Sessao com substituto registrado no SUBSTIT.DAT
      *          (PGSUBSTI) e paga ao substituto pela tarifa dele e
      *          descontada do titular, em secao propria do relatorio.
      *          Aprovado o fechamento, gera um titulo por instrutor
      *          no contas a pagar (CONTASPG.DAT, PGCTAPAG), com
      *          vencimento no dia 10 do mes seguinte, e o lote
      *          D 41102 / C 21107 no DIARIO.TXT.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Debito da despesa com
      *                                 instrutores no DIARIO leva o
      *                                 centro de custo ENS (ensino).
      * 15/10/2026 Anderson Nascimento  Titulos nao sao gerados com a
      *                                 competencia de hoje fechada
      *                                 (PGFECHAM).
      * 15/10/2026 Anderson Nascimento  Titulos dos instrutores no
      *                                 CONTASPG.DAT e lote no DIARIO
      *                                 ao fechar a competencia.
      * 15/10/2026 Anderson Nascimento  Sessoes com substituto no
      *                                 SUBSTIT.DAT pagas ao substituto
      *                                 e descontadas do titular, com
      *                                 secao de substituicoes.
      * 02/09/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS INS-CODIGO
           FILE STATUS   IS WS-FS-INS.
           SELECT SUBSTIT ASSIGN TO './SUBSTIT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS SUB-CHAVE
           FILE STATUS   IS WS-FS-SUB.
           SELECT PARAMETROS ASSIGN TO './INSPAG.PARM'
           FILE STATUS   IS WS-FS-PARM.
           SELECT RELATORIO ASSIGN TO './PGINSPAG.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
           SELECT CONTASPG ASSIGN TO './CONTASPG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CPG-CHAVE
           FILE STATUS   IS WS-FS-CPG.
           SELECT DIARIO ASSIGN TO './DIARIO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DIA.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
                 88  TUR-PUBLICADA   VALUE 'P'.
                 88  TUR-FECHADA     VALUE 'F'.
                 88  TUR-ARQUIVADA   VALUE 'X'.
             05  TUR-UNIDADE         PIC X(03).
      *
      *   INSTRMEST.DAT - cadastro de instrutores do PGINSMNT, com a
      *   tarifa horaria.
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
      *   INSPAG.PARM - cartao com as horas por sessao; sem ele vale
      *   o padrao de 4 horas.
         FD  PARAMETROS.
      *   PGINSPAG.LST - horas e pagamento por instrutor, com totais.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
      *   CONTASPG.DAT - contas a pagar (layout do PGCTAPAG).
         FD  CONTASPG.
         01  REG-CONTAPAGAR.
             05  CPG-CHAVE.
                 10  CPG-TIPO        PIC X(01).
                 10  CPG-FAVORECIDO  PIC X(14).
                 10  CPG-DOCUMENTO   PIC X(20).
             05  CPG-NOME            PIC X(30).
             05  CPG-EMISSAO         PIC 9(08).
             05  CPG-VENCIMENTO      PIC 9(08).
             05  CPG-VALOR           PIC 9(07)V99.
             05  CPG-CONTA-PASSIVO   PIC 9(05).
             05  CPG-CONTA-CONTRA    PIC 9(05).
             05  CPG-SITUACAO        PIC X(01).
             05  CPG-DATA-PGTO       PIC 9(08).
             05  CPG-FORMA-PGTO      PIC X(01).
             05  CPG-BANCO           PIC 9(03).
             05  CPG-OPERADOR        PIC X(08).
             05  CPG-ORIGEM          PIC X(08).
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
         WORKING-STORAGE SECTION.
         77  WS-FS-FAL               PIC 99.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-INS               PIC X(02) VALUE '00'.
         77  WS-FS-PARM              PIC X(02) VALUE '00'.
         77  WS-FS-SUB               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-FS-CPG               PIC X(02) VALUE '00'.
         77  WS-FS-DIA               PIC X(02) VALUE '00'.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-HORAS-SESSAO         PIC 9(02) VALUE 4.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         01  WS-TAB-TUR OCCURS 50 TIMES.
             05  WS-TUR-TURMA        PIC X(10).
             05  WS-TUR-SESSOES      PIC 9(03).
             05  WS-TUR-SUBST        PIC 9(03).
             05  WS-TUR-INSTR        PIC 9(05).
             05  WS-TUR-NOME-INS     PIC X(30).
             05  WS-TUR-TARIFA       PIC 9(05)V99.
         77  WS-HORAS-GERAL          PIC 9(05) VALUE ZEROS.
         77  WS-VALOR-GERAL          PIC 9(09)V99 VALUE ZEROS.
         77  WS-QTD-SEM-INSTR        PIC 9(02) VALUE ZEROS.
      *
      *   Sessoes dadas por substituto na competencia, pagas a ele
      *   pela propria tarifa.
         77  WS-QTD-SUB              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-SUB OCCURS 100 TIMES.
             05  WS-SUB-TURMA        PIC X(10).
             05  WS-SUB-DATA         PIC 9(08).
             05  WS-SUB-INSTR        PIC 9(05).
             05  WS-SUB-TITULAR      PIC 9(05).
             05  WS-SUB-NOME         PIC X(30).
             05  WS-SUB-TARIFA       PIC 9(05)V99.
         77  WS-IND-SUB              PIC 9(03).
         77  WS-HORAS-SUBST          PIC 9(05) VALUE ZEROS.
         77  WS-VALOR-SUBST          PIC 9(07)V99 VALUE ZEROS.
         77  WS-SESSOES-TITULAR      PIC 9(03) VALUE ZEROS.
      *
      *   A pagar por instrutor (titular e substituto) para o
      *   CONTASPG.DAT.
         77  WS-QTD-PAG              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-PAG OCCURS 100 TIMES.
             05  WS-PAG-INSTR        PIC 9(05).
             05  WS-PAG-NOME         PIC X(30).
             05  WS-PAG-VALOR        PIC 9(07)V99.
         77  WS-IND-PAG              PIC 9(03).
         77  WS-PAG-ACHADO           PIC X     VALUE 'N'.
         77  WS-PAG-COD-AUX          PIC 9(05) VALUE ZEROS.
         77  WS-PAG-NOME-AUX         PIC X(30) VALUE SPACES.
         77  WS-PAG-VALOR-AUX        PIC 9(07)V99 VALUE ZEROS.
         77  WS-GERA-PAGAR           PIC X(01) VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-VENCIMENTO           PIC 9(08) VALUE ZEROS.
         77  WS-QTD-GERADOS          PIC 9(03) VALUE ZEROS.
         77  WS-QTD-JA-EXISTE        PIC 9(03) VALUE ZEROS.
         77  WS-LOTE-VALOR           PIC 9(09)V99 VALUE ZEROS.
         77  WS-LOTE-ED              PIC ZZ.ZZZ.ZZ9,99.
         77  WS-CTA-DESP-INSTR       PIC 9(05) VALUE 41102.
         77  WS-CTA-INSTR-PAGAR      PIC 9(05) VALUE 21107.
      *   Hora-aula e custo do ensino (centro de custo do CCUSTO.TXT).
         77  WS-CCUSTO-INSTR         PIC X(03) VALUE 'ENS'.
      *
        01  LINHA-INSTRUTOR.
            03  FILLER               PIC X(11) VALUE 'INSTRUTOR'.
            03  TUR-DET-HORAS        PIC ZZZZ9.
            03  FILLER               PIC X(09) VALUE '  VALOR'.
            03  TUR-DET-VALOR        PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(09) VALUE '  SUBST.'.
            03  TUR-DET-SUBST        PIC ZZ9.
            03  FILLER               PIC X(09) VALUE SPACES.
      *
        01  LINHA-TOT-INSTR.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  FILLER               PIC X(09) VALUE '  VALOR'.
            03  TOT-GER-VALOR        PIC ZZZZZ.ZZ9,99.
            03  FILLER               PIC X(32) VALUE SPACES.
      *
        01  LINHA-TIT-SUBST.
            03  FILLER               PIC X(40) VALUE
                'SUBSTITUICOES - PAGAS AO SUBSTITUTO E DE'.
            03  FILLER               PIC X(40) VALUE
                'SCONTADAS DO TITULAR'.
      *
        01  LINHA-SUBST.
            03  SUB-DET-TURMA        PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  SUB-DET-DATA         PIC 9(08).
            03  FILLER               PIC X(05) VALUE ' TIT.'.
            03  SUB-DET-TITULAR      PIC 9(05).
            03  FILLER               PIC X(06) VALUE ' SUBS.'.
            03  SUB-DET-INSTR        PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  SUB-DET-NOME         PIC X(20).
            03  SUB-DET-HORAS        PIC ZZ9.
            03  FILLER               PIC X(02) VALUE 'H '.
            03  SUB-DET-VALOR        PIC ZZ.ZZ9,99.
            03  FILLER               PIC X(05) VALUE SPACES.
      *
        01  LINHA-TOT-SUBST.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  FILLER               PIC X(16) VALUE
                'TOTAL SUBSTIT.:'.
            03  FILLER               PIC X(08) VALUE '  HORAS'.
            03  TOT-SUB-HORAS        PIC ZZZZ9.
            03  FILLER               PIC X(09) VALUE '  VALOR'.
            03  TOT-SUB-VALOR        PIC ZZZ.ZZ9,99.
            03  FILLER               PIC X(28) VALUE SPACES.
      *
        01  LINHA-VISTO-SUBST.
            03  FILLER               PIC X(34) VALUE
                'VISTO DO COORDENADOR NAS SUBSTITUI'.
            03  FILLER               PIC X(26) VALUE
                'COES: ____________________'.
            03  FILLER               PIC X(20) VALUE SPACES.
      *
        01  LINHA-ASSINATURA.
            03  FILLER               PIC X(34) VALUE
                '__________________________'.
            03  FILLER               PIC X(20) VALUE SPACES.
         COPY CABREL.
         COPY FECHPER.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.

           PERFORM APURA-TURMAS
           PERFORM APURA-SUBSTITUICOES
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-RELATORIO
           CLOSE RELATORIO TURMAS INSTRMEST.
                      ' NA COMPETENCIA E SEM INSTRUTOR ATRIBUIDO'
                      ' (PGTURMAS).'
           END-IF.
           IF WS-QTD-PAG GREATER ZEROS THEN
              DISPLAY 'Gerar os titulos no contas a pagar (S/N): '
              ACCEPT WS-GERA-PAGAR
              IF WS-GERA-PAGAR EQUAL 'S' OR WS-GERA-PAGAR EQUAL 's'
                 THEN
                 PERFORM GERA-CONTAS-PAGAR THRU GERA-CONTAS-PAGAR-FIM
              END-IF
           END-IF.
           GOBACK.
      *
       CARREGA-PARAMETROS.
                      WS-TUR-TURMA(WS-QTD-TUR)
                 MOVE 1                        TO
                      WS-TUR-SESSOES(WS-QTD-TUR)
                 MOVE ZEROS                    TO
                      WS-TUR-SUBST(WS-QTD-TUR)
                 PERFORM BUSCA-INSTRUTOR-TURMA
              END-IF
           END-PERFORM.
      *
      *   Cada sessao da competencia com substituto no SUBSTIT.DAT sai
      *   da conta do titular (WS-TUR-SUBST) e vai para a tabela de
      *   substituicoes, com a tarifa do substituto.
       APURA-SUBSTITUICOES.
           OPEN INPUT SUBSTIT
           IF WS-FS-SUB EQUAL '00' THEN
              PERFORM VARYING WS-IND-SES FROM 1 BY 1
                              UNTIL WS-IND-SES > WS-QTD-SESSAO
                 MOVE WS-SES-TURMA(WS-IND-SES) TO SUB-TURMA
                 MOVE WS-SES-DATA(WS-IND-SES)  TO SUB-DATA
                 READ SUBSTIT
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM GUARDA-SUBSTITUICAO
                 END-READ
              END-PERFORM
              CLOSE SUBSTIT
           END-IF.
      *
       GUARDA-SUBSTITUICAO.
           IF WS-QTD-SUB LESS 100 THEN
              ADD 1                            TO WS-QTD-SUB
              MOVE SUB-TURMA              TO WS-SUB-TURMA(WS-QTD-SUB)
              MOVE SUB-DATA               TO WS-SUB-DATA(WS-QTD-SUB)
              MOVE SUB-INSTR-COD          TO WS-SUB-INSTR(WS-QTD-SUB)
              MOVE ZEROS                  TO WS-SUB-TITULAR(WS-QTD-SUB)
                                             WS-SUB-TARIFA(WS-QTD-SUB)
              MOVE 'NAO CADASTRADO (PGINSMNT)'
                                          TO WS-SUB-NOME(WS-QTD-SUB)
              MOVE SUB-INSTR-COD               TO INS-CODIGO
              READ INSTRMEST
                 NOT INVALID KEY
                    MOVE INS-NOME         TO WS-SUB-NOME(WS-QTD-SUB)
                    MOVE INS-VALOR-HORA   TO WS-SUB-TARIFA(WS-QTD-SUB)
              END-READ
              PERFORM VARYING WS-IND-TUR FROM 1 BY 1
                              UNTIL WS-IND-TUR > WS-QTD-TUR
                 IF WS-TUR-TURMA(WS-IND-TUR) EQUAL SUB-TURMA THEN
                    ADD 1                 TO WS-TUR-SUBST(WS-IND-TUR)
                    MOVE WS-TUR-INSTR(WS-IND-TUR)
                                          TO WS-SUB-TITULAR(WS-QTD-SUB)
                 END-IF
              END-PERFORM
           ELSE
              DISPLAY '>> MAIS DE 100 SUBSTITUICOES NA COMPETENCIA -'
                      ' SESSAO ' SUB-TURMA ' ' SUB-DATA
                      ' PAGA AO TITULAR.'
           END-IF.
      *
       BUSCA-INSTRUTOR-TURMA.
           MOVE ZEROS                          TO
                           UNTIL WS-IND-INS > WS-QTD-INS
              PERFORM IMPRIME-SECAO-INSTRUTOR
           END-PERFORM.
           IF WS-QTD-SUB GREATER ZEROS THEN
              PERFORM IMPRIME-SECAO-SUBSTITUICOES
           END-IF.
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE WS-HORAS-GERAL                 TO TOT-GER-HORAS
           MOVE WS-VALOR-GERAL                 TO TOT-GER-VALOR
           END-PERFORM.
           MOVE WS-HORAS-INSTR                 TO TOT-INS-HORAS
           MOVE WS-VALOR-INSTR                 TO TOT-INS-VALOR
           MOVE WS-INS-CODIGO(WS-IND-INS)      TO WS-PAG-COD-AUX
           MOVE INS-DET-NOME                   TO WS-PAG-NOME-AUX
           MOVE WS-VALOR-INSTR                 TO WS-PAG-VALOR-AUX
           PERFORM ACUMULA-PAGAR
           WRITE REG-REL FROM LINHA-TOT-INSTR BEFORE ADVANCING 2
                                                 LINES.
      *
      *   O titular recebe as sessoes da turma menos as dadas por
      *   substituto.
       IMPRIME-LINHA-TURMA.
           COMPUTE WS-SESSOES-TITULAR =
              WS-TUR-SESSOES(WS-IND-TUR-2) - WS-TUR-SUBST(WS-IND-TUR-2)
           COMPUTE WS-HORAS-TURMA =
              WS-SESSOES-TITULAR * WS-HORAS-SESSAO
           COMPUTE WS-VALOR-TURMA =
              WS-HORAS-TURMA * WS-TUR-TARIFA(WS-IND-TUR-2)
           MOVE WS-TUR-TURMA(WS-IND-TUR-2)     TO TUR-DET-TURMA
           MOVE WS-SESSOES-TITULAR             TO TUR-DET-SESSOES
           MOVE WS-TUR-SUBST(WS-IND-TUR-2)     TO TUR-DET-SUBST
           MOVE WS-HORAS-TURMA                 TO TUR-DET-HORAS
           MOVE WS-VALOR-TURMA                 TO TUR-DET-VALOR
           WRITE REG-REL FROM LINHA-TURMA BEFORE ADVANCING 1 LINES
                                                  WS-HORAS-GERAL
           ADD WS-VALOR-TURMA                  TO WS-VALOR-INSTR
                                                  WS-VALOR-GERAL.
      *
      *   Secao das substituicoes: uma linha por sessao, com titular,
      *   substituto, horas e valor pela tarifa do substituto, e o
      *   visto do coordenador.
       IMPRIME-SECAO-SUBSTITUICOES.
           MOVE ZEROS                          TO WS-HORAS-SUBST
                                                  WS-VALOR-SUBST
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TIT-SUBST BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-SUB FROM 1 BY 1
                           UNTIL WS-IND-SUB > WS-QTD-SUB
              MOVE WS-HORAS-SESSAO             TO WS-HORAS-TURMA
              COMPUTE WS-VALOR-TURMA =
                 WS-HORAS-TURMA * WS-SUB-TARIFA(WS-IND-SUB)
              MOVE WS-SUB-TURMA(WS-IND-SUB)    TO SUB-DET-TURMA
              MOVE WS-SUB-DATA(WS-IND-SUB)     TO SUB-DET-DATA
              MOVE WS-SUB-TITULAR(WS-IND-SUB)  TO SUB-DET-TITULAR
              MOVE WS-SUB-INSTR(WS-IND-SUB)    TO SUB-DET-INSTR
              MOVE WS-SUB-NOME(WS-IND-SUB)     TO SUB-DET-NOME
              MOVE WS-HORAS-TURMA              TO SUB-DET-HORAS
              MOVE WS-VALOR-TURMA              TO SUB-DET-VALOR
              WRITE REG-REL FROM LINHA-SUBST BEFORE ADVANCING 1 LINES
              MOVE WS-SUB-INSTR(WS-IND-SUB)    TO WS-PAG-COD-AUX
              MOVE WS-SUB-NOME(WS-IND-SUB)     TO WS-PAG-NOME-AUX
              MOVE WS-VALOR-TURMA              TO WS-PAG-VALOR-AUX
              PERFORM ACUMULA-PAGAR
              ADD WS-HORAS-TURMA               TO WS-HORAS-SUBST
                                                  WS-HORAS-GERAL
              ADD WS-VALOR-TURMA               TO WS-VALOR-SUBST
                                                  WS-VALOR-GERAL
           END-PERFORM.
           MOVE WS-HORAS-SUBST                 TO TOT-SUB-HORAS
           MOVE WS-VALOR-SUBST                 TO TOT-SUB-VALOR
           WRITE REG-REL FROM LINHA-TOT-SUBST BEFORE ADVANCING 2 LINES
           WRITE REG-REL FROM LINHA-VISTO-SUBST BEFORE ADVANCING 2
                                                   LINES.
      *
      *   Soma o valor de WS-PAG-VALOR-AUX no a pagar do instrutor
      *   WS-PAG-COD-AUX.
       ACUMULA-PAGAR.
           MOVE 'N'                            TO WS-PAG-ACHADO
           PERFORM VARYING WS-IND-PAG FROM 1 BY 1
                           UNTIL WS-IND-PAG > WS-QTD-PAG
              IF WS-PAG-INSTR(WS-IND-PAG) EQUAL WS-PAG-COD-AUX THEN
                 ADD WS-PAG-VALOR-AUX     TO WS-PAG-VALOR(WS-IND-PAG)
                 MOVE 'S'                      TO WS-PAG-ACHADO
              END-IF
           END-PERFORM.
           IF WS-PAG-ACHADO NOT EQUAL 'S'
                    AND WS-QTD-PAG LESS 100 THEN
              ADD 1                            TO WS-QTD-PAG
              MOVE WS-PAG-COD-AUX         TO WS-PAG-INSTR(WS-QTD-PAG)
              MOVE WS-PAG-NOME-AUX        TO WS-PAG-NOME(WS-QTD-PAG)
              MOVE WS-PAG-VALOR-AUX       TO WS-PAG-VALOR(WS-QTD-PAG)
           END-IF.
      *
      *   Um titulo tipo I por instrutor, documento INSPAG+competencia
      *   (um fechamento repetido nao duplica o titulo), vencendo no
      *   dia 10 do mes seguinte, e o lote D 41102 / C 21107.
       GERA-CONTAS-PAGAR.
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           COMPUTE WS-VENCIMENTO = WS-COMPETENCIA * 100 + 10
           IF WS-COMPETENCIA(5:2) EQUAL '12' THEN
              ADD 8900                         TO WS-VENCIMENTO
           ELSE
              ADD 100                          TO WS-VENCIMENTO
           END-IF.
      *   O lote vai para o diario com a data de hoje.
           MOVE WS-DATA-HOJE                   TO FP-DATA
           MOVE 'PGINSPAG'                     TO FP-PROGRAMA
           MOVE WS-OPERADOR                    TO FP-OPERADOR
           CALL './bin/PGFECPER' USING FP-PARM
           IF FP-FECHADO THEN
              DISPLAY '>> COMPETENCIA ' FP-COMPETENCIA ' FECHADA -'
                      ' TITULOS NAO GERADOS.'
              GO TO GERA-CONTAS-PAGAR-FIM
           END-IF.
           OPEN I-O CONTASPG
           IF WS-FS-CPG EQUAL '35' THEN
              OPEN OUTPUT CONTASPG
              CLOSE CONTASPG
              OPEN I-O CONTASPG
           END-IF.
           IF WS-FS-CPG NOT EQUAL '00' THEN
              DISPLAY 'CONTASPG.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CPG ' - TITULOS NAO GERADOS.'
              GO TO GERA-CONTAS-PAGAR-FIM
           END-IF.
           OPEN EXTEND DIARIO
           IF WS-FS-DIA EQUAL '35' THEN
              OPEN OUTPUT DIARIO
           END-IF.
           PERFORM VARYING WS-IND-PAG FROM 1 BY 1
                           UNTIL WS-IND-PAG > WS-QTD-PAG
              IF WS-PAG-INSTR(WS-IND-PAG) GREATER ZEROS
                       AND WS-PAG-VALOR(WS-IND-PAG) GREATER ZEROS THEN
                 PERFORM GERA-TITULO-INSTRUTOR
              END-IF
           END-PERFORM.
           CLOSE CONTASPG DIARIO.
           MOVE WS-LOTE-VALOR                  TO WS-LOTE-ED
           DISPLAY 'TITULOS GERADOS: ' WS-QTD-GERADOS ' - VALOR '
                   WS-LOTE-ED ' - VENCIMENTO ' WS-VENCIMENTO
           IF WS-QTD-JA-EXISTE GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-JA-EXISTE ' TITULO(S) JA GERADOS'
                      ' EM FECHAMENTO ANTERIOR - MANTIDOS.'
           END-IF.
       GERA-CONTAS-PAGAR-FIM.
           EXIT.
      *
       GERA-TITULO-INSTRUTOR.
           INITIALIZE REG-CONTAPAGAR
           MOVE 'I'                            TO CPG-TIPO
           MOVE WS-PAG-INSTR(WS-IND-PAG)       TO CPG-FAVORECIDO
           STRING 'INSPAG '                    DELIMITED SIZE
                  WS-COMPETENCIA               DELIMITED SIZE
                  INTO CPG-DOCUMENTO
           READ CONTASPG
              INVALID KEY
                 MOVE WS-PAG-NOME(WS-IND-PAG)  TO CPG-NOME
                 MOVE WS-DATA-HOJE             TO CPG-EMISSAO
                 MOVE WS-VENCIMENTO            TO CPG-VENCIMENTO
                 MOVE WS-PAG-VALOR(WS-IND-PAG) TO CPG-VALOR
                 MOVE WS-CTA-INSTR-PAGAR       TO CPG-CONTA-PASSIVO
                 MOVE WS-CTA-DESP-INSTR        TO CPG-CONTA-CONTRA
                 MOVE 'A'                      TO CPG-SITUACAO
                 MOVE ZEROS                    TO CPG-DATA-PGTO
                                                  CPG-BANCO
                 MOVE SPACE                    TO CPG-FORMA-PGTO
                 MOVE WS-OPERADOR              TO CPG-OPERADOR
                 MOVE 'PGINSPAG'               TO CPG-ORIGEM
                 WRITE REG-CONTAPAGAR
                 IF WS-FS-CPG EQUAL '00' THEN
                    ADD 1                      TO WS-QTD-GERADOS
                    ADD CPG-VALOR              TO WS-LOTE-VALOR
                    PERFORM LANCA-TITULO-INSTRUTOR
                 ELSE
                    DISPLAY '>> TITULO DO INSTRUTOR ' CPG-FAVORECIDO
                            ' NAO GRAVADO - FILE STATUS: ' WS-FS-CPG
                 END-IF
              NOT INVALID KEY
                 ADD 1                         TO WS-QTD-JA-EXISTE
           END-READ.
      *
       LANCA-TITULO-INSTRUTOR.
           MOVE WS-DATA-HOJE                   TO DIA-DATA
           MOVE 'INSPAG'                       TO DIA-ORIGEM
           MOVE WS-CTA-DESP-INSTR              TO DIA-CONTA
           MOVE 'D'                            TO DIA-DC
           MOVE CPG-VALOR                      TO DIA-VALOR
           MOVE SPACES                         TO DIA-HISTORICO
           STRING 'HONORARIOS '                DELIMITED SIZE
                  WS-COMPETENCIA               DELIMITED SIZE
                  INTO DIA-HISTORICO
           MOVE WS-CCUSTO-INSTR                TO DIA-CCUSTO
           WRITE REG-DIARIO
           MOVE WS-CTA-INSTR-PAGAR             TO DIA-CONTA
           MOVE 'C'                            TO DIA-DC
           MOVE SPACES                         TO DIA-CCUSTO
           WRITE REG-DIARIO.
      *
       END PROGRAM PGINSPAG.
