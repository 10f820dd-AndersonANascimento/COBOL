      *****************************************************************
      * Program name:    PGAVISOS
      * Original author: Anderson Nascimento
      * Purpose: Lote diario da fila de avisos por SMS: monta em
      *          AVISOS-aaaammdd.TXT (a saida que o gateway de
      *          mensagens busca) um aviso por evento do dia, com o
      *          texto do modelo AVISOS.TPL mantido pelo operador:
      *            PV - parcela em aberto vencendo nos proximos dias
      *                 (PARCELAS.DAT; contrato em cobranca externa
      *                 fica fora, como no PGCOBRAN);
      *            MA - mensalidade em atraso (MENSALID.DAT);
      *            PQ - promessa de pagamento quebrada (contato PQ
      *                 gravado no CONTATOS.DAT pelo PGPROMES);
      *            NT - nota nova lancada no ALUNOS.DAT (comparada
      *                 com a foto AVISONOT.DAT da execucao anterior).
      *          O telefone vem do CLIENTE.TXT (PV, PQ) ou do
      *          ALUNMEST.DAT (MA, NT; sem o do aluno, o do
      *          responsavel). Quem retirou o consentimento de SMS
      *          (CONSENT.DAT, PGCONSCK) nao recebe: o aviso nao e
      *          correspondencia obrigatoria, a carta continua saindo.
      *          Cada aviso fica no registro AVISOS.DAT (numero do
      *          AVISOSEQ.CTL), onde o PGAVIRET grava o retorno do
      *          gateway; o mesmo evento nunca e avisado duas vezes.
      *          Quem ficou sem aviso por falta de telefone sai na
      *          lista AVISOS.LST para correcao do cadastro.
      *          Prazos no AVISOS.PARM: dias antes do vencimento da
      *          parcela, dias de atraso da mensalidade e atraso
      *          maximo (mais velho que isso e assunto da cobranca).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAVISOS.
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
           SELECT PARAMETROS ASSIGN TO './AVISOS.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PRM.
           SELECT MODELO ASSIGN TO './AVISOS.TPL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-TPL.
           SELECT AVISOS ASSIGN TO './AVISOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AVS-NUMERO
           ALTERNATE RECORD KEY IS AVS-CHAVE-EVENTO
           WITH DUPLICATES
           FILE STATUS  IS WS-FS-AVS.
           SELECT AVISOSEQ ASSIGN TO './AVISOSEQ.CTL'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SEQ.
           SELECT SAIDA ASSIGN TO WS-SAIDA-NOME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SAI.
           SELECT PARCELAS ASSIGN TO './PARCELAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT COBEXT ASSIGN TO './COBEXT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CEX-NUM-CONTRATO
           FILE STATUS  IS WS-FS-CEX.
           SELECT MENSALID ASSIGN TO './MENSALID.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS MEN-CHAVE
           FILE STATUS  IS WS-FS-MEN.
           SELECT CONTATOS ASSIGN TO './CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CON-CHAVE
           FILE STATUS  IS WS-FS-CON.
           SELECT ALUNOS   ASSIGN TO WS-CAMINHO-ALUNOS
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CHAVE-ALUNOS
           ALTERNATE RECORD KEY IS NOME-ALUNOS WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT AVISONOT ASSIGN TO './AVISONOT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS NTS-CHAVE
           FILE STATUS  IS WS-FS-NTS.
           SELECT NOTASLAN ASSIGN TO './NOTASLAN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LAN-CHAVE
           FILE STATUS  IS WS-FS-LAN.
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-CLI.
           SELECT ALUNMEST ASSIGN TO WS-CAMINHO-ALUNMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS ALM-MATRICULA
           FILE STATUS   IS WS-FS-ALM.
           SELECT RELATORIO ASSIGN TO './AVISOS.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   AVISOS.PARM - dias antes do vencimento da parcela, dias de
      *   atraso da mensalidade e atraso maximo avisado.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PRM-DIAS-ANTES      PIC 9(02).
             05  PRM-DIAS-ATRASO     PIC 9(02).
             05  PRM-ATRASO-MAXIMO   PIC 9(03).
      *
      *   AVISOS.TPL - um texto por evento, mantido pelo operador,
      *   com os marcadores &XXXX. trocados na geracao.
         FD  MODELO.
         01  REG-MODELO.
             05  TPL-EVENTO          PIC X(02).
             05  FILLER              PIC X(01).
             05  TPL-TEXTO           PIC X(160).
      *
      *   AVISOS.DAT - registro de cada aviso gerado, com a situacao
      *   devolvida pelo gateway (PGAVIRET).
         FD  AVISOS.
         01  REG-AVISO.
             05  AVS-NUMERO          PIC 9(07).
             05  AVS-CHAVE-EVENTO.
                 10  AVS-EVENTO      PIC X(02).
                 10  AVS-REFERENCIA  PIC X(23).
             05  AVS-DATA            PIC 9(08).
             05  AVS-HORA            PIC 9(06).
             05  AVS-CANAL           PIC X(01).
                 88  AVS-SMS         VALUE 'S'.
                 88  AVS-EMAIL       VALUE 'E'.
             05  AVS-DESTINO         PIC X(40).
             05  AVS-NOME            PIC X(30).
             05  AVS-CPF             PIC 9(11).
             05  AVS-TEXTO           PIC X(160).
             05  AVS-SITUACAO        PIC X(01).
                 88  AVS-NA-FILA     VALUE 'G'.
                 88  AVS-ENTREGUE    VALUE 'E'.
                 88  AVS-FALHOU      VALUE 'F'.
             05  AVS-DATA-RETORNO    PIC 9(08).
             05  AVS-HORA-RETORNO    PIC 9(06).
             05  AVS-MOTIVO          PIC X(30).
      *
      *   AVISOSEQ.CTL - registro unico com o ultimo numero de aviso.
         FD  AVISOSEQ.
         01  REG-AVISOSEQ.
             05  SEQ-ULTIMO-NUMERO   PIC 9(07).
      *
      *   AVISOS-aaaammdd.TXT - saida do dia para o gateway.
         FD  SAIDA.
         01  REG-SAIDA.
             05  SAI-NUMERO          PIC 9(07).
             05  SAI-CANAL           PIC X(01).
             05  SAI-DESTINO         PIC X(40).
             05  SAI-TEXTO           PIC X(160).
      *
      *   PARCELAS.DAT - parcelas dos contratos (PGARRAYS).
         FD  PARCELAS.
         01  REG-PARCELA.
             05  PAR-CHAVE.
                 10  PAR-NUM-CONTRATO PIC 9(05).
                 10  PAR-NUM-PARCELA PIC 9(03).
             05  PAR-CD-CLIENTE      PIC 9(06).
             05  PAR-VLR-PARCELA     PIC 9(07)V99.
             05  PAR-VLR-JUROS       PIC 9(07)V99.
             05  PAR-VLR-AMORT       PIC 9(07)V99.
             05  PAR-VLR-SALDO       PIC 9(07)V99.
             05  PAR-SITUACAO        PIC X(01).
                 88  PAR-ABERTA      VALUE 'A'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   COBEXT.DAT - contratos cedidos as agencias (PGCOBEXT).
         FD  COBEXT.
         01  REG-COBEXT.
             05  CEX-NUM-CONTRATO    PIC 9(05).
             05  CEX-AGENCIA         PIC X(03).
             05  CEX-CD-CLIENTE      PIC 9(06).
             05  CEX-DATA-CESSAO     PIC 9(08).
             05  CEX-LOTE            PIC 9(05).
             05  CEX-SALDO-CESSAO    PIC 9(09)V99.
             05  CEX-ATRASO-CESSAO   PIC 9(05).
             05  CEX-SITUACAO        PIC X(01).
                 88  CEX-ATIVA       VALUE 'A'.
             05  CEX-DATA-FIM        PIC 9(08).
      *
      *   MENSALID.DAT - mensalidades por aluno/turma/competencia.
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
      *   CONTATOS.DAT - interacoes de balcao (PGCONTAT); a quebra
      *   de promessa e o contato PQ gravado pelo PGPROMES.
         FD  CONTATOS.
         01  REG-CONTATO.
             05  CON-CHAVE.
                 10  CON-CD-CLIENTE  PIC 9(06).
                 10  CON-DATA        PIC 9(08).
                 10  CON-HORA        PIC 9(06).
             05  CON-OPERADOR        PIC X(08).
             05  CON-TIPO            PIC X(02).
                 88  CON-TIPO-QUEBRA VALUE 'PQ'.
             05  CON-NOTA            PIC X(40).
             05  CON-PROMESSA.
                 10  CON-PROM-CONTRATO PIC 9(05).
                 10  CON-PROM-DATA   PIC 9(08).
                 10  CON-PROM-VALOR  PIC 9(07)V99.
                 10  CON-PROM-SITUACAO PIC X(01).
      *
      *   ALUNOS.DAT - mesmo layout do mestre gravado pelo PROG6601.
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
      *   AVISONOT.DAT - foto das notas ja avisadas, por aluno/turma.
         FD  AVISONOT.
         01  REG-AVISONOT.
             05  NTS-CHAVE           PIC X(15).
             05  NTS-NOTA1           PIC 9(02)V99.
             05  NTS-NOTA2           PIC 9(02)V99.
             05  NTS-NOTA3           PIC 9(02)V99.
             05  NTS-MEDIA           PIC 9(02)V99.
      *
      *   NOTASLAN.DAT - avaliacoes ja lancadas por turma (PGLANNOT).
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
      *   CLIENTE.TXT - cadastro indexado (PGGERARQ).
         FD  CLIENTE.
         01  REG-CLIENTE.
             03 CD-CLIENTE           PIC 9(06).
             03 NM-CLIENTE           PIC X(20).
             03 TL-CLIENTE           PIC X(13).
             03 EN-RUA               PIC X(20).
             03 EN-NUMERO            PIC 9(05).
             03 EN-CIDADE            PIC X(15).
             03 EN-CEP               PIC 9(05).
             03 EN-UF                PIC X(02).
             03 NR-CPF               PIC 9(11).
      *
      *   ALUNMEST.DAT - cadastro demografico mantido pelo PGALUMNT.
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
      *   AVISOS.LST - resumo do lote e quem ficou sem aviso.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-TPL               PIC 99.
         77  WS-FS-AVS               PIC X(02) VALUE '00'.
         77  WS-FS-SEQ               PIC 99.
         77  WS-FS-SAI               PIC 99.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-CEX               PIC X(02) VALUE '00'.
         77  WS-FS-MEN               PIC X(02) VALUE '00'.
         77  WS-FS-CON               PIC X(02) VALUE '00'.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-NTS               PIC X(02) VALUE '00'.
         77  WS-FS-LAN               PIC X(02) VALUE '00'.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-ALM               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-CLI-ABERTO           PIC X     VALUE 'N'.
         77  WS-ALM-ABERTO           PIC X     VALUE 'N'.
         77  WS-LAN-ABERTO           PIC X     VALUE 'N'.
         77  WS-PRIMEIRA-FOTO        PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-HORA-AGORA           PIC 9(06) VALUE ZEROS.
         77  WS-SAIDA-NOME           PIC X(30) VALUE SPACES.
         77  WS-ULTIMO-NUMERO        PIC 9(07) VALUE ZEROS.
      *
      *   Prazos padrao, quando nao houver o AVISOS.PARM.
         77  WS-DIAS-ANTES           PIC 9(02) VALUE 3.
         77  WS-DIAS-ATRASO          PIC 9(02) VALUE 5.
         77  WS-ATRASO-MAXIMO        PIC 9(03) VALUE 90.
         77  WS-INT-HOJE             PIC 9(07) VALUE ZEROS.
         77  WS-INT-AUX              PIC 9(07) VALUE ZEROS.
         77  WS-LIMITE-VENC-PV       PIC 9(08) VALUE ZEROS.
         77  WS-LIMITE-VENC-MA       PIC 9(08) VALUE ZEROS.
         77  WS-INICIO-VENC-MA       PIC 9(08) VALUE ZEROS.
         77  WS-INICIO-QUEBRA        PIC 9(08) VALUE ZEROS.
         77  WS-VLR-LIQUIDO          PIC 9(07)V99 VALUE ZEROS.
      *
      *   Modelos carregados do AVISOS.TPL, um por evento.
         77  WS-QTD-MODELOS          PIC 9(02) VALUE ZEROS.
         01  WS-TAB-MODELO OCCURS 10 TIMES.
             05  WS-TPL-EVENTO       PIC X(02).
             05  WS-TPL-TEXTO        PIC X(160).
         77  WS-IND-TPL              PIC 9(02).
         77  WS-TPL-ACHADO           PIC 9(02) VALUE ZEROS.
      *
      *   Contratos com cessao ativa a agencia de cobranca externa.
         77  WS-QTD-CEDIDO           PIC 9(03) VALUE ZEROS.
         01  WS-TAB-CEDIDO OCCURS 500 TIMES.
             05  WS-CED-CONTRATO     PIC 9(05).
         77  WS-IND-CED              PIC 9(03).
         77  WS-CED-ACHADO           PIC 9(03) VALUE ZEROS.
      *
      *   Aviso em montagem: evento, destinatario e os valores dos
      *   marcadores.
         77  WS-AVI-EVENTO           PIC X(02) VALUE SPACES.
         77  WS-AVI-REFERENCIA       PIC X(23) VALUE SPACES.
         77  WS-AVI-NOME             PIC X(30) VALUE SPACES.
         77  WS-AVI-FONE             PIC X(13) VALUE SPACES.
         77  WS-AVI-CPF              PIC 9(11) VALUE ZEROS.
         77  WS-MRC-CONTRATO         PIC 9(05) VALUE ZEROS.
         77  WS-MRC-PARCELA          PIC 9(03) VALUE ZEROS.
         77  WS-MRC-VALOR            PIC 9(07)V99 VALUE ZEROS.
         77  WS-MRC-DATA             PIC 9(08) VALUE ZEROS.
         77  WS-MRC-TURMA            PIC X(10) VALUE SPACES.
         77  WS-MRC-COMPETENCIA      PIC 9(06) VALUE ZEROS.
         01  WS-TAB-MRC-NOTA.
             05  WS-MRC-NOTA         PIC X(05) OCCURS 3 TIMES.
         77  WS-MRC-MEDIA            PIC X(08) VALUE SPACES.
         77  WS-IND-NOTA             PIC 9(01).
      *
      *   Area de substituicao dos marcadores, como no PGCARTAS.
         77  WS-LINHA-AVISO          PIC X(160) VALUE SPACES.
         77  WS-LINHA-AUX            PIC X(160) VALUE SPACES.
         77  WS-TOKEN                PIC X(06) VALUE SPACES.
         77  WS-VALOR                PIC X(40) VALUE SPACES.
         77  WS-POS                  PIC 9(03) VALUE ZEROS.
         77  WS-POS-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-VALOR-ED             PIC ZZZ.ZZ9,99.
         77  WS-NOTA-ED              PIC Z9,99.
         01  WS-DATA-AUX             PIC 9(08) VALUE ZEROS.
         01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
             05  WS-DA-AAAA          PIC 9(04).
             05  WS-DA-MM            PIC 9(02).
             05  WS-DA-DD            PIC 9(02).
         01  WS-DATA-ED.
             05  WS-DE-DD            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-DE-MM            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-DE-AAAA          PIC 9(04).
         01  WS-COMPET-ED.
             05  WS-CE-MM            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-CE-AAAA          PIC 9(04).
      *
      *   Contagens por evento: 1 PV, 2 MA, 3 PQ, 4 NT.
         01  WS-TAB-EVENTO.
             05  FILLER              PIC X(32) VALUE
                 'PVPARCELA A VENCER              '.
             05  FILLER              PIC X(32) VALUE
                 'MAMENSALIDADE EM ATRASO         '.
             05  FILLER              PIC X(32) VALUE
                 'PQPROMESSA QUEBRADA             '.
             05  FILLER              PIC X(32) VALUE
                 'NTNOTA LANCADA                  '.
         01  WS-TAB-EVENTO-R REDEFINES WS-TAB-EVENTO.
             05  WS-EVT OCCURS 4 TIMES.
                 10  WS-EVT-CODIGO   PIC X(02).
                 10  WS-EVT-DESCRICAO PIC X(30).
         01  WS-TAB-CONTAGEM OCCURS 4 TIMES.
             05  WS-CNT-GERADOS      PIC 9(05).
             05  WS-CNT-JA-AVISADOS  PIC 9(05).
             05  WS-CNT-SEM-FONE     PIC 9(05).
             05  WS-CNT-SEM-CONSENT  PIC 9(05).
         77  WS-IND-EVT              PIC 9(01).
         77  WS-QTD-GERADOS          PIC 9(05) VALUE ZEROS.
         77  WS-QTD-SEM-MODELO       PIC 9(05) VALUE ZEROS.
         COPY CABREL.
         COPY CONSENT.
         COPY TRAVA.
         COPY AMBCFG.
         77  WS-CAMINHO-ALUNOS       PIC X(40) VALUE './ALUNOS.DAT'.
         77  WS-CAMINHO-CLIENTE      PIC X(40) VALUE './CLIENTE.TXT'.
         77  WS-CAMINHO-ALUNMEST     PIC X(40) VALUE './ALUNMEST.DAT'.
      *
        01  LINHA-PRAZOS.
            03  FILLER               PIC X(19) VALUE
                'PARCELA VENCENDO EM'.
            03  LPZ-DIAS-ANTES       PIC ZZ9.
            03  FILLER               PIC X(26) VALUE
                ' DIAS  MENSALIDADE COM   '.
            03  LPZ-DIAS-ATRASO      PIC ZZ9.
            03  FILLER               PIC X(04) VALUE ' A '.
            03  LPZ-ATRASO-MAXIMO    PIC ZZ9.
            03  FILLER               PIC X(22) VALUE
                ' DIAS DE ATRASO'.
        01  LINHA-CAB-SEM-FONE.
            03  FILLER               PIC X(40) VALUE
                'SEM AVISO - CORRIGIR O CADASTRO         '.
            03  FILLER               PIC X(40) VALUE SPACES.
        01  LINHA-TIT-SEM-FONE.
            03  FILLER               PIC X(40) VALUE
                'EV REFERENCIA              NOME         '.
            03  FILLER               PIC X(40) VALUE
                '                   MOTIVO               '.
        01  LINHA-SEM-FONE.
            03  LSF-EVENTO           PIC X(02).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LSF-REFERENCIA       PIC X(23).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LSF-NOME             PIC X(30).
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LSF-MOTIVO           PIC X(21).
        01  LINHA-TIT-RESUMO.
            03  FILLER               PIC X(40) VALUE
                'EVENTO                          GERADOS '.
            03  FILLER               PIC X(40) VALUE
                'JA AVIS. SEM FONE SEM CONSENT.          '.
        01  LINHA-RESUMO.
            03  LRS-DESCRICAO        PIC X(30).
            03  FILLER               PIC X(03) VALUE SPACES.
            03  LRS-GERADOS          PIC ZZZZ9.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  LRS-JA-AVISADOS      PIC ZZZZ9.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  LRS-SEM-FONE         PIC ZZZZ9.
            03  FILLER               PIC X(04) VALUE SPACES.
            03  LRS-SEM-CONSENT      PIC ZZZZ9.
            03  FILLER               PIC X(15) VALUE SPACES.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminhos dos mestres resolvidos pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'ALUNOS.DAT'                   TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           MOVE 'CLIENTE.TXT'                  TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           MOVE 'ALUNMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNMEST
           DISPLAY '------------ FILA DE AVISOS POR SMS ------------'
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           MOVE WS-DATA-HORA(1:8)              TO WS-DATA-HOJE
           MOVE WS-DATA-HORA(9:6)              TO WS-HORA-AGORA

           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGAVISOS'                     TO TR-PROGRAMA
           MOVE 'AVISOS.DAT'                   TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> AVISOS.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF.

           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-MODELOS THRU CARREGA-MODELOS-FIM
           PERFORM CARREGA-CEDIDOS
           PERFORM ABRE-REGISTRO-AVISOS
           IF WS-FS-AVS NOT EQUAL '00' THEN
              DISPLAY 'AVISOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-AVS
              MOVE 'L'                         TO TR-FUNCAO
              CALL './bin/PGTRAVA' USING TR-PARM
              GOBACK
           END-IF.
           OPEN INPUT CLIENTE
           IF WS-FS-CLI EQUAL '00' THEN
              MOVE 'S'                         TO WS-CLI-ABERTO
           ELSE
              DISPLAY 'CLIENTE.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CLI ' (CLIENTES SEM TELEFONE).'
           END-IF
           OPEN INPUT ALUNMEST
           IF WS-FS-ALM EQUAL '00' THEN
              MOVE 'S'                         TO WS-ALM-ABERTO
           ELSE
              DISPLAY 'ALUNMEST.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALM ' (ALUNOS SEM TELEFONE).'
           END-IF

      *    A saida do dia acumula: rodar de novo no mesmo dia so
      *    acrescenta os eventos novos.
           MOVE SPACES                         TO WS-SAIDA-NOME
           STRING 'AVISOS-' WS-DATA-HOJE '.TXT' DELIMITED BY SIZE
                                          INTO WS-SAIDA-NOME
           OPEN EXTEND SAIDA
           IF WS-FS-SAI EQUAL 35 THEN
              OPEN OUTPUT SAIDA
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           INITIALIZE WS-TAB-CONTAGEM(1) WS-TAB-CONTAGEM(2)
                      WS-TAB-CONTAGEM(3) WS-TAB-CONTAGEM(4)

           PERFORM GERA-PARCELAS
           PERFORM GERA-MENSALIDADES
           PERFORM GERA-PROMESSAS
           PERFORM GERA-NOTAS THRU GERA-NOTAS-FIM

           PERFORM IMPRIME-RESUMO
           CLOSE SAIDA RELATORIO
           IF WS-CLI-ABERTO EQUAL 'S' THEN
              CLOSE CLIENTE
           END-IF
           IF WS-ALM-ABERTO EQUAL 'S' THEN
              CLOSE ALUNMEST
           END-IF
           PERFORM FECHA-REGISTRO-AVISOS
           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM
           DISPLAY 'AVISOS GERADOS: ' WS-QTD-GERADOS
           GOBACK.
      *
      *   Cartao dos prazos; sem o cartao (ou zerado), o padrao.
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM EQUAL ZEROS THEN
              READ PARAMETROS
                 NOT AT END
                    IF PRM-DIAS-ANTES NUMERIC
                             AND PRM-DIAS-ANTES GREATER ZEROS THEN
                       MOVE PRM-DIAS-ANTES     TO WS-DIAS-ANTES
                    END-IF
                    IF PRM-DIAS-ATRASO NUMERIC
                             AND PRM-DIAS-ATRASO GREATER ZEROS THEN
                       MOVE PRM-DIAS-ATRASO    TO WS-DIAS-ATRASO
                    END-IF
                    IF PRM-ATRASO-MAXIMO NUMERIC
                             AND PRM-ATRASO-MAXIMO GREATER ZEROS THEN
                       MOVE PRM-ATRASO-MAXIMO  TO WS-ATRASO-MAXIMO
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
           IF WS-ATRASO-MAXIMO LESS WS-DIAS-ATRASO THEN
              MOVE WS-DIAS-ATRASO              TO WS-ATRASO-MAXIMO
           END-IF.
      *    Janelas em dias corridos: parcela vencendo de hoje ate
      *    hoje + dias antes; mensalidade vencida entre o atraso
      *    maximo e o atraso minimo; quebra dos ultimos sete dias.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           COMPUTE WS-INT-AUX = WS-INT-HOJE + WS-DIAS-ANTES
           COMPUTE WS-LIMITE-VENC-PV =
              FUNCTION DATE-OF-INTEGER(WS-INT-AUX)
           COMPUTE WS-INT-AUX = WS-INT-HOJE - WS-DIAS-ATRASO
           COMPUTE WS-LIMITE-VENC-MA =
              FUNCTION DATE-OF-INTEGER(WS-INT-AUX)
           COMPUTE WS-INT-AUX = WS-INT-HOJE - WS-ATRASO-MAXIMO
           COMPUTE WS-INICIO-VENC-MA =
              FUNCTION DATE-OF-INTEGER(WS-INT-AUX)
           COMPUTE WS-INT-AUX = WS-INT-HOJE - 7
           COMPUTE WS-INICIO-QUEBRA =
              FUNCTION DATE-OF-INTEGER(WS-INT-AUX).
      *
      *   Carrega AVISOS.TPL; na primeira execucao grava os textos
      *   padrao, que o operador pode editar a vontade.
       CARREGA-MODELOS.
           OPEN INPUT MODELO
           IF WS-FS-TPL EQUAL 35 THEN
              PERFORM GERA-MODELO-PADRAO
              OPEN INPUT MODELO
           END-IF.
           IF WS-FS-TPL NOT EQUAL ZEROS THEN
              DISPLAY 'AVISOS.TPL INDISPONIVEL - FILE STATUS: '
                      WS-FS-TPL ' (NENHUM TEXTO DE AVISO).'
              GO TO CARREGA-MODELOS-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ MODELO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF TPL-EVENTO NOT EQUAL SPACES
                             AND WS-QTD-MODELOS LESS 10 THEN
                       ADD 1                   TO WS-QTD-MODELOS
                       MOVE TPL-EVENTO         TO
                            WS-TPL-EVENTO(WS-QTD-MODELOS)
                       MOVE TPL-TEXTO          TO
                            WS-TPL-TEXTO(WS-QTD-MODELOS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MODELO.
       CARREGA-MODELOS-FIM.
           EXIT.
      *
      *   Textos padrao, gravados so quando AVISOS.TPL ainda nao
      *   existe. Marcadores: &NOME. &CONT. &PARC. &VALO. &DATA.
      *   &TURM. &COMP. &NOT1. &NOT2. &NOT3. &MEDI.
       GERA-MODELO-PADRAO.
           OPEN OUTPUT MODELO
           MOVE SPACES                         TO REG-MODELO
           MOVE 'PV'                           TO TPL-EVENTO
           MOVE 'CURSO COBOL: &NOME., A PARCELA &PARC. DO CONTRATO &CONT
      -        '. (R$ &VALO.) VENCE EM &DATA.. EVITE JUROS, PAGUE EM DIA
      -        '.'                             TO TPL-TEXTO
           WRITE REG-MODELO
           MOVE SPACES                         TO REG-MODELO
           MOVE 'MA'                           TO TPL-EVENTO
           MOVE 'CURSO COBOL: &NOME., A MENSALIDADE &COMP. DA TURMA &TUR
      -        'M. (R$ &VALO.) VENCEU EM &DATA.. PROCURE A SECRETARIA.'
                                               TO TPL-TEXTO
           WRITE REG-MODELO
           MOVE SPACES                         TO REG-MODELO
           MOVE 'PQ'                           TO TPL-EVENTO
           MOVE 'CURSO COBOL: &NOME., NAO IDENTIFICAMOS O PAGAMENTO DE R
      -        '$ &VALO. PROMETIDO PARA &DATA. (CONTRATO &CONT.). FALE C
      -        'OM A COBRANCA.'                TO TPL-TEXTO
           WRITE REG-MODELO
           MOVE SPACES                         TO REG-MODELO
           MOVE 'NT'                           TO TPL-EVENTO
           MOVE 'CURSO COBOL: &NOME., HA NOTA NOVA NA TURMA &TURM.: &NOT
      -        '1. / &NOT2. / &NOT3. - MEDIA &MEDI..'
                                               TO TPL-TEXTO
           WRITE REG-MODELO
           CLOSE MODELO.
      *
       CARREGA-CEDIDOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT COBEXT
           IF WS-FS-CEX EQUAL '00' THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ COBEXT NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CEX-ATIVA AND WS-QTD-CEDIDO LESS 500 THEN
                          ADD 1                TO WS-QTD-CEDIDO
                          MOVE CEX-NUM-CONTRATO TO
                               WS-CED-CONTRATO(WS-QTD-CEDIDO)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COBEXT
           END-IF
           MOVE 'N'                            TO WS-EOF.
      *
       ACHA-CEDIDO.
           MOVE ZEROS                          TO WS-CED-ACHADO
           PERFORM VARYING WS-IND-CED FROM 1 BY 1
                           UNTIL WS-IND-CED > WS-QTD-CEDIDO
              IF WS-CED-CONTRATO(WS-IND-CED) EQUAL PAR-NUM-CONTRATO
                 THEN
                 MOVE WS-IND-CED               TO WS-CED-ACHADO
              END-IF
           END-PERFORM.
      *
      *   Abre o registro de avisos (criado na primeira execucao) e
      *   o contador sequencial de AVISOSEQ.CTL.
       ABRE-REGISTRO-AVISOS.
           OPEN I-O AVISOS
           IF WS-FS-AVS EQUAL '35' THEN
              OPEN OUTPUT AVISOS
              CLOSE AVISOS
              OPEN I-O AVISOS
           END-IF.
           MOVE ZEROS                          TO WS-ULTIMO-NUMERO
           OPEN INPUT AVISOSEQ
           IF WS-FS-SEQ EQUAL ZEROS THEN
              READ AVISOSEQ
                 NOT AT END
                    MOVE SEQ-ULTIMO-NUMERO     TO WS-ULTIMO-NUMERO
              END-READ
              CLOSE AVISOSEQ
           END-IF.
      *
      *   Devolve o contador atualizado a AVISOSEQ.CTL e fecha o
      *   registro de avisos.
       FECHA-REGISTRO-AVISOS.
           OPEN OUTPUT AVISOSEQ
           MOVE WS-ULTIMO-NUMERO               TO SEQ-ULTIMO-NUMERO
           WRITE REG-AVISOSEQ
           CLOSE AVISOSEQ.
           CLOSE AVISOS.
      *
      *   PV: parcela em aberto com vencimento de hoje ate o limite,
      *   fora das cedidas a cobranca externa.
       GERA-PARCELAS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT PARCELAS
           IF WS-FS-PAR NOT EQUAL '00' THEN
              DISPLAY 'PARCELAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-PAR ' (SEM AVISO DE VENCIMENTO).'
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ PARCELAS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF PAR-ABERTA
                             AND PAR-VENCIMENTO NOT LESS WS-DATA-HOJE
                             AND PAR-VENCIMENTO
                                 NOT GREATER WS-LIMITE-VENC-PV THEN
                          PERFORM AVISA-PARCELA
                             THRU AVISA-PARCELA-FIM
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PARCELAS
           END-IF.
      *
       AVISA-PARCELA.
           PERFORM ACHA-CEDIDO
           IF WS-CED-ACHADO GREATER ZEROS THEN
              GO TO AVISA-PARCELA-FIM
           END-IF.
           MOVE 1                              TO WS-IND-EVT
           MOVE SPACES                         TO WS-AVI-REFERENCIA
           MOVE PAR-CHAVE                      TO WS-AVI-REFERENCIA
           MOVE PAR-CD-CLIENTE                 TO CD-CLIENTE
           PERFORM BUSCA-CLIENTE
           MOVE PAR-NUM-CONTRATO               TO WS-MRC-CONTRATO
           MOVE PAR-NUM-PARCELA                TO WS-MRC-PARCELA
           MOVE PAR-VLR-PARCELA                TO WS-MRC-VALOR
           MOVE PAR-VENCIMENTO                 TO WS-MRC-DATA
           PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM.
       AVISA-PARCELA-FIM.
           EXIT.
      *
      *   MA: mensalidade com saldo, vencida entre o atraso maximo e
      *   o atraso minimo do cartao.
       GERA-MENSALIDADES.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT MENSALID
           IF WS-FS-MEN NOT EQUAL '00' THEN
              DISPLAY 'MENSALID.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MEN ' (SEM AVISO DE MENSALIDADE).'
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ MENSALID NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF MEN-DATA-VENC NOT LESS WS-INICIO-VENC-MA
                             AND MEN-DATA-VENC
                                 NOT GREATER WS-LIMITE-VENC-MA THEN
                          PERFORM AVISA-MENSALIDADE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MENSALID
           END-IF.
      *
       AVISA-MENSALIDADE.
           MOVE ZEROS                          TO WS-VLR-LIQUIDO
           IF MEN-VLR-DEVIDO GREATER MEN-VLR-DESCONTO THEN
              COMPUTE WS-VLR-LIQUIDO =
                 MEN-VLR-DEVIDO - MEN-VLR-DESCONTO
           END-IF
           IF MEN-VLR-PAGO LESS WS-VLR-LIQUIDO THEN
              MOVE 2                           TO WS-IND-EVT
              MOVE SPACES                      TO WS-AVI-REFERENCIA
              MOVE MEN-CHAVE                   TO WS-AVI-REFERENCIA
              MOVE MEN-MATRICULA               TO ALM-MATRICULA
              MOVE MEN-NOME                    TO WS-AVI-NOME
              PERFORM BUSCA-ALUNO
              COMPUTE WS-MRC-VALOR = WS-VLR-LIQUIDO - MEN-VLR-PAGO
              MOVE MEN-DATA-VENC               TO WS-MRC-DATA
              MOVE MEN-TURMA                   TO WS-MRC-TURMA
              MOVE MEN-COMPETENCIA             TO WS-MRC-COMPETENCIA
              PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM
           END-IF.
      *
      *   PQ: quebra de promessa registrada pelo PGPROMES nos
      *   ultimos sete dias (a primeira execucao nao desenterra as
      *   antigas).
       GERA-PROMESSAS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT CONTATOS
           IF WS-FS-CON NOT EQUAL '00' THEN
              DISPLAY 'CONTATOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CON ' (SEM AVISO DE PROMESSA).'
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ CONTATOS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CON-TIPO-QUEBRA
                             AND CON-DATA NOT LESS WS-INICIO-QUEBRA THEN
                          PERFORM AVISA-PROMESSA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTATOS
           END-IF.
      *
       AVISA-PROMESSA.
           MOVE 3                              TO WS-IND-EVT
           MOVE SPACES                         TO WS-AVI-REFERENCIA
           MOVE CON-CHAVE                      TO WS-AVI-REFERENCIA
           MOVE CON-CD-CLIENTE                 TO CD-CLIENTE
           PERFORM BUSCA-CLIENTE
           MOVE CON-PROM-CONTRATO              TO WS-MRC-CONTRATO
           MOVE CON-PROM-VALOR                 TO WS-MRC-VALOR
           MOVE CON-PROM-DATA                  TO WS-MRC-DATA
           PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM.
      *
      *   NT: notas do ALUNOS.DAT diferentes da foto AVISONOT.DAT.
      *   Sem a foto (primeira execucao) ela so e montada, sem aviso,
      *   para nao avisar de uma vez todas as notas ja lancadas.
       GERA-NOTAS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALUNOS ' (SEM AVISO DE NOTA).'
              GO TO GERA-NOTAS-FIM
           END-IF.
           MOVE 'N'                            TO WS-PRIMEIRA-FOTO
           OPEN I-O AVISONOT
           IF WS-FS-NTS EQUAL '35' THEN
              OPEN OUTPUT AVISONOT
              CLOSE AVISONOT
              OPEN I-O AVISONOT
              MOVE 'S'                         TO WS-PRIMEIRA-FOTO
              DISPLAY 'AVISONOT.DAT CRIADO - NOTAS ATUAIS SO ENTRAM NA'
                      ' FOTO, SEM AVISO.'
           END-IF.
           IF WS-FS-NTS NOT EQUAL '00' THEN
              DISPLAY 'AVISONOT.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-NTS ' (SEM AVISO DE NOTA).'
              CLOSE ALUNOS
              GO TO GERA-NOTAS-FIM
           END-IF.
      *    Sem o NOTASLAN.DAT nenhuma avaliacao consta como lancada
      *    para aluno com resultado pendente.
           MOVE 'N'                            TO WS-LAN-ABERTO
           OPEN INPUT NOTASLAN
           IF WS-FS-LAN EQUAL '00' THEN
              MOVE 'S'                         TO WS-LAN-ABERTO
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ ALUNOS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM CONFERE-NOTAS
              END-READ
           END-PERFORM.
           CLOSE ALUNOS AVISONOT.
           IF WS-LAN-ABERTO EQUAL 'S' THEN
              CLOSE NOTASLAN
           END-IF.
       GERA-NOTAS-FIM.
           EXIT.
      *
       CONFERE-NOTAS.
           MOVE CHAVE-ALUNOS                   TO NTS-CHAVE
           READ AVISONOT
              INVALID KEY
                 MOVE NOTA1-ALUNOS             TO NTS-NOTA1
                 MOVE NOTA2-ALUNOS             TO NTS-NOTA2
                 MOVE NOTA3-ALUNOS             TO NTS-NOTA3
                 MOVE MEDIA-ALUNOS             TO NTS-MEDIA
                 WRITE REG-AVISONOT
                 IF WS-PRIMEIRA-FOTO NOT EQUAL 'S'
                       AND (NOTA1-ALUNOS GREATER ZEROS
                         OR NOTA2-ALUNOS GREATER ZEROS
                         OR NOTA3-ALUNOS GREATER ZEROS) THEN
                    PERFORM AVISA-NOTA
                 END-IF
              NOT INVALID KEY
                 IF NTS-NOTA1 NOT EQUAL NOTA1-ALUNOS
                       OR NTS-NOTA2 NOT EQUAL NOTA2-ALUNOS
                       OR NTS-NOTA3 NOT EQUAL NOTA3-ALUNOS THEN
                    MOVE NOTA1-ALUNOS          TO NTS-NOTA1
                    MOVE NOTA2-ALUNOS          TO NTS-NOTA2
                    MOVE NOTA3-ALUNOS          TO NTS-NOTA3
                    MOVE MEDIA-ALUNOS          TO NTS-MEDIA
                    REWRITE REG-AVISONOT
                    PERFORM AVISA-NOTA
                 END-IF
           END-READ.
      *
      *   A referencia leva a data: nota que muda de novo outro dia
      *   gera outro aviso.
       AVISA-NOTA.
           MOVE 4                              TO WS-IND-EVT
           MOVE SPACES                         TO WS-AVI-REFERENCIA
           STRING CHAVE-ALUNOS WS-DATA-HOJE DELIMITED BY SIZE
                                          INTO WS-AVI-REFERENCIA
           MOVE MATR-ALUNOS                    TO ALM-MATRICULA
           MOVE NOME-ALUNOS                    TO WS-AVI-NOME
           PERFORM BUSCA-ALUNO
           MOVE TURMA-ALUNOS                   TO WS-MRC-TURMA
           PERFORM MONTA-NOTAS-AVISO
           PERFORM EMITE-AVISO THRU EMITE-AVISO-FIM.
      *
      *   Notas e media como saem no aviso. Em turma com lancamento
      *   parcial (RESULTADO PENDENTE, PGLANNOT) a avaliacao ainda
      *   nao lancada sai como '-' e a media como PENDENTE, em vez
      *   dos zeros do mestre.
       MONTA-NOTAS-AVISO.
           PERFORM VARYING WS-IND-NOTA FROM 1 BY 1
                           UNTIL WS-IND-NOTA > 3
              EVALUATE WS-IND-NOTA
                 WHEN 1
                    MOVE NOTA1-ALUNOS          TO WS-NOTA-ED
                 WHEN 2
                    MOVE NOTA2-ALUNOS          TO WS-NOTA-ED
                 WHEN 3
                    MOVE NOTA3-ALUNOS          TO WS-NOTA-ED
              END-EVALUATE
              MOVE WS-NOTA-ED             TO WS-MRC-NOTA(WS-IND-NOTA)
              IF RESULTADO-ALUNOS EQUAL 'PENDENTE' THEN
                 MOVE '-'                 TO WS-MRC-NOTA(WS-IND-NOTA)
                 IF WS-LAN-ABERTO EQUAL 'S' THEN
                    MOVE TURMA-ALUNOS          TO LAN-TURMA
                    MOVE WS-IND-NOTA           TO LAN-AVALIACAO
                    READ NOTASLAN
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE WS-NOTA-ED TO WS-MRC-NOTA(WS-IND-NOTA)
                    END-READ
                 END-IF
              END-IF
           END-PERFORM.
           IF RESULTADO-ALUNOS EQUAL 'PENDENTE' THEN
              MOVE 'PENDENTE'                  TO WS-MRC-MEDIA
           ELSE
              MOVE MEDIA-ALUNOS                TO WS-NOTA-ED
              MOVE WS-NOTA-ED                  TO WS-MRC-MEDIA
           END-IF.
      *
      *   Nome, telefone e CPF do cliente em CD-CLIENTE.
       BUSCA-CLIENTE.
           MOVE SPACES                         TO WS-AVI-NOME
                                                  WS-AVI-FONE
           MOVE ZEROS                          TO WS-AVI-CPF
           IF WS-CLI-ABERTO EQUAL 'S' THEN
              READ CLIENTE
                 INVALID KEY
                    MOVE 'CLIENTE NAO CADASTRADO' TO WS-AVI-NOME
                 NOT INVALID KEY
                    MOVE NM-CLIENTE            TO WS-AVI-NOME
                    MOVE TL-CLIENTE            TO WS-AVI-FONE
                    MOVE NR-CPF                TO WS-AVI-CPF
              END-READ
           END-IF.
      *
      *   Telefone e CPF do aluno em ALM-MATRICULA; sem o telefone
      *   do aluno, o do responsavel. O nome ja veio do mestre.
       BUSCA-ALUNO.
           MOVE SPACES                         TO WS-AVI-FONE
           MOVE ZEROS                          TO WS-AVI-CPF
           IF WS-ALM-ABERTO EQUAL 'S' THEN
              READ ALUNMEST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ALM-CPF               TO WS-AVI-CPF
                    IF ALM-FONE NOT EQUAL SPACES THEN
                       MOVE ALM-FONE           TO WS-AVI-FONE
                    ELSE
                       MOVE ALM-FONE-RESP      TO WS-AVI-FONE
                    END-IF
              END-READ
           END-IF.
      *
      *   Monta e registra o aviso do evento WS-IND-EVT: evento ja
      *   avisado, sem modelo, sem telefone ou sem consentimento nao
      *   sai.
       EMITE-AVISO.
           MOVE WS-EVT-CODIGO(WS-IND-EVT)      TO WS-AVI-EVENTO
           MOVE WS-AVI-EVENTO                  TO AVS-EVENTO
           MOVE WS-AVI-REFERENCIA              TO AVS-REFERENCIA
           READ AVISOS KEY IS AVS-CHAVE-EVENTO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1             TO WS-CNT-JA-AVISADOS(WS-IND-EVT)
                 GO TO EMITE-AVISO-FIM
           END-READ.
           MOVE ZEROS                          TO WS-TPL-ACHADO
           PERFORM VARYING WS-IND-TPL FROM 1 BY 1
                           UNTIL WS-IND-TPL > WS-QTD-MODELOS
              IF WS-TPL-EVENTO(WS-IND-TPL) EQUAL WS-AVI-EVENTO THEN
                 MOVE WS-IND-TPL               TO WS-TPL-ACHADO
              END-IF
           END-PERFORM
           IF WS-TPL-ACHADO EQUAL ZEROS THEN
              ADD 1                            TO WS-QTD-SEM-MODELO
              GO TO EMITE-AVISO-FIM
           END-IF.
           IF WS-AVI-FONE EQUAL SPACES THEN
              ADD 1                TO WS-CNT-SEM-FONE(WS-IND-EVT)
              MOVE WS-AVI-EVENTO               TO LSF-EVENTO
              MOVE WS-AVI-REFERENCIA           TO LSF-REFERENCIA
              MOVE WS-AVI-NOME                 TO LSF-NOME
              MOVE 'SEM TELEFONE'              TO LSF-MOTIVO
              WRITE REG-REL FROM LINHA-SEM-FONE BEFORE ADVANCING 1
                                                   LINES
              GO TO EMITE-AVISO-FIM
           END-IF.
           IF WS-AVI-CPF GREATER ZEROS THEN
              MOVE WS-AVI-CPF                  TO CS-CPF
              MOVE 'S'                         TO CS-CANAL
              CALL './bin/PGCONSCK' USING CS-PARM
              IF CS-RECUSADO THEN
                 ADD 1             TO WS-CNT-SEM-CONSENT(WS-IND-EVT)
                 GO TO EMITE-AVISO-FIM
              END-IF
           END-IF.

           MOVE WS-TPL-TEXTO(WS-TPL-ACHADO)    TO WS-LINHA-AVISO
           PERFORM SUBSTITUI-MARCADORES
           ADD 1                               TO WS-ULTIMO-NUMERO
           MOVE WS-ULTIMO-NUMERO               TO AVS-NUMERO
           MOVE WS-AVI-EVENTO                  TO AVS-EVENTO
           MOVE WS-AVI-REFERENCIA              TO AVS-REFERENCIA
           MOVE WS-DATA-HOJE                   TO AVS-DATA
           MOVE WS-HORA-AGORA                  TO AVS-HORA
           MOVE 'S'                            TO AVS-CANAL
           MOVE SPACES                         TO AVS-DESTINO
           MOVE WS-AVI-FONE                    TO AVS-DESTINO
           MOVE WS-AVI-NOME                    TO AVS-NOME
           MOVE WS-AVI-CPF                     TO AVS-CPF
           MOVE WS-LINHA-AVISO                 TO AVS-TEXTO
           MOVE 'G'                            TO AVS-SITUACAO
           MOVE ZEROS                          TO AVS-DATA-RETORNO
                                                  AVS-HORA-RETORNO
           MOVE SPACES                         TO AVS-MOTIVO
           WRITE REG-AVISO
              INVALID KEY
                 DISPLAY '>> ERRO AO REGISTRAR O AVISO ' AVS-NUMERO
                         ' - FILE STATUS: ' WS-FS-AVS
                 GO TO EMITE-AVISO-FIM
           END-WRITE.
           MOVE AVS-NUMERO                     TO SAI-NUMERO
           MOVE AVS-CANAL                      TO SAI-CANAL
           MOVE AVS-DESTINO                    TO SAI-DESTINO
           MOVE AVS-TEXTO                      TO SAI-TEXTO
           WRITE REG-SAIDA
           ADD 1                     TO WS-CNT-GERADOS(WS-IND-EVT)
           ADD 1                               TO WS-QTD-GERADOS.
       EMITE-AVISO-FIM.
           EXIT.
      *
       SUBSTITUI-MARCADORES.
           MOVE '&NOME.'                       TO WS-TOKEN
           MOVE WS-AVI-NOME                    TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&CONT.'                       TO WS-TOKEN
           MOVE WS-MRC-CONTRATO                TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&PARC.'                       TO WS-TOKEN
           MOVE WS-MRC-PARCELA                 TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&VALO.'                       TO WS-TOKEN
           MOVE WS-MRC-VALOR                   TO WS-VALOR-ED
           MOVE WS-VALOR-ED                    TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&DATA.'                       TO WS-TOKEN
           MOVE WS-MRC-DATA                    TO WS-DATA-AUX
           MOVE WS-DA-DD                       TO WS-DE-DD
           MOVE WS-DA-MM                       TO WS-DE-MM
           MOVE WS-DA-AAAA                     TO WS-DE-AAAA
           MOVE WS-DATA-ED                     TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&TURM.'                       TO WS-TOKEN
           MOVE WS-MRC-TURMA                   TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&COMP.'                       TO WS-TOKEN
           MOVE WS-MRC-COMPETENCIA(5:2)        TO WS-CE-MM
           MOVE WS-MRC-COMPETENCIA(1:4)        TO WS-CE-AAAA
           MOVE WS-COMPET-ED                   TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&NOT1.'                       TO WS-TOKEN
           MOVE WS-MRC-NOTA(1)                 TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&NOT2.'                       TO WS-TOKEN
           MOVE WS-MRC-NOTA(2)                 TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&NOT3.'                       TO WS-TOKEN
           MOVE WS-MRC-NOTA(3)                 TO WS-VALOR
           PERFORM TROCA-MARCADOR
           MOVE '&MEDI.'                       TO WS-TOKEN
           MOVE WS-MRC-MEDIA                   TO WS-VALOR
           PERFORM TROCA-MARCADOR.
      *
      *   Troca a primeira ocorrencia de WS-TOKEN na linha do aviso
      *   pelo valor, sem os brancos das pontas (ver PGCARTAS).
       TROCA-MARCADOR.
           MOVE ZEROS                          TO WS-POS-ACHADA
           PERFORM VARYING WS-POS FROM 1 BY 1
                           UNTIL WS-POS > 155
                              OR WS-POS-ACHADA GREATER ZEROS
              IF WS-LINHA-AVISO(WS-POS:6) EQUAL WS-TOKEN THEN
                 MOVE WS-POS                   TO WS-POS-ACHADA
              END-IF
           END-PERFORM.
           IF WS-POS-ACHADA GREATER ZEROS THEN
              MOVE WS-LINHA-AVISO              TO WS-LINHA-AUX
              MOVE SPACES                      TO WS-LINHA-AVISO
              EVALUATE TRUE
                 WHEN WS-POS-ACHADA EQUAL 1
                    STRING FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           WS-LINHA-AUX(7:154)     DELIMITED SIZE
                           INTO WS-LINHA-AVISO
                 WHEN WS-POS-ACHADA EQUAL 155
      *   Marcador encostado na posicao 160: nao ha sufixo a copiar.
                    STRING WS-LINHA-AUX(1:154)     DELIMITED SIZE
                           FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           INTO WS-LINHA-AVISO
                 WHEN OTHER
                    STRING WS-LINHA-AUX(1:WS-POS-ACHADA - 1)
                                                   DELIMITED SIZE
                           FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           WS-LINHA-AUX(WS-POS-ACHADA + 6:
                                        155 - WS-POS-ACHADA)
                                                   DELIMITED SIZE
                           INTO WS-LINHA-AVISO
              END-EVALUATE
           END-IF.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGAVISOS'                     TO CR-PROGRAMA
           MOVE 'FILA DE AVISOS POR SMS'       TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-DIAS-ANTES                  TO LPZ-DIAS-ANTES
           MOVE WS-DIAS-ATRASO                 TO LPZ-DIAS-ATRASO
           MOVE WS-ATRASO-MAXIMO               TO LPZ-ATRASO-MAXIMO
           WRITE REG-REL FROM LINHA-PRAZOS BEFORE ADVANCING 2 LINES
           WRITE REG-REL FROM LINHA-CAB-SEM-FONE BEFORE ADVANCING 1
                                                    LINES
           WRITE REG-REL FROM LINHA-TIT-SEM-FONE BEFORE ADVANCING 1
                                                    LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-RESUMO.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES
           WRITE REG-REL FROM LINHA-TIT-RESUMO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-EVT FROM 1 BY 1
                           UNTIL WS-IND-EVT > 4
              MOVE WS-EVT-DESCRICAO(WS-IND-EVT)   TO LRS-DESCRICAO
              MOVE WS-CNT-GERADOS(WS-IND-EVT)     TO LRS-GERADOS
              MOVE WS-CNT-JA-AVISADOS(WS-IND-EVT) TO LRS-JA-AVISADOS
              MOVE WS-CNT-SEM-FONE(WS-IND-EVT)    TO LRS-SEM-FONE
              MOVE WS-CNT-SEM-CONSENT(WS-IND-EVT) TO LRS-SEM-CONSENT
              WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
              DISPLAY WS-EVT-CODIGO(WS-IND-EVT) ': GERADOS='
                      WS-CNT-GERADOS(WS-IND-EVT) ' JA AVISADOS='
                      WS-CNT-JA-AVISADOS(WS-IND-EVT) ' SEM FONE='
                      WS-CNT-SEM-FONE(WS-IND-EVT) ' SEM CONSENT.='
                      WS-CNT-SEM-CONSENT(WS-IND-EVT)
           END-PERFORM.
           IF WS-QTD-SEM-MODELO GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-SEM-MODELO ' EVENTO(S) SEM TEXTO NO'
                      ' AVISOS.TPL - NENHUM AVISO SAIU PARA ELES.'
           END-IF.
      *
       END PROGRAM PGAVISOS.
