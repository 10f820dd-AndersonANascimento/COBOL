      *****************************************************************
      * Program name:    PGLGPDAC
      * Original author: Anderson Nascimento
      * Purpose: Atendimento ao titular de dados (LGPD) - o pedido de
      *          acesso "que dados voces tem sobre mim": recebe o CPF,
      *          conferido pelo PGVALCPF, e reune num so dossie
      *          impresso (LGPDACES.LST) tudo o que os mestres guardam
      *          da pessoa, cada linha com o arquivo de origem:
      *            CLIENTE.TXT, FUNCMEST.DAT, INSTRMEST.DAT e
      *            ALUNMEST.DAT pelo CPF;
      *            DEPENDEN.DAT pelo CPF do dependente e pela
      *            matricula do funcionario titular;
      *            CONTRHDR.DAT/PARCELAS.DAT, FIADORES.DAT e
      *            CONTATOS.DAT pelo codigo de cliente achado;
      *            HISTORICO.DAT e CERTREG.DAT pela matricula de
      *            aluno achada;
      *            CONSENT.DAT (PGCONSCK) nos quatro canais.
      *          Mestre indisponivel sai apontado no proprio dossie
      *          como nao consultado. Todo pedido atendido fica na
      *          trilha LGPDACES.LOG (data, hora, CPF, operador,
      *          origem do pedido e quantidade de itens). E o par de
      *          acesso do expurgo por retencao (PGRETENC).
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGLGPDAC.
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
           SELECT CLIENTE ASSIGN TO WS-CAMINHO-CLIENTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CD-CLIENTE
           FILE STATUS  IS WS-FS-CLI.
           SELECT FUNCMEST ASSIGN TO WS-CAMINHO-FUNCMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FUN-MATRICULA
           FILE STATUS  IS WS-FS-MES.
           SELECT DEPENDEN ASSIGN TO './DEPENDEN.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS DEP-CHAVE
           FILE STATUS  IS WS-FS-DEP.
           SELECT INSTRMEST ASSIGN TO './INSTRMEST.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS INS-CODIGO
           FILE STATUS   IS WS-FS-INS.
           SELECT ALUNMEST ASSIGN TO WS-CAMINHO-ALUNMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS ALM-MATRICULA
           FILE STATUS   IS WS-FS-ALM.
           SELECT CONTRHDR ASSIGN TO './CONTRHDR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS HDR-NUM-CONTRATO
           FILE STATUS  IS WS-FS-HDR.
           SELECT PARCELAS ASSIGN TO './PARCELAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS PAR-CHAVE
           FILE STATUS  IS WS-FS-PAR.
           SELECT FIADORES ASSIGN TO './FIADORES.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FIA-CHAVE
           FILE STATUS  IS WS-FS-FIA.
           SELECT CONTATOS ASSIGN TO './CONTATOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CON-CHAVE
           FILE STATUS   IS WS-FS-CTT.
           SELECT HISTORICO ASSIGN TO WS-CAMINHO-HISTORICO
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHAVE-HIST
           FILE STATUS   IS WS-FS-HIS.
           SELECT CERTREG ASSIGN TO './CERTREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CER-NUMERO
           ALTERNATE RECORD KEY IS CER-CHAVE-ALUNO
           WITH DUPLICATES
           FILE STATUS   IS WS-FS-CRG.
           SELECT RELATORIO ASSIGN TO './LGPDACES.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
           SELECT ACESLOG ASSIGN TO './LGPDACES.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-LOG.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
         FD  CLIENTE.
         01  REG-CLIENTE.
             03 CD-CLIENTE                       PIC 9(06).
             03 NM-CLIENTE                       PIC X(20).
             03 TL-CLIENTE                       PIC X(13).
             03 EN-RUA                           PIC X(20).
             03 EN-NUMERO                        PIC 9(05).
             03 EN-CIDADE                        PIC X(15).
             03 EN-CEP                           PIC 9(05).
             03 EN-UF                            PIC X(02).
             03 NR-CPF                           PIC 9(11).
      *
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
      *   DEPENDEN.DAT - dependentes por matricula + sequencia
      *   (PGDEPMNT).
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
      *   INSTRMEST.DAT - cadastro de instrutores (PGINSMNT).
         FD  INSTRMEST.
         01  REG-INSTRUTOR.
             05  INS-CODIGO          PIC 9(05).
             05  INS-NOME            PIC X(30).
             05  INS-CPF             PIC 9(11).
             05  INS-VALOR-HORA      PIC 9(05)V99.
      *
      *   ALUNMEST.DAT - cadastro demografico do aluno (PGALUMNT).
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
      *   CONTRHDR.DAT - cabecalho do contrato (layout PGARRAYS).
         FD  CONTRHDR.
         01  REG-CONTRHDR.
             05  HDR-NUM-CONTRATO    PIC 9(05).
             05  HDR-CD-CLIENTE      PIC 9(06).
             05  HDR-VLR-PRINCIPAL   PIC 9(07)V99.
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
      *   PARCELAS.DAT - parcelas por contrato + parcela (PGPARMIG).
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
                 88  PAR-BAIXADA     VALUE 'B'.
             05  PAR-VENCIMENTO      PIC 9(08).
      *
      *   FIADORES.DAT - fiadores por contrato (PGFIADOR); o fiador
      *   e um cliente do cadastro.
         FD  FIADORES.
         01  REG-FIADOR.
             05  FIA-CHAVE.
                 10  FIA-NUM-CONTRATO PIC 9(05).
                 10  FIA-SEQ         PIC 9(01).
             05  FIA-CD-FIADOR       PIC 9(06).
             05  FIA-NOME            PIC X(20).
             05  FIA-DATA            PIC 9(08).
      *
      *   CONTATOS.DAT - interacoes de balcao por cliente + data +
      *   hora (PGCONTAT).
         FD  CONTATOS.
         01  REG-CONTATO.
             05  CON-CHAVE.
                 10  CON-CD-CLIENTE  PIC 9(06).
                 10  CON-DATA        PIC 9(08).
                 10  CON-HORA        PIC 9(06).
             05  CON-OPERADOR        PIC X(08).
             05  CON-TIPO            PIC X(02).
             05  CON-NOTA            PIC X(40).
             05  CON-PROMESSA.
                 10  CON-PROM-CONTRATO PIC 9(05).
                 10  CON-PROM-DATA   PIC 9(08).
                 10  CON-PROM-VALOR  PIC 9(07)V99.
                 10  CON-PROM-SITUACAO PIC X(01).
      *
      *   HISTORICO.DAT - layout do PROG6601/PGHISTOR.
         FD  HISTORICO.
         01  REG-HIST.
             05  CHAVE-HIST.
                 10  MATR-HIST       PIC 9(05).
                 10  PERIODO-HIST    PIC 9(06).
                 10  TURMA-HIST      PIC X(10).
             05  NOME-HIST           PIC X(30).
             05  NOTA1-HIST          PIC 9(02)V99.
             05  NOTA2-HIST          PIC 9(02)V99.
             05  NOTA3-HIST          PIC 9(02)V99.
             05  MEDIA-HIST          PIC 9(02)V99.
             05  RESULTADO-HIST      PIC X(09).
      *
      *   CERTREG.DAT - registro das emissoes de certificado
      *   (PGCERTIF), lido pela chave alternada matricula + turma.
         FD  CERTREG.
         01  REG-CERTREG.
             05  CER-NUMERO          PIC 9(07).
             05  CER-CHAVE-ALUNO.
                 10  CER-MATRICULA   PIC 9(05).
                 10  CER-TURMA       PIC X(10).
             05  CER-MEDIA           PIC 9(02)V99.
             05  CER-DATA-EMISSAO    PIC 9(08).
             05  CER-OPERADOR        PIC X(08).
             05  CER-VIA             PIC X(01).
                 88  CER-ORIGINAL    VALUE 'O'.
                 88  CER-REIMPRESSAO VALUE 'R'.
      *
      *   LGPDACES.LST - dossie do titular.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
      *   LGPDACES.LOG - trilha dos pedidos de acesso atendidos,
      *   nunca regravada.
         FD  ACESLOG.
         01  REG-ACESLOG.
             05  LOG-DATA            PIC 9(08).
             05  FILLER              PIC X(01).
             05  LOG-HORA            PIC 9(06).
             05  FILLER              PIC X(01).
             05  LOG-CPF             PIC 9(11).
             05  FILLER              PIC X(01).
             05  LOG-OPERADOR        PIC X(08).
             05  FILLER              PIC X(01).
             05  LOG-ORIGEM          PIC X(20).
             05  FILLER              PIC X(01).
             05  LOG-QTD-ITENS       PIC 9(05).
             05  FILLER              PIC X(17).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-CLI               PIC X(02) VALUE '00'.
         77  WS-FS-MES               PIC X(02) VALUE '00'.
         77  WS-FS-DEP               PIC X(02) VALUE '00'.
         77  WS-FS-INS               PIC X(02) VALUE '00'.
         77  WS-FS-ALM               PIC X(02) VALUE '00'.
         77  WS-FS-HDR               PIC X(02) VALUE '00'.
         77  WS-FS-PAR               PIC X(02) VALUE '00'.
         77  WS-FS-FIA               PIC X(02) VALUE '00'.
         77  WS-FS-CTT               PIC X(02) VALUE '00'.
         77  WS-FS-HIS               PIC X(02) VALUE '00'.
         77  WS-FS-CRG               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC X(02) VALUE '00'.
         77  WS-FS-LOG               PIC X(02) VALUE '00'.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-EOF-PAR              PIC X     VALUE 'N'.
         77  WS-PARCELAS-OK          PIC X     VALUE 'N'.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-ORIGEM-INF           PIC X(20) VALUE SPACES.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  WS-ACHOU                PIC X     VALUE 'N'.
         77  WS-IND                  PIC 9(02).
         77  WS-IND-CANAL            PIC 9(01).
         77  WS-CANAIS               PIC X(04) VALUE 'CEST'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
         77  CONTLIN                 PIC 9(02) VALUE 99.
      *
      *   Codigos da pessoa achados nos cadastros, para chegar aos
      *   arquivos que nao guardam o CPF.
         77  WS-QTD-COD-CLI          PIC 9(02) VALUE ZEROS.
         01  WS-TAB-COD-CLI.
             05  WS-COD-CLI          PIC 9(06) OCCURS 20 TIMES.
         77  WS-QTD-COD-FUN          PIC 9(02) VALUE ZEROS.
         01  WS-TAB-COD-FUN.
             05  WS-COD-FUN          PIC 9(05) OCCURS 20 TIMES.
         77  WS-QTD-COD-ALU          PIC 9(02) VALUE ZEROS.
         01  WS-TAB-COD-ALU.
             05  WS-COD-ALU          PIC 9(05) OCCURS 20 TIMES.
         77  WS-COD-CLI-AUX          PIC 9(06) VALUE ZEROS.
         77  WS-COD-MAT-AUX          PIC 9(05) VALUE ZEROS.
      *
      *   Itens do dossie por arquivo de origem.
         77  WS-QTD-CLI              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FUN              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-DEP              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-INS              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-ALU              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CTR              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-PAR              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FIA              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CTT              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-HIS              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CER              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-CON              PIC 9(05) VALUE ZEROS.
         77  WS-QTD-INDISP           PIC 9(02) VALUE ZEROS.
         77  WS-QTD-ITENS            PIC 9(05) VALUE ZEROS.
      *
         COPY CPFVAL.
         COPY CONSENT.
         COPY CABREL.
      *
        01  LINHA-TITULAR.
            03  FILLER               PIC X(12) VALUE 'TITULAR CPF '.
            03  TIT-CPF              PIC 9(11).
            03  FILLER               PIC X(12) VALUE '  PEDIDO:  '.
            03  TIT-ORIGEM           PIC X(20).
            03  FILLER               PIC X(11) VALUE '  OPERADOR '.
            03  TIT-OPERADOR         PIC X(08).
            03  FILLER               PIC X(06) VALUE SPACES.
      *
        01  LINHA-COLUNAS.
            03  FILLER               PIC X(14) VALUE 'ARQUIVO'.
            03  FILLER               PIC X(66) VALUE 'DADO GUARDADO'.
      *
      *   Linha do dossie: arquivo de origem + dado; o dado e montado
      *   num dos layouts DET- abaixo, conforme o arquivo.
        01  LINHA-ITEM.
            03  ITM-ORIGEM           PIC X(14).
            03  ITM-TEXTO            PIC X(66).
      *
        01  DET-CLIENTE-1.
            03  FILLER               PIC X(08) VALUE 'CLIENTE '.
            03  DCL-CODIGO           PIC 9(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DCL-NOME             PIC X(20).
            03  FILLER               PIC X(06) VALUE ' FONE '.
            03  DCL-FONE             PIC X(13).
            03  FILLER               PIC X(12) VALUE SPACES.
        01  DET-CLIENTE-2.
            03  FILLER               PIC X(09) VALUE 'ENDERECO '.
            03  DCL-RUA              PIC X(20).
            03  FILLER               PIC X(02) VALUE ', '.
            03  DCL-NUMERO           PIC Z(04)9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DCL-CIDADE           PIC X(15).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DCL-CEP              PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DCL-UF               PIC X(02).
            03  FILLER               PIC X(05) VALUE SPACES.
      *
        01  DET-FUNC-1.
            03  FILLER               PIC X(10) VALUE 'MATRICULA '.
            03  DFU-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DFU-NOME             PIC X(36).
            03  FILLER               PIC X(06) VALUE ' SEXO '.
            03  DFU-SEXO             PIC X(01).
            03  FILLER               PIC X(07) VALUE SPACES.
        01  DET-FUNC-2.
            03  FILLER               PIC X(09) VALUE 'ENDERECO '.
            03  DFU-RUA              PIC X(20).
            03  FILLER               PIC X(02) VALUE ', '.
            03  DFU-NUM              PIC Z(04)9.
            03  FILLER               PIC X(05) VALUE ' CEP '.
            03  DFU-CEP              PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DFU-UF               PIC X(02).
            03  FILLER               PIC X(17) VALUE SPACES.
        01  DET-FUNC-3.
            03  FILLER               PIC X(05) VALUE 'FONE '.
            03  DFU-FONE             PIC X(13).
            03  FILLER               PIC X(06) VALUE ' REF. '.
            03  DFU-PTO-REF          PIC X(20).
            03  FILLER               PIC X(11) VALUE ' EST.CIVIL '.
            03  DFU-EST-CIVIL        PIC 9(01).
            03  FILLER               PIC X(10) VALUE SPACES.
        01  DET-FUNC-4.
            03  FILLER               PIC X(09) VALUE 'ADMISSAO '.
            03  DFU-ADMISSAO         PIC 9(08).
            03  FILLER               PIC X(07) VALUE ' NIVEL '.
            03  DFU-NIVEL            PIC 9(01).
            03  FILLER               PIC X(09) VALUE ' SALARIO '.
            03  DFU-SAL              PIC Z.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DFU-SITUACAO         PIC X(10).
            03  DFU-DATA-DESLIG      PIC X(08).
            03  FILLER               PIC X(05) VALUE SPACES.
      *
        01  DET-DEPEND-1.
            03  FILLER               PIC X(08) VALUE 'TITULAR '.
            03  DDP-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(05) VALUE ' SEQ '.
            03  DDP-SEQ              PIC 9(02).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DDP-NOME             PIC X(30).
            03  FILLER               PIC X(15) VALUE SPACES.
        01  DET-DEPEND-2.
            03  FILLER               PIC X(11) VALUE 'NASCIMENTO '.
            03  DDP-NASCIMENTO       PIC 9(08).
            03  FILLER               PIC X(12) VALUE ' PARENTESCO '.
            03  DDP-PARENTESCO       PIC X(10).
            03  FILLER               PIC X(05) VALUE ' CPF '.
            03  DDP-CPF              PIC 9(11).
            03  FILLER               PIC X(09) VALUE SPACES.
      *
        01  DET-INSTR.
            03  FILLER               PIC X(07) VALUE 'CODIGO '.
            03  DIN-CODIGO           PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DIN-NOME             PIC X(30).
            03  FILLER               PIC X(12) VALUE ' VALOR HORA '.
            03  DIN-VALOR-HORA       PIC ZZ.ZZ9,99.
            03  FILLER               PIC X(02) VALUE SPACES.
      *
        01  DET-ALUNO-1.
            03  FILLER               PIC X(10) VALUE 'MATRICULA '.
            03  DAL-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DAL-NOME             PIC X(30).
            03  FILLER               PIC X(06) VALUE ' FONE '.
            03  DAL-FONE             PIC X(13).
            03  FILLER               PIC X(01) VALUE SPACE.
        01  DET-ALUNO-2.
            03  FILLER               PIC X(05) VALUE 'END. '.
            03  DAL-RUA              PIC X(30).
            03  FILLER               PIC X(02) VALUE ', '.
            03  DAL-NUMERO           PIC X(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DAL-CIDADE           PIC X(20).
            03  FILLER               PIC X(02) VALUE SPACES.
        01  DET-ALUNO-3.
            03  FILLER               PIC X(04) VALUE 'CEP '.
            03  DAL-CEP              PIC 9(05).
            03  FILLER               PIC X(04) VALUE ' UF '.
            03  DAL-UF               PIC X(02).
            03  FILLER               PIC X(07) VALUE ' RESP. '.
            03  DAL-RESPONSAVEL      PIC X(30).
            03  FILLER               PIC X(14) VALUE SPACES.
        01  DET-ALUNO-4.
            03  FILLER               PIC X(20) VALUE
                'FONE DO RESPONSAVEL '.
            03  DAL-FONE-RESP        PIC X(13).
            03  FILLER               PIC X(33) VALUE SPACES.
      *
        01  DET-CONTRATO.
            03  FILLER               PIC X(09) VALUE 'CONTRATO '.
            03  DCT-NUMERO           PIC 9(05).
            03  FILLER               PIC X(04) VALUE ' DE '.
            03  DCT-DATA             PIC 9(08).
            03  FILLER               PIC X(11) VALUE ' PRINCIPAL '.
            03  DCT-PRINCIPAL        PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(08) VALUE ' PREST. '.
            03  DCT-PRESTACOES       PIC ZZ9.
            03  FILLER               PIC X(06) VALUE SPACES.
      *
        01  DET-PARCELA.
            03  FILLER               PIC X(07) VALUE 'CONTR. '.
            03  DPA-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(07) VALUE ' PARC. '.
            03  DPA-PARCELA          PIC ZZ9.
            03  FILLER               PIC X(05) VALUE ' VLR '.
            03  DPA-VALOR            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(07) VALUE ' SALDO '.
            03  DPA-SALDO            PIC Z.ZZZ.ZZ9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DPA-SITUACAO         PIC X(07).
      *
        01  DET-FIADOR-1.
            03  FILLER               PIC X(19) VALUE
                'FIADOR DO CONTRATO '.
            03  DFI-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(05) VALUE ' SEQ '.
            03  DFI-SEQ              PIC 9(01).
            03  FILLER               PIC X(09) VALUE ' CLIENTE '.
            03  DFI-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(07) VALUE ' DESDE '.
            03  DFI-DATA             PIC 9(08).
            03  FILLER               PIC X(06) VALUE SPACES.
        01  DET-FIADOR-2.
            03  FILLER               PIC X(27) VALUE
                'NOME NO REGISTRO DO FIADOR '.
            03  DFI-NOME             PIC X(20).
            03  FILLER               PIC X(19) VALUE SPACES.
      *
        01  DET-CONTATO-1.
            03  FILLER               PIC X(08) VALUE 'CLIENTE '.
            03  DCO-CLIENTE          PIC 9(06).
            03  FILLER               PIC X(04) VALUE ' EM '.
            03  DCO-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DCO-HORA             PIC 9(06).
            03  FILLER               PIC X(06) VALUE ' TIPO '.
            03  DCO-TIPO             PIC X(02).
            03  FILLER               PIC X(10) VALUE ' OPERADOR '.
            03  DCO-OPERADOR         PIC X(08).
            03  FILLER               PIC X(07) VALUE SPACES.
        01  DET-CONTATO-2.
            03  FILLER               PIC X(05) VALUE 'NOTA '.
            03  DCO-NOTA             PIC X(40).
            03  FILLER               PIC X(21) VALUE SPACES.
      *
        01  DET-HIST-1.
            03  FILLER               PIC X(06) VALUE 'MATR. '.
            03  DHI-MATRICULA        PIC 9(05).
            03  FILLER               PIC X(06) VALUE ' PER. '.
            03  DHI-PERIODO          PIC 9(06).
            03  FILLER               PIC X(07) VALUE ' TURMA '.
            03  DHI-TURMA            PIC X(10).
            03  FILLER               PIC X(07) VALUE ' MEDIA '.
            03  DHI-MEDIA            PIC Z9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DHI-RESULTADO        PIC X(09).
            03  FILLER               PIC X(04) VALUE SPACES.
        01  DET-HIST-2.
            03  FILLER               PIC X(05) VALUE 'NOME '.
            03  DHI-NOME             PIC X(30).
            03  FILLER               PIC X(07) VALUE ' NOTAS '.
            03  DHI-NOTA1            PIC Z9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DHI-NOTA2            PIC Z9,99.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DHI-NOTA3            PIC Z9,99.
            03  FILLER               PIC X(07) VALUE SPACES.
      *
        01  DET-CERT.
            03  FILLER               PIC X(12) VALUE 'CERTIFICADO '.
            03  DCE-NUMERO           PIC 9(07).
            03  FILLER               PIC X(07) VALUE ' TURMA '.
            03  DCE-TURMA            PIC X(10).
            03  FILLER               PIC X(07) VALUE ' MEDIA '.
            03  DCE-MEDIA            PIC Z9,99.
            03  FILLER               PIC X(04) VALUE ' EM '.
            03  DCE-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DCE-VIA              PIC X(05).
      *
        01  DET-CONSENT.
            03  FILLER               PIC X(06) VALUE 'CANAL '.
            03  DCS-CANAL            PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  DCS-SITUACAO         PIC X(10).
            03  FILLER               PIC X(07) VALUE ' DESDE '.
            03  DCS-DATA             PIC 9(08).
            03  FILLER               PIC X(26) VALUE SPACES.
      *
        01  DET-INDISPONIVEL.
            03  FILLER               PIC X(39) VALUE
                'ARQUIVO INDISPONIVEL - NAO CONSULTADO ('.
            03  FILLER               PIC X(03) VALUE 'FS '.
            03  DIS-FS               PIC X(02).
            03  FILLER               PIC X(01) VALUE ')'.
            03  FILLER               PIC X(21) VALUE SPACES.
      *
        01  DET-NADA-CONSTA.
            03  FILLER               PIC X(66) VALUE
                'NENHUM DADO DO TITULAR NOS ARQUIVOS CONSULTADOS.'.
      *
        01  LINHA-RESUMO.
            03  RES-ORIGEM           PIC X(14).
            03  RES-QTD              PIC ZZZZ9.
            03  FILLER               PIC X(09) VALUE ' ITEM(NS)'.
            03  FILLER               PIC X(52) VALUE SPACES.
      *
        01  LINHA-TOTAL.
            03  FILLER               PIC X(14) VALUE 'TOTAL'.
            03  TOT-ITENS            PIC ZZZZ9.
            03  FILLER               PIC X(22) VALUE
                ' ITEM(NS)  ARQUIVOS '.
            03  FILLER               PIC X(16) VALUE
                'NAO CONSULTADOS:'.
            03  TOT-INDISP           PIC Z9.
            03  FILLER               PIC X(21) VALUE SPACES.
       COPY AMBCFG.
       77  WS-CAMINHO-CLIENTE                  PIC X(40) VALUE
                                               './CLIENTE.TXT'.
       77  WS-CAMINHO-FUNCMEST                 PIC X(40) VALUE
                                               './FUNCMEST.DAT'.
       77  WS-CAMINHO-ALUNMEST                 PIC X(40) VALUE
                                               './ALUNMEST.DAT'.
       77  WS-CAMINHO-HISTORICO                PIC X(40) VALUE
                                               './HISTORICO.DAT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminhos dos mestres resolvidos pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'CLIENTE.TXT'                  TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-CLIENTE
           MOVE 'FUNCMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-FUNCMEST
           MOVE 'ALUNMEST.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNMEST
           MOVE 'HISTORICO.DAT'                TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-HISTORICO
           MOVE FUNCTION CURRENT-DATE          TO WS-DATA-HORA
           DISPLAY '------ ACESSO DO TITULAR AOS DADOS (LGPD) ------'
           MOVE SPACES                         TO WS-OPERADOR
           PERFORM UNTIL WS-OPERADOR NOT EQUAL SPACES
              DISPLAY 'Operador: '
              ACCEPT WS-OPERADOR
           END-PERFORM.
           PERFORM ACEITA-CPF.
           MOVE SPACES                         TO WS-ORIGEM-INF
           PERFORM UNTIL WS-ORIGEM-INF NOT EQUAL SPACES
              DISPLAY 'Origem do pedido (balcao, e-mail, carta...): '
              ACCEPT WS-ORIGEM-INF
           END-PERFORM.

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO.
      *   Primeiro os cadastros que guardam o CPF; os codigos achados
      *   levam aos arquivos ligados por chave.
           PERFORM VARRE-CLIENTES
           PERFORM VARRE-CONTRATOS
           PERFORM VARRE-FIADORES
           PERFORM VARRE-CONTATOS
           PERFORM VARRE-FUNCIONARIOS
           PERFORM VARRE-DEPENDENTES
           PERFORM VARRE-INSTRUTORES
           PERFORM VARRE-ALUNOS
           PERFORM VARRE-HISTORICO
           PERFORM VARRE-CERTIFICADOS
           PERFORM VARRE-CONSENTIMENTO
           PERFORM IMPRIME-RESUMO
           CLOSE RELATORIO.
           PERFORM GRAVA-TRILHA.
           DISPLAY 'DOSSIE DO CPF ' CV-CPF ' GRAVADO EM LGPDACES.LST - '
                   WS-QTD-ITENS ' ITEM(NS).'.
           IF WS-QTD-INDISP GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-INDISP ' ARQUIVO(S) NAO '
                      'CONSULTADO(S) - VER O DOSSIE.'
           END-IF.
           GOBACK.
      *
      *   CPF so entra com os digitos verificadores corretos.
       ACEITA-CPF.
           MOVE 'N'                            TO CV-STATUS
           PERFORM UNTIL CV-CPF-VALIDO
              DISPLAY 'CPF do titular (11 digitos): '
              ACCEPT CV-CPF
              CALL './bin/PGVALCPF' USING CV-PARM
              IF CV-CPF-INVALIDO THEN
                 DISPLAY '>> CPF INVALIDO - DIGITE NOVAMENTE.'
              END-IF
           END-PERFORM.
      *
      *   CLIENTE.TXT pelo CPF; os codigos de cliente achados
      *   guiam contratos, fianca e contatos.
       VARRE-CLIENTES.
           MOVE 'CLIENTE.TXT'                  TO ITM-ORIGEM
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT CLIENTE
           IF WS-FS-CLI NOT EQUAL '00' THEN
              MOVE WS-FS-CLI                   TO DIS-FS
              PERFORM IMPRIME-INDISPONIVEL
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ CLIENTE NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF NR-CPF EQUAL CV-CPF THEN
                          PERFORM IMPRIME-CLIENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLIENTE
           END-IF.
      *
       IMPRIME-CLIENTE.
           IF WS-QTD-COD-CLI LESS 20 THEN
              ADD 1                            TO WS-QTD-COD-CLI
              MOVE CD-CLIENTE                  TO
                   WS-COD-CLI(WS-QTD-COD-CLI)
           ELSE
              DISPLAY '>> MAIS DE 20 CODIGOS DE CLIENTE NO CPF - '
                      'CONTRATOS DO CODIGO ' CD-CLIENTE
                      ' FORA DO DOSSIE.'
           END-IF
           MOVE CD-CLIENTE                     TO DCL-CODIGO
           MOVE NM-CLIENTE                     TO DCL-NOME
           MOVE TL-CLIENTE                     TO DCL-FONE
           MOVE DET-CLIENTE-1                  TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE EN-RUA                         TO DCL-RUA
           MOVE EN-NUMERO                      TO DCL-NUMERO
           MOVE EN-CIDADE                      TO DCL-CIDADE
           MOVE EN-CEP                         TO DCL-CEP
           MOVE EN-UF                          TO DCL-UF
           MOVE DET-CLIENTE-2                  TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-CLI.
      *
      *   Contratos dos codigos de cliente achados (CONTRHDR.DAT) e,
      *   para cada um, as parcelas por chave (PARCELAS.DAT), como o
      *   extrato do PGEXTCLI.
       VARRE-CONTRATOS.
           IF WS-QTD-COD-CLI GREATER ZEROS THEN
              MOVE 'N'                         TO WS-PARCELAS-OK
              OPEN INPUT PARCELAS
              IF WS-FS-PAR EQUAL '00' THEN
                 MOVE 'S'                      TO WS-PARCELAS-OK
              ELSE
                 MOVE 'PARCELAS.DAT'           TO ITM-ORIGEM
                 MOVE WS-FS-PAR                TO DIS-FS
                 PERFORM IMPRIME-INDISPONIVEL
              END-IF
              MOVE 'N'                         TO WS-EOF
              OPEN INPUT CONTRHDR
              IF WS-FS-HDR NOT EQUAL '00' THEN
                 MOVE 'CONTRHDR.DAT'           TO ITM-ORIGEM
                 MOVE WS-FS-HDR                TO DIS-FS
                 PERFORM IMPRIME-INDISPONIVEL
              ELSE
                 PERFORM UNTIL WS-EOF EQUAL 'S'
                    READ CONTRHDR NEXT RECORD
                       AT END
                          MOVE 'S'             TO WS-EOF
                       NOT AT END
                          MOVE HDR-CD-CLIENTE  TO WS-COD-CLI-AUX
                          PERFORM PROCURA-COD-CLI
                          IF WS-ACHOU EQUAL 'S' THEN
                             PERFORM IMPRIME-CONTRATO
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE CONTRHDR
              END-IF
              IF WS-PARCELAS-OK EQUAL 'S' THEN
                 CLOSE PARCELAS
              END-IF
           END-IF.
      *
       IMPRIME-CONTRATO.
           MOVE 'CONTRHDR.DAT'                 TO ITM-ORIGEM
           MOVE HDR-NUM-CONTRATO               TO DCT-NUMERO
           MOVE HDR-DATA-CRIACAO               TO DCT-DATA
           MOVE HDR-VLR-PRINCIPAL              TO DCT-PRINCIPAL
           MOVE HDR-NUM-PRESTACOES             TO DCT-PRESTACOES
           MOVE DET-CONTRATO                   TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-CTR
           IF WS-PARCELAS-OK EQUAL 'S' THEN
              MOVE 'PARCELAS.DAT'              TO ITM-ORIGEM
              MOVE HDR-NUM-CONTRATO            TO PAR-NUM-CONTRATO
              MOVE ZEROS                       TO PAR-NUM-PARCELA
              MOVE 'N'                         TO WS-EOF-PAR
              START PARCELAS KEY NOT LESS PAR-CHAVE
                 INVALID KEY
                    MOVE 'S'                   TO WS-EOF-PAR
              END-START
              PERFORM UNTIL WS-EOF-PAR EQUAL 'S'
                 READ PARCELAS NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF-PAR
                    NOT AT END
                       IF PAR-NUM-CONTRATO EQUAL HDR-NUM-CONTRATO
                          PERFORM IMPRIME-PARCELA
                       ELSE
                          MOVE 'S'             TO WS-EOF-PAR
                       END-IF
                 END-READ
              END-PERFORM
           END-IF.
      *
       IMPRIME-PARCELA.
           MOVE PAR-NUM-CONTRATO               TO DPA-CONTRATO
           MOVE PAR-NUM-PARCELA                TO DPA-PARCELA
           MOVE PAR-VLR-PARCELA                TO DPA-VALOR
           MOVE PAR-VLR-SALDO                  TO DPA-SALDO
           IF PAR-BAIXADA THEN
              MOVE 'BAIXADA'                   TO DPA-SITUACAO
           ELSE
              MOVE 'ABERTA'                    TO DPA-SITUACAO
           END-IF
           MOVE DET-PARCELA                    TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-PAR.
      *
      *   FIADORES.DAT nao tem chave pelo fiador: varre tudo atras
      *   dos codigos de cliente da pessoa.
       VARRE-FIADORES.
           IF WS-QTD-COD-CLI GREATER ZEROS THEN
              MOVE 'FIADORES.DAT'              TO ITM-ORIGEM
              MOVE 'N'                         TO WS-EOF
              OPEN INPUT FIADORES
              IF WS-FS-FIA NOT EQUAL '00' THEN
                 MOVE WS-FS-FIA                TO DIS-FS
                 PERFORM IMPRIME-INDISPONIVEL
              ELSE
                 PERFORM UNTIL WS-EOF EQUAL 'S'
                    READ FIADORES NEXT RECORD
                       AT END
                          MOVE 'S'             TO WS-EOF
                       NOT AT END
                          MOVE FIA-CD-FIADOR   TO WS-COD-CLI-AUX
                          PERFORM PROCURA-COD-CLI
                          IF WS-ACHOU EQUAL 'S' THEN
                             PERFORM IMPRIME-FIADOR
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FIADORES
              END-IF
           END-IF.
      *
       IMPRIME-FIADOR.
           MOVE FIA-NUM-CONTRATO               TO DFI-CONTRATO
           MOVE FIA-SEQ                        TO DFI-SEQ
           MOVE FIA-CD-FIADOR                  TO DFI-CLIENTE
           MOVE FIA-DATA                       TO DFI-DATA
           MOVE DET-FIADOR-1                   TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE FIA-NOME                       TO DFI-NOME
           MOVE DET-FIADOR-2                   TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-FIA.
      *
      *   CONTATOS.DAT por chave, a partir de (cliente, 0, 0).
       VARRE-CONTATOS.
           IF WS-QTD-COD-CLI GREATER ZEROS THEN
              MOVE 'CONTATOS.DAT'              TO ITM-ORIGEM
              OPEN INPUT CONTATOS
              IF WS-FS-CTT NOT EQUAL '00' THEN
                 MOVE WS-FS-CTT                TO DIS-FS
                 PERFORM IMPRIME-INDISPONIVEL
              ELSE
                 PERFORM VARYING WS-IND FROM 1 BY 1
                                 UNTIL WS-IND > WS-QTD-COD-CLI
                    MOVE WS-COD-CLI(WS-IND)    TO CON-CD-CLIENTE
                    MOVE ZEROS                 TO CON-DATA CON-HORA
                    MOVE 'N'                   TO WS-EOF
                    START CONTATOS KEY NOT LESS CON-CHAVE
                       INVALID KEY
                          MOVE 'S'             TO WS-EOF
                    END-START
                    PERFORM UNTIL WS-EOF EQUAL 'S'
                       READ CONTATOS NEXT RECORD
                          AT END
                             MOVE 'S'          TO WS-EOF
                          NOT AT END
                             IF CON-CD-CLIENTE EQUAL
                                WS-COD-CLI(WS-IND) THEN
                                PERFORM IMPRIME-CONTATO
                             ELSE
                                MOVE 'S'       TO WS-EOF
                             END-IF
                       END-READ
                    END-PERFORM
                 END-PERFORM
                 CLOSE CONTATOS
              END-IF
           END-IF.
      *
       IMPRIME-CONTATO.
           MOVE CON-CD-CLIENTE                 TO DCO-CLIENTE
           MOVE CON-DATA                       TO DCO-DATA
           MOVE CON-HORA                       TO DCO-HORA
           MOVE CON-TIPO                       TO DCO-TIPO
           MOVE CON-OPERADOR                   TO DCO-OPERADOR
           MOVE DET-CONTATO-1                  TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE CON-NOTA                       TO DCO-NOTA
           MOVE DET-CONTATO-2                  TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-CTT.
      *
      *   FUNCMEST.DAT pelo CPF; as matriculas achadas guiam os
      *   dependentes.
       VARRE-FUNCIONARIOS.
           MOVE 'FUNCMEST.DAT'                 TO ITM-ORIGEM
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT FUNCMEST
           IF WS-FS-MES NOT EQUAL '00' THEN
              MOVE WS-FS-MES                   TO DIS-FS
              PERFORM IMPRIME-INDISPONIVEL
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ FUNCMEST NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF FUN-CPF EQUAL CV-CPF THEN
                          PERFORM IMPRIME-FUNCIONARIO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FUNCMEST
           END-IF.
      *
       IMPRIME-FUNCIONARIO.
           IF WS-QTD-COD-FUN LESS 20 THEN
              ADD 1                            TO WS-QTD-COD-FUN
              MOVE FUN-MATRICULA               TO
                   WS-COD-FUN(WS-QTD-COD-FUN)
           ELSE
              DISPLAY '>> MAIS DE 20 MATRICULAS DE FUNCIONARIO NO CPF'
                      ' - DEPENDENTES DE ' FUN-MATRICULA
                      ' FORA DO DOSSIE.'
           END-IF
           MOVE FUN-MATRICULA                  TO DFU-MATRICULA
           MOVE FUN-NOME                       TO DFU-NOME
           MOVE FUN-SEXO                       TO DFU-SEXO
           MOVE DET-FUNC-1                     TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE FUN-RUA                        TO DFU-RUA
           MOVE FUN-NUM                        TO DFU-NUM
           MOVE FUN-CEP                        TO DFU-CEP
           MOVE FUN-UF                         TO DFU-UF
           MOVE DET-FUNC-2                     TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE FUN-FONE                       TO DFU-FONE
           MOVE FUN-PTO-REF                    TO DFU-PTO-REF
           MOVE FUN-EST-CIVIL                  TO DFU-EST-CIVIL
           MOVE DET-FUNC-3                     TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE FUN-ADMISSAO                   TO DFU-ADMISSAO
           MOVE FUN-NIVEL                      TO DFU-NIVEL
           MOVE FUN-SAL                        TO DFU-SAL
           IF FUN-DESLIGADO THEN
              MOVE 'DESLIGADO'                 TO DFU-SITUACAO
              MOVE FUN-DATA-DESLIG             TO DFU-DATA-DESLIG
           ELSE
              MOVE 'ATIVO'                     TO DFU-SITUACAO
              MOVE SPACES                      TO DFU-DATA-DESLIG
           END-IF
           MOVE DET-FUNC-4                     TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-FUN.
      *
      *   DEPENDEN.DAT: a pessoa como dependente (pelo CPF) e os
      *   dependentes que ela declarou como funcionario titular.
       VARRE-DEPENDENTES.
           MOVE 'DEPENDEN.DAT'                 TO ITM-ORIGEM
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT DEPENDEN
           IF WS-FS-DEP NOT EQUAL '00' THEN
              MOVE WS-FS-DEP                   TO DIS-FS
              PERFORM IMPRIME-INDISPONIVEL
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ DEPENDEN NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE DEP-MATRICULA      TO WS-COD-MAT-AUX
                       PERFORM PROCURA-COD-FUN
                       IF WS-ACHOU EQUAL 'S'
                                OR DEP-CPF EQUAL CV-CPF THEN
                          PERFORM IMPRIME-DEPENDENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPENDEN
           END-IF.
      *
       IMPRIME-DEPENDENTE.
           MOVE DEP-MATRICULA                  TO DDP-MATRICULA
           MOVE DEP-SEQ                        TO DDP-SEQ
           MOVE DEP-NOME                       TO DDP-NOME
           MOVE DET-DEPEND-1                   TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE DEP-NASCIMENTO                 TO DDP-NASCIMENTO
           MOVE DEP-PARENTESCO                 TO DDP-PARENTESCO
           MOVE DEP-CPF                        TO DDP-CPF
           MOVE DET-DEPEND-2                   TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-DEP.
      *
       VARRE-INSTRUTORES.
           MOVE 'INSTRMEST.DAT'                TO ITM-ORIGEM
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT INSTRMEST
           IF WS-FS-INS NOT EQUAL '00' THEN
              MOVE WS-FS-INS                   TO DIS-FS
              PERFORM IMPRIME-INDISPONIVEL
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ INSTRMEST NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF INS-CPF EQUAL CV-CPF THEN
                          MOVE INS-CODIGO      TO DIN-CODIGO
                          MOVE INS-NOME        TO DIN-NOME
                          MOVE INS-VALOR-HORA  TO DIN-VALOR-HORA
                          MOVE DET-INSTR       TO ITM-TEXTO
                          PERFORM IMPRIME-ITEM
                          ADD 1                TO WS-QTD-INS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INSTRMEST
           END-IF.
      *
      *   ALUNMEST.DAT pelo CPF; as matriculas achadas guiam o
      *   historico escolar e os certificados.
       VARRE-ALUNOS.
           MOVE 'ALUNMEST.DAT'                 TO ITM-ORIGEM
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT ALUNMEST
           IF WS-FS-ALM NOT EQUAL '00' THEN
              MOVE WS-FS-ALM                   TO DIS-FS
              PERFORM IMPRIME-INDISPONIVEL
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ ALUNMEST NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF ALM-CPF EQUAL CV-CPF THEN
                          PERFORM IMPRIME-ALUNO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALUNMEST
           END-IF.
      *
       IMPRIME-ALUNO.
           IF WS-QTD-COD-ALU LESS 20 THEN
              ADD 1                            TO WS-QTD-COD-ALU
              MOVE ALM-MATRICULA               TO
                   WS-COD-ALU(WS-QTD-COD-ALU)
           ELSE
              DISPLAY '>> MAIS DE 20 MATRICULAS NO CPF - HISTORICO '
                      'DA MATRICULA ' ALM-MATRICULA ' FORA DO DOSSIE.'
           END-IF
           MOVE ALM-MATRICULA                  TO DAL-MATRICULA
           MOVE ALM-NOME                       TO DAL-NOME
           MOVE ALM-FONE                       TO DAL-FONE
           MOVE DET-ALUNO-1                    TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE ALM-RUA                        TO DAL-RUA
           MOVE ALM-NUMERO                     TO DAL-NUMERO
           MOVE ALM-CIDADE                     TO DAL-CIDADE
           MOVE DET-ALUNO-2                    TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE ALM-CEP                        TO DAL-CEP
           MOVE ALM-UF                         TO DAL-UF
           MOVE ALM-RESPONSAVEL                TO DAL-RESPONSAVEL
           MOVE DET-ALUNO-3                    TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE ALM-FONE-RESP                  TO DAL-FONE-RESP
           MOVE DET-ALUNO-4                    TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-ALU.
      *
      *   HISTORICO.DAT por chave, a partir de (matricula, 0, brancos).
       VARRE-HISTORICO.
           IF WS-QTD-COD-ALU GREATER ZEROS THEN
              MOVE 'HISTORICO.DAT'             TO ITM-ORIGEM
              OPEN INPUT HISTORICO
              IF WS-FS-HIS NOT EQUAL '00' THEN
                 MOVE WS-FS-HIS                TO DIS-FS
                 PERFORM IMPRIME-INDISPONIVEL
              ELSE
                 PERFORM VARYING WS-IND FROM 1 BY 1
                                 UNTIL WS-IND > WS-QTD-COD-ALU
                    MOVE WS-COD-ALU(WS-IND)    TO MATR-HIST
                    MOVE ZEROS                 TO PERIODO-HIST
                    MOVE LOW-VALUES            TO TURMA-HIST
                    MOVE 'N'                   TO WS-EOF
                    START HISTORICO KEY NOT LESS CHAVE-HIST
                       INVALID KEY
                          MOVE 'S'             TO WS-EOF
                    END-START
                    PERFORM UNTIL WS-EOF EQUAL 'S'
                       READ HISTORICO NEXT RECORD
                          AT END
                             MOVE 'S'          TO WS-EOF
                          NOT AT END
                             IF MATR-HIST EQUAL WS-COD-ALU(WS-IND)
                                PERFORM IMPRIME-HISTORICO
                             ELSE
                                MOVE 'S'       TO WS-EOF
                             END-IF
                       END-READ
                    END-PERFORM
                 END-PERFORM
                 CLOSE HISTORICO
              END-IF
           END-IF.
      *
       IMPRIME-HISTORICO.
           MOVE MATR-HIST                      TO DHI-MATRICULA
           MOVE PERIODO-HIST                   TO DHI-PERIODO
           MOVE TURMA-HIST                     TO DHI-TURMA
           MOVE MEDIA-HIST                     TO DHI-MEDIA
           MOVE RESULTADO-HIST                 TO DHI-RESULTADO
           MOVE DET-HIST-1                     TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           MOVE NOME-HIST                      TO DHI-NOME
           MOVE NOTA1-HIST                     TO DHI-NOTA1
           MOVE NOTA2-HIST                     TO DHI-NOTA2
           MOVE NOTA3-HIST                     TO DHI-NOTA3
           MOVE DET-HIST-2                     TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-HIS.
      *
      *   CERTREG.DAT pela chave alternada, a partir de (matricula,
      *   brancos), como o PGCERCON consulta por aluno.
       VARRE-CERTIFICADOS.
           IF WS-QTD-COD-ALU GREATER ZEROS THEN
              MOVE 'CERTREG.DAT'               TO ITM-ORIGEM
              OPEN INPUT CERTREG
              IF WS-FS-CRG NOT EQUAL '00' THEN
                 MOVE WS-FS-CRG                TO DIS-FS
                 PERFORM IMPRIME-INDISPONIVEL
              ELSE
                 PERFORM VARYING WS-IND FROM 1 BY 1
                                 UNTIL WS-IND > WS-QTD-COD-ALU
                    MOVE WS-COD-ALU(WS-IND)    TO CER-MATRICULA
                    MOVE LOW-VALUES            TO CER-TURMA
                    MOVE 'N'                   TO WS-EOF
                    START CERTREG KEY NOT LESS CER-CHAVE-ALUNO
                       INVALID KEY
                          MOVE 'S'             TO WS-EOF
                    END-START
                    PERFORM UNTIL WS-EOF EQUAL 'S'
                       READ CERTREG NEXT RECORD
                          AT END
                             MOVE 'S'          TO WS-EOF
                          NOT AT END
                             IF CER-MATRICULA EQUAL
                                WS-COD-ALU(WS-IND) THEN
                                PERFORM IMPRIME-CERTIFICADO
                             ELSE
                                MOVE 'S'       TO WS-EOF
                             END-IF
                       END-READ
                    END-PERFORM
                 END-PERFORM
                 CLOSE CERTREG
              END-IF
           END-IF.
      *
       IMPRIME-CERTIFICADO.
           MOVE CER-NUMERO                     TO DCE-NUMERO
           MOVE CER-TURMA                      TO DCE-TURMA
           MOVE CER-MEDIA                      TO DCE-MEDIA
           MOVE CER-DATA-EMISSAO               TO DCE-DATA
           IF CER-REIMPRESSAO THEN
              MOVE 'REIMP'                     TO DCE-VIA
           ELSE
              MOVE 'ORIG.'                     TO DCE-VIA
           END-IF
           MOVE DET-CERT                       TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-CER.
      *
      *   Consentimento de marketing (PGCONSCK) nos quatro canais;
      *   canal sem registro nao guarda dado do titular.
       VARRE-CONSENTIMENTO.
           MOVE 'CONSENT.DAT'                  TO ITM-ORIGEM
           PERFORM VARYING WS-IND-CANAL FROM 1 BY 1
                           UNTIL WS-IND-CANAL > 4
              MOVE CV-CPF                      TO CS-CPF
              MOVE WS-CANAIS(WS-IND-CANAL:1)   TO CS-CANAL
              CALL './bin/PGCONSCK' USING CS-PARM
              IF CS-DATA NOT EQUAL ZEROS THEN
                 EVALUATE CS-CANAL
                    WHEN 'C'
                       MOVE 'CORREIO'          TO DCS-CANAL
                    WHEN 'E'
                       MOVE 'E-MAIL'           TO DCS-CANAL
                    WHEN 'S'
                       MOVE 'SMS'              TO DCS-CANAL
                    WHEN 'T'
                       MOVE 'TELEFONE'         TO DCS-CANAL
                 END-EVALUATE
                 IF CS-RECUSADO THEN
                    MOVE 'RETIRADO'            TO DCS-SITUACAO
                 ELSE
                    MOVE 'CONCEDIDO'           TO DCS-SITUACAO
                 END-IF
                 MOVE CS-DATA                  TO DCS-DATA
                 MOVE DET-CONSENT              TO ITM-TEXTO
                 PERFORM IMPRIME-ITEM
                 ADD 1                         TO WS-QTD-CON
              END-IF
           END-PERFORM.
      *
       PROCURA-COD-CLI.
           MOVE 'N'                            TO WS-ACHOU
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-COD-CLI
              IF WS-COD-CLI(WS-IND) EQUAL WS-COD-CLI-AUX THEN
                 MOVE 'S'                      TO WS-ACHOU
              END-IF
           END-PERFORM.
      *
       PROCURA-COD-FUN.
           MOVE 'N'                            TO WS-ACHOU
           PERFORM VARYING WS-IND FROM 1 BY 1
                           UNTIL WS-IND > WS-QTD-COD-FUN
              IF WS-COD-FUN(WS-IND) EQUAL WS-COD-MAT-AUX THEN
                 MOVE 'S'                      TO WS-ACHOU
              END-IF
           END-PERFORM.
      *
       IMPRIME-INDISPONIVEL.
           MOVE DET-INDISPONIVEL               TO ITM-TEXTO
           PERFORM IMPRIME-ITEM
           ADD 1                               TO WS-QTD-INDISP.
      *
       IMPRIME-ITEM.
           IF CONTLIN GREATER 52 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-REL FROM LINHA-ITEM BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTLIN.
      *
      *   Quantidade de itens por arquivo de origem; e o total que
      *   vai para a trilha.
       IMPRIME-RESUMO.
           COMPUTE WS-QTD-ITENS = WS-QTD-CLI + WS-QTD-CTR + WS-QTD-PAR
                                + WS-QTD-FIA + WS-QTD-CTT + WS-QTD-FUN
                                + WS-QTD-DEP + WS-QTD-INS + WS-QTD-ALU
                                + WS-QTD-HIS + WS-QTD-CER + WS-QTD-CON
           IF WS-QTD-ITENS EQUAL ZEROS THEN
              MOVE SPACES                      TO ITM-ORIGEM
              MOVE DET-NADA-CONSTA             TO ITM-TEXTO
              PERFORM IMPRIME-ITEM
           END-IF
           IF CONTLIN GREATER 38 THEN
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE 'CLIENTE.TXT'                  TO RES-ORIGEM
           MOVE WS-QTD-CLI                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'CONTRHDR.DAT'                 TO RES-ORIGEM
           MOVE WS-QTD-CTR                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'PARCELAS.DAT'                 TO RES-ORIGEM
           MOVE WS-QTD-PAR                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'FIADORES.DAT'                 TO RES-ORIGEM
           MOVE WS-QTD-FIA                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'CONTATOS.DAT'                 TO RES-ORIGEM
           MOVE WS-QTD-CTT                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'FUNCMEST.DAT'                 TO RES-ORIGEM
           MOVE WS-QTD-FUN                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'DEPENDEN.DAT'                 TO RES-ORIGEM
           MOVE WS-QTD-DEP                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'INSTRMEST.DAT'                TO RES-ORIGEM
           MOVE WS-QTD-INS                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'ALUNMEST.DAT'                 TO RES-ORIGEM
           MOVE WS-QTD-ALU                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'HISTORICO.DAT'                TO RES-ORIGEM
           MOVE WS-QTD-HIS                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'CERTREG.DAT'                  TO RES-ORIGEM
           MOVE WS-QTD-CER                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           MOVE 'CONSENT.DAT'                  TO RES-ORIGEM
           MOVE WS-QTD-CON                     TO RES-QTD
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO BEFORE ADVANCING 1 LINES
           MOVE WS-QTD-ITENS                   TO TOT-ITENS
           MOVE WS-QTD-INDISP                  TO TOT-INDISP
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
      *
      *   Todo pedido atendido fica na trilha, com quem atendeu e
      *   de onde veio o pedido.
       GRAVA-TRILHA.
           OPEN EXTEND ACESLOG
           IF WS-FS-LOG EQUAL '35' THEN
              OPEN OUTPUT ACESLOG
           END-IF.
           MOVE SPACES                         TO REG-ACESLOG
           MOVE WS-DATA-HORA(1:8)              TO LOG-DATA
           MOVE WS-DATA-HORA(9:6)              TO LOG-HORA
           MOVE CV-CPF                         TO LOG-CPF
           MOVE WS-OPERADOR                    TO LOG-OPERADOR
           MOVE WS-ORIGEM-INF                  TO LOG-ORIGEM
           MOVE WS-QTD-ITENS                   TO LOG-QTD-ITENS
           WRITE REG-ACESLOG.
           CLOSE ACESLOG.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGLGPDAC'                     TO CR-PROGRAMA
           MOVE 'DOSSIE DO TITULAR - ACESSO (LGPD)'
                                               TO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           MOVE CV-CPF                         TO TIT-CPF
           MOVE WS-ORIGEM-INF                  TO TIT-ORIGEM
           MOVE WS-OPERADOR                    TO TIT-OPERADOR
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TITULAR BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-COLUNAS BEFORE ADVANCING 1 LINES
           MOVE 5                              TO CONTLIN
           ADD 1                               TO CONTPAG.
      *
       END PROGRAM PGLGPDAC.
