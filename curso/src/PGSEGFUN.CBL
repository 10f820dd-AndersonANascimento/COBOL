      *****************************************************************
      * Program name:    PGSEGFUN
      * Original author: Anderson Nascimento
      * Purpose: Relatorio de segregacao de funcoes para a auditoria
      *          interna, em SEGFUN.LST. O PGAPROVA e o PGESTORN ja
      *          exigem um segundo operador, mas so dentro de cada
      *          operacao; aqui os rastros de varios programas e dias
      *          sao cruzados no periodo informado:
      *          - dois operadores que se aprovam um ao outro (nas
      *            notas do NOTASAUD.LOG e nos estornos do
      *            ESTORNOS.LOG) a partir da quantidade minima do
      *            SEGFUN.PARM;
      *          - pagamento recebido (RECIBOS.TXT) e depois estornado
      *            pelo mesmo operador, como quem pede ou quem aprova;
      *          - nota alterada e certificado do mesmo aluno emitido
      *            (CERTREG.DAT) pela mesma pessoa;
      *          - atividade fora do expediente do SEGFUN.PARM ou em
      *            dia nao util, nos cinco rastros e no MENULOG.TXT.
      *          Fecha com o resumo por operador do OPERMEST.TXT; quem
      *          aparece nos rastros sem estar cadastrado sai marcado.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGSEGFUN.
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
           SELECT PARAMETROS ASSIGN TO './SEGFUN.PARM'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-PRM.
           SELECT OPERMEST ASSIGN TO './OPERMEST.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-OPM.
           SELECT MENULOG ASSIGN TO './MENULOG.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-MLG.
           SELECT AUDITORIA ASSIGN TO './NOTASAUD.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-AUD.
           SELECT LOGEST ASSIGN TO './ESTORNOS.LOG'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-LOG.
           SELECT RECIBOS ASSIGN TO './RECIBOS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RCB.
           SELECT CERTREG ASSIGN TO './CERTREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CER-NUMERO
           ALTERNATE RECORD KEY IS CER-CHAVE-ALUNO
           WITH DUPLICATES
           FILE STATUS  IS WS-FS-CRG.
           SELECT RELATORIO ASSIGN TO './SEGFUN.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   SEGFUN.PARM - expediente (HHMM de inicio e de fim) e a
      *   quantidade minima de aprovacoes cruzadas de um par.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PRM-HORA-INICIO     PIC 9(04).
             05  PRM-HORA-FIM        PIC 9(04).
             05  PRM-MIN-CRUZADAS    PIC 9(03).
      *
      *   OPERMEST.TXT - cadastro de operadores (PGUNIMNT).
         FD  OPERMEST.
         01  REG-OPERMEST.
             05  OPM-CODIGO          PIC X(08).
             05  OPM-NOME            PIC X(30).
             05  OPM-PERFIL          PIC X(08).
             05  OPM-UNIDADES.
                 10  OPM-UNIDADE OCCURS 5 TIMES PIC X(03).
      *
      *   MENULOG.TXT - opcoes do menu e eventos de senha (PGMENUGE,
      *   PGSECADM).
         FD  MENULOG.
         01  REG-MENULOG.
             05  MLG-DATA            PIC X(08).
             05  FILLER              PIC X(01).
             05  MLG-HORA            PIC X(06).
             05  FILLER              PIC X(01).
             05  MLG-OPERADOR        PIC X(08).
             05  FILLER              PIC X(01).
             05  MLG-OPCAO           PIC 9(02).
             05  FILLER              PIC X(01).
             05  MLG-SITUACAO        PIC X(09).
             05  FILLER              PIC X(01).
             05  MLG-UNIDADE         PIC X(03).
             05  FILLER              PIC X(19).
      *
      *   NOTASAUD.LOG - alteracoes de nota (PGLANNOT, PGAPROVA,
      *   PROG6601); as notas antes/depois nao interessam aqui.
         FD  AUDITORIA.
         01  REG-AUDITORIA.
             05  AUD-DATA            PIC X(08).
             05  FILLER              PIC X(01).
             05  AUD-HORA            PIC X(06).
             05  FILLER              PIC X(01).
             05  AUD-OPERADOR        PIC X(08).
             05  FILLER              PIC X(01).
             05  AUD-APROVADOR       PIC X(08).
             05  FILLER              PIC X(01).
             05  AUD-TURMA           PIC X(10).
             05  FILLER              PIC X(01).
             05  AUD-MATR            PIC 9(05).
             05  FILLER              PIC X(60).
      *
      *   ESTORNOS.LOG - estornos de baixa (PGESTORN).
         FD  LOGEST.
         01  REG-LOG.
             05  LOG-DATA            PIC X(08).
             05  FILLER              PIC X(01).
             05  LOG-HORA            PIC X(06).
             05  FILLER              PIC X(01).
             05  LOG-CONTRATO        PIC 9(05).
             05  FILLER              PIC X(01).
             05  LOG-PARCELA         PIC 9(03).
             05  FILLER              PIC X(01).
             05  LOG-VALOR           PIC 9(07)V99.
             05  FILLER              PIC X(09).
             05  LOG-MOTIVO          PIC X(02).
             05  FILLER              PIC X(05).
             05  LOG-OPERADOR        PIC X(08).
             05  FILLER              PIC X(06).
             05  LOG-APROVADOR       PIC X(08).
             05  FILLER              PIC X(07).
      *
      *   RECIBOS.TXT - recibos de pagamento (PGPAGTOS, PGCAIXA).
         FD  RECIBOS.
         01  REG-RECIBO.
             05  RCB-NUMERO          PIC 9(07).
             05  RCB-DATA            PIC 9(08).
             05  RCB-HORA            PIC 9(06).
             05  RCB-OPERADOR        PIC X(08).
             05  RCB-FORMA           PIC X(02).
             05  RCB-CD-CLIENTE      PIC 9(06).
             05  RCB-NOME            PIC X(20).
             05  RCB-CONTRATO        PIC 9(05).
             05  RCB-PARCELA         PIC 9(03).
             05  RCB-VLR-PAGO        PIC 9(07)V99.
             05  RCB-VLR-MORA        PIC 9(07)V99.
             05  RCB-UNIDADE         PIC X(03).
      *
      *   CERTREG.DAT - certificados emitidos (PGCERTIF).
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
      *   SEGFUN.LST - relatorio para a auditoria interna.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-PRM               PIC 99.
         77  WS-FS-OPM               PIC 99.
         77  WS-FS-MLG               PIC 99.
         77  WS-FS-AUD               PIC 99.
         77  WS-FS-LOG               PIC 99.
         77  WS-FS-RCB               PIC 99.
         77  WS-FS-CRG               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  WS-DATA-HOJE            PIC 9(08) VALUE ZEROS.
         77  WS-DATA-INICIAL         PIC 9(08) VALUE ZEROS.
         77  WS-DATA-FINAL           PIC 9(08) VALUE ZEROS.
      *
      *   Padroes, quando nao houver o SEGFUN.PARM.
         77  WS-HORA-INICIO          PIC 9(04) VALUE 0700.
         77  WS-HORA-FIM             PIC 9(04) VALUE 2000.
         77  WS-MIN-CRUZADAS         PIC 9(03) VALUE 3.
      *
      *   Evento em conferencia do expediente: quem, quando e de onde.
         77  WS-EVT-DATA             PIC 9(08) VALUE ZEROS.
         77  WS-EVT-HORA             PIC 9(06) VALUE ZEROS.
         77  WS-EVT-TEM-HORA         PIC X(01) VALUE 'S'.
         77  WS-EVT-OPERADOR         PIC X(08) VALUE SPACES.
         77  WS-EVT-ORIGEM           PIC X(10) VALUE SPACES.
         77  WS-EVT-DESCRICAO        PIC X(24) VALUE SPACES.
         77  WS-EVT-MOTIVO           PIC X(15) VALUE SPACES.
      *
      *   Ultimo dia consultado no PGDIAUTI: os rastros vem em ordem
      *   de data, e o mesmo dia nao precisa ser perguntado de novo.
         77  WS-DU-ULTIMA-DATA       PIC 9(08) VALUE ZEROS.
         77  WS-DU-ULTIMO-UTIL       PIC X(01) VALUE 'S'.
      *
      *   Operadores: os do OPERMEST.TXT primeiro; quem aparece nos
      *   rastros sem cadastro entra no fim.
         77  WS-QTD-OPER             PIC 9(03) VALUE ZEROS.
         01  WS-TAB-OPER OCCURS 200 TIMES.
             05  WS-OPR-CODIGO       PIC X(08).
             05  WS-OPR-NOME         PIC X(30).
             05  WS-OPR-CADASTRADO   PIC X(01).
             05  WS-OPR-EVENTOS      PIC 9(05).
             05  WS-OPR-FORA         PIC 9(05).
             05  WS-OPR-CRUZADAS     PIC 9(05).
             05  WS-OPR-ESTORNOS     PIC 9(05).
             05  WS-OPR-CERTIF       PIC 9(05).
         77  WS-IND-OPR              PIC 9(03).
         77  WS-OPR-ACHADO           PIC 9(03) VALUE ZEROS.
         77  WS-OPR-PROCURA          PIC X(08) VALUE SPACES.
      *
      *   Pares quem pediu / quem aprovou, das notas e dos estornos.
         77  WS-QTD-PAR              PIC 9(03) VALUE ZEROS.
         01  WS-TAB-PAR OCCURS 500 TIMES.
             05  WS-PAR-OPERADOR     PIC X(08).
             05  WS-PAR-APROVADOR    PIC X(08).
             05  WS-PAR-QTD          PIC 9(05).
         77  WS-IND-PAR              PIC 9(03).
         77  WS-IND-INV              PIC 9(03).
         77  WS-PAR-ACHADO           PIC 9(03) VALUE ZEROS.
         77  WS-PAR-PROC-OPERADOR    PIC X(08) VALUE SPACES.
         77  WS-PAR-PROC-APROVADOR   PIC X(08) VALUE SPACES.
         77  WS-PAR-TOTAL            PIC 9(05) VALUE ZEROS.
      *
      *   Alteracoes de nota do periodo, para cruzar com os
      *   certificados.
         77  WS-QTD-NTA              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-NTA OCCURS 2000 TIMES.
             05  WS-NTA-MATR         PIC 9(05).
             05  WS-NTA-TURMA        PIC X(10).
             05  WS-NTA-DATA         PIC X(08).
             05  WS-NTA-OPERADOR     PIC X(08).
             05  WS-NTA-APROVADOR    PIC X(08).
         77  WS-IND-NTA              PIC 9(04).
      *
      *   Estornos do periodo, para cruzar com os recibos.
         77  WS-QTD-EST              PIC 9(04) VALUE ZEROS.
         01  WS-TAB-EST OCCURS 1000 TIMES.
             05  WS-EST-CONTRATO     PIC 9(05).
             05  WS-EST-PARCELA      PIC 9(03).
             05  WS-EST-MOMENTO      PIC 9(14).
             05  WS-EST-OPERADOR     PIC X(08).
             05  WS-EST-APROVADOR    PIC X(08).
         77  WS-IND-EST              PIC 9(04).
         77  WS-RCB-MOMENTO          PIC 9(14) VALUE ZEROS.
      *
      *   Quantidades por conflito, para o rodape e para a tela.
         77  WS-QTD-CRUZADAS         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-PAG-ESTORNO      PIC 9(05) VALUE ZEROS.
         77  WS-QTD-NOTA-CERTIF      PIC 9(05) VALUE ZEROS.
         77  WS-QTD-FORA             PIC 9(05) VALUE ZEROS.
         COPY CABREL.
         COPY DIAUTIL.
      *
        01  LINHA-PERIODO.
            03  FILLER               PIC X(08) VALUE 'PERIODO '.
            03  LPE-DATA-INICIAL     PIC 9(08).
            03  FILLER               PIC X(03) VALUE ' A '.
            03  LPE-DATA-FINAL       PIC 9(08).
            03  FILLER               PIC X(14) VALUE '  EXPEDIENTE '.
            03  LPE-HORA-INICIO      PIC 9(04).
            03  FILLER               PIC X(03) VALUE ' A '.
            03  LPE-HORA-FIM         PIC 9(04).
            03  FILLER               PIC X(28) VALUE SPACES.
        01  LINHA-SECAO.
            03  LSE-TITULO           PIC X(60).
            03  FILLER               PIC X(20) VALUE SPACES.
        01  LINHA-NADA.
            03  FILLER               PIC X(40) VALUE
                '   NENHUMA OCORRENCIA NO PERIODO.'.
            03  FILLER               PIC X(40) VALUE SPACES.
      *
        01  LINHA-CAB-FORA.
            03  FILLER               PIC X(40) VALUE
                'OPERADOR DATA     HORA   ORIGEM     MOTI'.
            03  FILLER               PIC X(40) VALUE
                'VO          DETALHE                     '.
        01  LINHA-FORA.
            03  LFO-OPERADOR         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFO-DATA             PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFO-HORA             PIC X(06).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFO-ORIGEM           PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFO-MOTIVO           PIC X(15).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFO-DESCRICAO        PIC X(24).
            03  FILLER               PIC X(04) VALUE SPACES.
      *
        01  LINHA-CAB-CRUZADA.
            03  FILLER               PIC X(40) VALUE
                'OPERADOR A OPERADOR B  A APROVADO POR B '.
            03  FILLER               PIC X(40) VALUE
                ' B APROVADO POR A  TOTAL                '.
        01  LINHA-CRUZADA.
            03  LCZ-OPERADOR-A       PIC X(08).
            03  FILLER               PIC X(03) VALUE SPACES.
            03  LCZ-OPERADOR-B       PIC X(08).
            03  FILLER               PIC X(13) VALUE SPACES.
            03  LCZ-QTD-A            PIC ZZZZ9.
            03  FILLER               PIC X(13) VALUE SPACES.
            03  LCZ-QTD-B            PIC ZZZZ9.
            03  FILLER               PIC X(02) VALUE SPACES.
            03  LCZ-TOTAL            PIC ZZZZ9.
            03  FILLER               PIC X(18) VALUE SPACES.
      *
        01  LINHA-CAB-ESTORNO.
            03  FILLER               PIC X(40) VALUE
                'OPERADOR RECIBO  CONTR/PAR PAGO EM  ESTO'.
            03  FILLER               PIC X(40) VALUE
                'RNADO EM PAPEL NO ESTORNO               '.
        01  LINHA-ESTORNO.
            03  LES-OPERADOR         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LES-RECIBO           PIC 9(07).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LES-CONTRATO         PIC 9(05).
            03  FILLER               PIC X(01) VALUE '/'.
            03  LES-PARCELA          PIC 9(03).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LES-DATA-PAGTO       PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LES-DATA-ESTORNO     PIC 9(08).
            03  FILLER               PIC X(05) VALUE SPACES.
            03  LES-PAPEL            PIC X(10).
            03  FILLER               PIC X(21) VALUE SPACES.
      *
        01  LINHA-CAB-CERTIF.
            03  FILLER               PIC X(40) VALUE
                'OPERADOR MATR. TURMA      NOTA EM  PAPEL'.
            03  FILLER               PIC X(40) VALUE
                ' NA NOTA CERTIF. EMITIDO  VIA           '.
        01  LINHA-CERTIF.
            03  LCE-OPERADOR         PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCE-MATR             PIC 9(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCE-TURMA            PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCE-DATA-NOTA        PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCE-PAPEL            PIC X(10).
            03  FILLER               PIC X(03) VALUE SPACES.
            03  LCE-CERTIFICADO      PIC 9(07).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCE-DATA-EMISSAO     PIC 9(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LCE-VIA              PIC X(01).
            03  FILLER               PIC X(14) VALUE SPACES.
      *
        01  LINHA-CAB-RESUMO.
            03  FILLER               PIC X(40) VALUE
                'OPERADOR NOME                 EVENT  FOR'.
            03  FILLER               PIC X(40) VALUE
                'A  CRUZ ESTOR CERTF OBSERVACAO          '.
        01  LINHA-RESUMO.
            03  LRE-CODIGO           PIC X(08).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LRE-NOME             PIC X(20).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LRE-EVENTOS          PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LRE-FORA             PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LRE-CRUZADAS         PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LRE-ESTORNOS         PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LRE-CERTIF           PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LRE-OBSERVACAO       PIC X(15).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           DISPLAY '-------- SEGREGACAO DE FUNCOES (AUDITORIA) --------'
           DISPLAY 'Data inicial (AAAAMMDD, branco = inicio do mes): '
           ACCEPT WS-DATA-INICIAL
           IF WS-DATA-INICIAL EQUAL ZEROS THEN
              MOVE WS-DATA-HOJE                TO WS-DATA-INICIAL
              MOVE '01'                        TO WS-DATA-INICIAL(7:2)
           END-IF
           DISPLAY 'Data final (AAAAMMDD, branco = hoje): '
           ACCEPT WS-DATA-FINAL
           IF WS-DATA-FINAL EQUAL ZEROS THEN
              MOVE WS-DATA-HOJE                TO WS-DATA-FINAL
           END-IF
           IF WS-DATA-INICIAL GREATER WS-DATA-FINAL THEN
              DISPLAY '>> PERIODO INVALIDO: ' WS-DATA-INICIAL ' A '
                      WS-DATA-FINAL
              GOBACK
           END-IF.

           PERFORM CARREGA-PARAMETROS
           PERFORM CARREGA-OPERADORES

           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO

      *    Primeira passagem: todos os rastros do periodo contra o
      *    expediente; as notas e os estornos ficam guardados para
      *    os cruzamentos.
           MOVE 'ATIVIDADE FORA DO EXPEDIENTE OU EM DIA NAO UTIL'
                                               TO LSE-TITULO
           PERFORM IMPRIME-SECAO
           WRITE REG-REL FROM LINHA-CAB-FORA BEFORE ADVANCING 1 LINES
           PERFORM LE-MENULOG
           PERFORM LE-NOTAS
           PERFORM LE-ESTORNOS
           PERFORM LE-RECIBOS-EXPEDIENTE
           PERFORM LE-CERTIFICADOS-EXPEDIENTE
           IF WS-QTD-FORA EQUAL ZEROS THEN
              WRITE REG-REL FROM LINHA-NADA BEFORE ADVANCING 1 LINES
           END-IF.

           MOVE 'OPERADORES QUE SE APROVAM UM AO OUTRO'
                                               TO LSE-TITULO
           PERFORM IMPRIME-SECAO
           WRITE REG-REL FROM LINHA-CAB-CRUZADA BEFORE ADVANCING 1
                                                   LINES
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                           UNTIL WS-IND-PAR > WS-QTD-PAR
              PERFORM CONFERE-PAR-CRUZADO THRU CONFERE-PAR-CRUZADO-FIM
           END-PERFORM
           IF WS-QTD-CRUZADAS EQUAL ZEROS THEN
              WRITE REG-REL FROM LINHA-NADA BEFORE ADVANCING 1 LINES
           END-IF.

           MOVE 'PAGAMENTO ESTORNADO PELO OPERADOR QUE O RECEBEU'
                                               TO LSE-TITULO
           PERFORM IMPRIME-SECAO
           WRITE REG-REL FROM LINHA-CAB-ESTORNO BEFORE ADVANCING 1
                                                   LINES
           PERFORM CRUZA-RECIBOS-ESTORNOS
              THRU CRUZA-RECIBOS-ESTORNOS-FIM
           IF WS-QTD-PAG-ESTORNO EQUAL ZEROS THEN
              WRITE REG-REL FROM LINHA-NADA BEFORE ADVANCING 1 LINES
           END-IF.

           MOVE 'NOTA ALTERADA E CERTIFICADO EMITIDO PELA MESMA PESSOA'
                                               TO LSE-TITULO
           PERFORM IMPRIME-SECAO
           WRITE REG-REL FROM LINHA-CAB-CERTIF BEFORE ADVANCING 1 LINES
           PERFORM CRUZA-NOTAS-CERTIFICADOS
              THRU CRUZA-NOTAS-CERTIFICADOS-FIM
           IF WS-QTD-NOTA-CERTIF EQUAL ZEROS THEN
              WRITE REG-REL FROM LINHA-NADA BEFORE ADVANCING 1 LINES
           END-IF.

           MOVE 'RESUMO POR OPERADOR'          TO LSE-TITULO
           PERFORM IMPRIME-SECAO
           WRITE REG-REL FROM LINHA-CAB-RESUMO BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-OPR FROM 1 BY 1
                           UNTIL WS-IND-OPR > WS-QTD-OPER
              PERFORM IMPRIME-OPERADOR
           END-PERFORM
           CLOSE RELATORIO.

           DISPLAY 'SEGFUN.LST - PERIODO ' WS-DATA-INICIAL ' A '
                   WS-DATA-FINAL
           DISPLAY '  FORA DO EXPEDIENTE .......: ' WS-QTD-FORA
           DISPLAY '  PARES COM APROVACAO CRUZADA: ' WS-QTD-CRUZADAS
           DISPLAY '  PAGAMENTO E ESTORNO .......: ' WS-QTD-PAG-ESTORNO
           DISPLAY '  NOTA E CERTIFICADO ........: ' WS-QTD-NOTA-CERTIF
           GOBACK.
      *
      *   Cartao do expediente; sem o cartao (ou com campo zerado ou
      *   fora de faixa), o padrao.
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PRM EQUAL ZEROS THEN
              READ PARAMETROS
                 NOT AT END
                    IF PRM-HORA-INICIO NUMERIC
                             AND PRM-HORA-INICIO GREATER ZEROS
                             AND PRM-HORA-INICIO LESS 2400 THEN
                       MOVE PRM-HORA-INICIO    TO WS-HORA-INICIO
                    END-IF
                    IF PRM-HORA-FIM NUMERIC
                             AND PRM-HORA-FIM GREATER ZEROS
                             AND PRM-HORA-FIM NOT GREATER 2400 THEN
                       MOVE PRM-HORA-FIM       TO WS-HORA-FIM
                    END-IF
                    IF PRM-MIN-CRUZADAS NUMERIC
                             AND PRM-MIN-CRUZADAS GREATER ZEROS THEN
                       MOVE PRM-MIN-CRUZADAS   TO WS-MIN-CRUZADAS
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
           IF WS-HORA-FIM NOT GREATER WS-HORA-INICIO THEN
              DISPLAY '>> EXPEDIENTE DO SEGFUN.PARM INVALIDO - USANDO '
                      '0700 A 2000.'
              MOVE 0700                        TO WS-HORA-INICIO
              MOVE 2000                        TO WS-HORA-FIM
           END-IF.
           DISPLAY 'EXPEDIENTE: ' WS-HORA-INICIO ' A ' WS-HORA-FIM
                   '  MINIMO DE APROVACOES CRUZADAS: ' WS-MIN-CRUZADAS.
      *
       CARREGA-OPERADORES.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT OPERMEST
           IF WS-FS-OPM NOT EQUAL ZEROS THEN
              DISPLAY 'OPERMEST.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-OPM ' (TODOS SAIRAO SEM CADASTRO).'
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ OPERMEST
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       MOVE OPM-CODIGO         TO WS-OPR-PROCURA
                       PERFORM BUSCA-OPERADOR
                       MOVE OPM-NOME    TO WS-OPR-NOME(WS-OPR-ACHADO)
                       MOVE 'S'  TO WS-OPR-CADASTRADO(WS-OPR-ACHADO)
                 END-READ
              END-PERFORM
              CLOSE OPERMEST
           END-IF.
      *
      *   Operador novo entra no fim da tabela, zerado e sem
      *   cadastro; com a tabela cheia fica no ultimo, com aviso.
       BUSCA-OPERADOR.
           MOVE ZEROS                          TO WS-OPR-ACHADO
           PERFORM VARYING WS-IND-OPR FROM 1 BY 1
                           UNTIL WS-IND-OPR > WS-QTD-OPER
              IF WS-OPR-CODIGO(WS-IND-OPR) EQUAL WS-OPR-PROCURA THEN
                 MOVE WS-IND-OPR               TO WS-OPR-ACHADO
              END-IF
           END-PERFORM
           IF WS-OPR-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-OPER LESS 200 THEN
                 ADD 1                         TO WS-QTD-OPER
                 MOVE WS-OPR-PROCURA       TO WS-OPR-CODIGO(WS-QTD-OPER)
                 MOVE SPACES               TO WS-OPR-NOME(WS-QTD-OPER)
                 MOVE 'N'             TO WS-OPR-CADASTRADO(WS-QTD-OPER)
                 MOVE ZEROS                TO
                      WS-OPR-EVENTOS(WS-QTD-OPER)
                      WS-OPR-FORA(WS-QTD-OPER)
                      WS-OPR-CRUZADAS(WS-QTD-OPER)
                      WS-OPR-ESTORNOS(WS-QTD-OPER)
                      WS-OPR-CERTIF(WS-QTD-OPER)
              ELSE
                 DISPLAY '>> TABELA DE OPERADORES CHEIA - '
                         WS-OPR-PROCURA ' SOMADO EM '
                         WS-OPR-CODIGO(WS-QTD-OPER)
              END-IF
              MOVE WS-QTD-OPER                 TO WS-OPR-ACHADO
           END-IF.
      *
      *   Menu: toda linha conta, inclusive recusa e erro de senha -
      *   tentativa de madrugada e justamente o que interessa.
       LE-MENULOG.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT MENULOG
           IF WS-FS-MLG NOT EQUAL ZEROS THEN
              DISPLAY 'MENULOG.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-MLG
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ MENULOG
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF MLG-DATA IS NUMERIC
                                AND MLG-HORA IS NUMERIC
                                AND MLG-DATA NOT LESS WS-DATA-INICIAL
                                AND MLG-DATA NOT GREATER WS-DATA-FINAL
                                AND MLG-OPERADOR NOT EQUAL SPACES THEN
                          MOVE MLG-DATA        TO WS-EVT-DATA
                          MOVE MLG-HORA        TO WS-EVT-HORA
                          MOVE 'S'             TO WS-EVT-TEM-HORA
                          MOVE MLG-OPERADOR    TO WS-EVT-OPERADOR
                          MOVE 'MENU'          TO WS-EVT-ORIGEM
                          MOVE SPACES          TO WS-EVT-DESCRICAO
                          STRING 'OPCAO ' MLG-OPCAO ' ' MLG-SITUACAO
                                 DELIMITED BY SIZE
                                             INTO WS-EVT-DESCRICAO
                          PERFORM CONFERE-EXPEDIENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MENULOG
           END-IF.
      *
      *   Notas: quem lancou e quem aprovou respondem pelo evento.
       LE-NOTAS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT AUDITORIA
           IF WS-FS-AUD NOT EQUAL ZEROS THEN
              DISPLAY 'NOTASAUD.LOG INDISPONIVEL - FILE STATUS: '
                      WS-FS-AUD
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ AUDITORIA
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF AUD-DATA IS NUMERIC
                                AND AUD-DATA NOT LESS WS-DATA-INICIAL
                                AND AUD-DATA
                                    NOT GREATER WS-DATA-FINAL THEN
                          PERFORM TRATA-NOTA
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDITORIA
           END-IF.
      *
       TRATA-NOTA.
           IF WS-QTD-NTA LESS 2000 THEN
              ADD 1                            TO WS-QTD-NTA
              MOVE AUD-MATR              TO WS-NTA-MATR(WS-QTD-NTA)
              MOVE AUD-TURMA             TO WS-NTA-TURMA(WS-QTD-NTA)
              MOVE AUD-DATA              TO WS-NTA-DATA(WS-QTD-NTA)
              MOVE AUD-OPERADOR          TO WS-NTA-OPERADOR(WS-QTD-NTA)
              MOVE AUD-APROVADOR        TO WS-NTA-APROVADOR(WS-QTD-NTA)
           ELSE
              IF WS-QTD-NTA EQUAL 2000 THEN
                 DISPLAY '>> MAIS DE 2000 ALTERACOES DE NOTA NO '
                         'PERIODO - AS DEMAIS NAO SAO CRUZADAS COM '
                         'OS CERTIFICADOS.'
                 ADD 1                         TO WS-QTD-NTA
              END-IF
           END-IF.
           MOVE AUD-DATA                       TO WS-EVT-DATA
           MOVE ZEROS                          TO WS-EVT-HORA
           MOVE 'N'                            TO WS-EVT-TEM-HORA
           IF AUD-HORA IS NUMERIC THEN
              MOVE AUD-HORA                    TO WS-EVT-HORA
              MOVE 'S'                         TO WS-EVT-TEM-HORA
           END-IF
           MOVE 'NOTAS'                        TO WS-EVT-ORIGEM
           MOVE SPACES                         TO WS-EVT-DESCRICAO
           STRING 'MATR ' AUD-MATR ' ' AUD-TURMA
                  DELIMITED BY SIZE          INTO WS-EVT-DESCRICAO
           IF AUD-OPERADOR NOT EQUAL SPACES THEN
              MOVE AUD-OPERADOR                TO WS-EVT-OPERADOR
              PERFORM CONFERE-EXPEDIENTE
           END-IF
           IF AUD-APROVADOR NOT EQUAL SPACES THEN
              MOVE AUD-APROVADOR               TO WS-EVT-OPERADOR
              PERFORM CONFERE-EXPEDIENTE
              MOVE AUD-OPERADOR                TO WS-PAR-PROC-OPERADOR
              MOVE AUD-APROVADOR               TO WS-PAR-PROC-APROVADOR
              PERFORM SOMA-PAR THRU SOMA-PAR-FIM
           END-IF.
      *
       LE-ESTORNOS.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT LOGEST
           IF WS-FS-LOG NOT EQUAL ZEROS THEN
              DISPLAY 'ESTORNOS.LOG INDISPONIVEL - FILE STATUS: '
                      WS-FS-LOG
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ LOGEST
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF LOG-DATA IS NUMERIC
                                AND LOG-HORA IS NUMERIC
                                AND LOG-DATA NOT LESS WS-DATA-INICIAL
                                AND LOG-DATA
                                    NOT GREATER WS-DATA-FINAL THEN
                          PERFORM TRATA-ESTORNO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOGEST
           END-IF.
      *
       TRATA-ESTORNO.
           IF WS-QTD-EST LESS 1000 THEN
              ADD 1                            TO WS-QTD-EST
              MOVE LOG-CONTRATO          TO WS-EST-CONTRATO(WS-QTD-EST)
              MOVE LOG-PARCELA           TO WS-EST-PARCELA(WS-QTD-EST)
              MOVE LOG-DATA       TO WS-EST-MOMENTO(WS-QTD-EST)(1:8)
              MOVE LOG-HORA       TO WS-EST-MOMENTO(WS-QTD-EST)(9:6)
              MOVE LOG-OPERADOR          TO WS-EST-OPERADOR(WS-QTD-EST)
              MOVE LOG-APROVADOR        TO WS-EST-APROVADOR(WS-QTD-EST)
           ELSE
              IF WS-QTD-EST EQUAL 1000 THEN
                 DISPLAY '>> MAIS DE 1000 ESTORNOS NO PERIODO - OS '
                         'DEMAIS NAO SAO CRUZADOS COM OS RECIBOS.'
                 ADD 1                         TO WS-QTD-EST
              END-IF
           END-IF.
           MOVE LOG-DATA                       TO WS-EVT-DATA
           MOVE LOG-HORA                       TO WS-EVT-HORA
           MOVE 'S'                            TO WS-EVT-TEM-HORA
           MOVE 'ESTORNO'                      TO WS-EVT-ORIGEM
           MOVE SPACES                         TO WS-EVT-DESCRICAO
           STRING 'CONTR ' LOG-CONTRATO '/' LOG-PARCELA
                  ' MOT ' LOG-MOTIVO
                  DELIMITED BY SIZE          INTO WS-EVT-DESCRICAO
           IF LOG-OPERADOR NOT EQUAL SPACES THEN
              MOVE LOG-OPERADOR                TO WS-EVT-OPERADOR
              PERFORM CONFERE-EXPEDIENTE
           END-IF
           IF LOG-APROVADOR NOT EQUAL SPACES THEN
              MOVE LOG-APROVADOR               TO WS-EVT-OPERADOR
              PERFORM CONFERE-EXPEDIENTE
              MOVE LOG-OPERADOR                TO WS-PAR-PROC-OPERADOR
              MOVE LOG-APROVADOR               TO WS-PAR-PROC-APROVADOR
              PERFORM SOMA-PAR THRU SOMA-PAR-FIM
           END-IF.
      *
       LE-RECIBOS-EXPEDIENTE.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT RECIBOS
           IF WS-FS-RCB NOT EQUAL ZEROS THEN
              DISPLAY 'RECIBOS.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-RCB
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ RECIBOS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF RCB-DATA IS NUMERIC
                                AND RCB-HORA IS NUMERIC
                                AND RCB-DATA NOT LESS WS-DATA-INICIAL
                                AND RCB-DATA NOT GREATER WS-DATA-FINAL
                                AND RCB-OPERADOR NOT EQUAL SPACES THEN
                          MOVE RCB-DATA        TO WS-EVT-DATA
                          MOVE RCB-HORA        TO WS-EVT-HORA
                          MOVE 'S'             TO WS-EVT-TEM-HORA
                          MOVE RCB-OPERADOR    TO WS-EVT-OPERADOR
                          MOVE 'RECIBO'        TO WS-EVT-ORIGEM
                          MOVE SPACES          TO WS-EVT-DESCRICAO
                          STRING 'RECIBO ' RCB-NUMERO ' ' RCB-UNIDADE
                                 DELIMITED BY SIZE
                                             INTO WS-EVT-DESCRICAO
                          PERFORM CONFERE-EXPEDIENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RECIBOS
           END-IF.
      *
      *   O certificado so guarda a data da emissao: aqui conta
      *   apenas o dia nao util.
       LE-CERTIFICADOS-EXPEDIENTE.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT CERTREG
           IF WS-FS-CRG NOT EQUAL '00' THEN
              DISPLAY 'CERTREG.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-CRG
           ELSE
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ CERTREG NEXT RECORD
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF CER-DATA-EMISSAO NOT LESS WS-DATA-INICIAL
                                AND CER-DATA-EMISSAO
                                    NOT GREATER WS-DATA-FINAL
                                AND CER-OPERADOR NOT EQUAL SPACES THEN
                          MOVE CER-DATA-EMISSAO   TO WS-EVT-DATA
                          MOVE ZEROS           TO WS-EVT-HORA
                          MOVE 'N'             TO WS-EVT-TEM-HORA
                          MOVE CER-OPERADOR    TO WS-EVT-OPERADOR
                          MOVE 'CERTIFIC.'     TO WS-EVT-ORIGEM
                          MOVE SPACES          TO WS-EVT-DESCRICAO
                          STRING 'CERT ' CER-NUMERO ' MATR '
                                 CER-MATRICULA
                                 DELIMITED BY SIZE
                                             INTO WS-EVT-DESCRICAO
                          PERFORM CONFERE-EXPEDIENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CERTREG
           END-IF.
      *
      *   Todo evento conta para o operador; fora do horario (HHMM
      *   antes do inicio ou a partir do fim) ou em dia nao util sai
      *   no relatorio.
       CONFERE-EXPEDIENTE.
           MOVE WS-EVT-OPERADOR                TO WS-OPR-PROCURA
           PERFORM BUSCA-OPERADOR
           ADD 1                     TO WS-OPR-EVENTOS(WS-OPR-ACHADO)
           MOVE SPACES                         TO WS-EVT-MOTIVO
           IF WS-EVT-DATA NOT EQUAL WS-DU-ULTIMA-DATA THEN
              MOVE 'E'                         TO DU-FUNCAO
              MOVE WS-EVT-DATA                 TO DU-DATA-1
              CALL './bin/PGDIAUTI' USING DU-PARM
              MOVE WS-EVT-DATA                 TO WS-DU-ULTIMA-DATA
              MOVE DU-RESULTADO-SN             TO WS-DU-ULTIMO-UTIL
           END-IF
           IF WS-DU-ULTIMO-UTIL EQUAL 'N' THEN
              MOVE 'DIA NAO UTIL'              TO WS-EVT-MOTIVO
           ELSE
              IF WS-EVT-TEM-HORA EQUAL 'S' THEN
                 IF WS-EVT-HORA(1:4) LESS WS-HORA-INICIO
                       OR WS-EVT-HORA(1:4) NOT LESS WS-HORA-FIM THEN
                    MOVE 'FORA DO HORARIO'     TO WS-EVT-MOTIVO
                 END-IF
              END-IF
           END-IF.
           IF WS-EVT-MOTIVO NOT EQUAL SPACES THEN
              ADD 1                            TO WS-QTD-FORA
              ADD 1                  TO WS-OPR-FORA(WS-OPR-ACHADO)
              MOVE WS-EVT-OPERADOR             TO LFO-OPERADOR
              MOVE WS-EVT-DATA                 TO LFO-DATA
              IF WS-EVT-TEM-HORA EQUAL 'S' THEN
                 MOVE WS-EVT-HORA              TO LFO-HORA
              ELSE
                 MOVE SPACES                   TO LFO-HORA
              END-IF
              MOVE WS-EVT-ORIGEM               TO LFO-ORIGEM
              MOVE WS-EVT-MOTIVO               TO LFO-MOTIVO
              MOVE WS-EVT-DESCRICAO            TO LFO-DESCRICAO
              WRITE REG-REL FROM LINHA-FORA BEFORE ADVANCING 1 LINES
           END-IF.
      *
      *   Soma uma aprovacao ao par quem pediu / quem aprovou; auto-
      *   aprovacao os proprios programas ja recusam.
       SOMA-PAR.
           IF WS-PAR-PROC-OPERADOR EQUAL WS-PAR-PROC-APROVADOR
                    OR WS-PAR-PROC-OPERADOR EQUAL SPACES THEN
              GO TO SOMA-PAR-FIM
           END-IF.
           MOVE ZEROS                          TO WS-PAR-ACHADO
           PERFORM VARYING WS-IND-PAR FROM 1 BY 1
                           UNTIL WS-IND-PAR > WS-QTD-PAR
              IF WS-PAR-OPERADOR(WS-IND-PAR)
                                     EQUAL WS-PAR-PROC-OPERADOR
                    AND WS-PAR-APROVADOR(WS-IND-PAR)
                                     EQUAL WS-PAR-PROC-APROVADOR THEN
                 MOVE WS-IND-PAR               TO WS-PAR-ACHADO
              END-IF
           END-PERFORM
           IF WS-PAR-ACHADO EQUAL ZEROS THEN
              IF WS-QTD-PAR LESS 500 THEN
                 ADD 1                         TO WS-QTD-PAR
                 MOVE WS-PAR-PROC-OPERADOR
                                         TO WS-PAR-OPERADOR(WS-QTD-PAR)
                 MOVE WS-PAR-PROC-APROVADOR
                                        TO WS-PAR-APROVADOR(WS-QTD-PAR)
                 MOVE ZEROS                TO WS-PAR-QTD(WS-QTD-PAR)
                 MOVE WS-QTD-PAR               TO WS-PAR-ACHADO
              ELSE
                 DISPLAY '>> TABELA DE PARES CHEIA - '
                         WS-PAR-PROC-OPERADOR '/'
                         WS-PAR-PROC-APROVADOR ' IGNORADO.'
                 GO TO SOMA-PAR-FIM
              END-IF
           END-IF.
           ADD 1                         TO WS-PAR-QTD(WS-PAR-ACHADO).
       SOMA-PAR-FIM.
           EXIT.
      *
      *   Cada par sai uma vez, pelo lado de menor codigo, quando o
      *   inverso tambem existe e os dois somam o minimo do cartao.
       CONFERE-PAR-CRUZADO.
           IF WS-PAR-OPERADOR(WS-IND-PAR)
                      NOT LESS WS-PAR-APROVADOR(WS-IND-PAR) THEN
              GO TO CONFERE-PAR-CRUZADO-FIM
           END-IF.
           MOVE ZEROS                          TO WS-PAR-ACHADO
           PERFORM VARYING WS-IND-INV FROM 1 BY 1
                           UNTIL WS-IND-INV > WS-QTD-PAR
              IF WS-PAR-OPERADOR(WS-IND-INV)
                               EQUAL WS-PAR-APROVADOR(WS-IND-PAR)
                    AND WS-PAR-APROVADOR(WS-IND-INV)
                               EQUAL WS-PAR-OPERADOR(WS-IND-PAR) THEN
                 MOVE WS-IND-INV               TO WS-PAR-ACHADO
              END-IF
           END-PERFORM
           IF WS-PAR-ACHADO EQUAL ZEROS THEN
              GO TO CONFERE-PAR-CRUZADO-FIM
           END-IF.
           COMPUTE WS-PAR-TOTAL = WS-PAR-QTD(WS-IND-PAR)
                                + WS-PAR-QTD(WS-PAR-ACHADO)
           IF WS-PAR-TOTAL LESS WS-MIN-CRUZADAS THEN
              GO TO CONFERE-PAR-CRUZADO-FIM
           END-IF.
           ADD 1                               TO WS-QTD-CRUZADAS
           MOVE WS-PAR-OPERADOR(WS-IND-PAR)    TO LCZ-OPERADOR-A
                                                  WS-OPR-PROCURA
           PERFORM BUSCA-OPERADOR
           ADD 1                    TO WS-OPR-CRUZADAS(WS-OPR-ACHADO)
           MOVE WS-PAR-APROVADOR(WS-IND-PAR)   TO LCZ-OPERADOR-B
                                                  WS-OPR-PROCURA
           PERFORM BUSCA-OPERADOR
           ADD 1                    TO WS-OPR-CRUZADAS(WS-OPR-ACHADO)
           MOVE WS-PAR-QTD(WS-IND-PAR)         TO LCZ-QTD-A
           MOVE WS-PAR-QTD(WS-PAR-ACHADO)      TO LCZ-QTD-B
           MOVE WS-PAR-TOTAL                   TO LCZ-TOTAL
           WRITE REG-REL FROM LINHA-CRUZADA BEFORE ADVANCING 1 LINES.
       CONFERE-PAR-CRUZADO-FIM.
           EXIT.
      *
      *   Segunda passagem no RECIBOS.TXT, sem limite de data: o
      *   pagamento pode ser anterior ao periodo, o estorno nao.
       CRUZA-RECIBOS-ESTORNOS.
           IF WS-QTD-EST EQUAL ZEROS THEN
              GO TO CRUZA-RECIBOS-ESTORNOS-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT RECIBOS
           IF WS-FS-RCB NOT EQUAL ZEROS THEN
              GO TO CRUZA-RECIBOS-ESTORNOS-FIM
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ RECIBOS
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF RCB-DATA IS NUMERIC
                             AND RCB-HORA IS NUMERIC
                             AND RCB-OPERADOR NOT EQUAL SPACES THEN
                       MOVE RCB-DATA     TO WS-RCB-MOMENTO(1:8)
                       MOVE RCB-HORA     TO WS-RCB-MOMENTO(9:6)
                       PERFORM VARYING WS-IND-EST FROM 1 BY 1
                                 UNTIL WS-IND-EST > WS-QTD-EST
                                    OR WS-IND-EST > 1000
                          PERFORM CONFERE-RECIBO-ESTORNO
                             THRU CONFERE-RECIBO-ESTORNO-FIM
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECIBOS.
       CRUZA-RECIBOS-ESTORNOS-FIM.
           EXIT.
      *
       CONFERE-RECIBO-ESTORNO.
           IF RCB-CONTRATO NOT EQUAL WS-EST-CONTRATO(WS-IND-EST)
                    OR RCB-PARCELA NOT EQUAL WS-EST-PARCELA(WS-IND-EST)
                    OR WS-RCB-MOMENTO
                          GREATER WS-EST-MOMENTO(WS-IND-EST) THEN
              GO TO CONFERE-RECIBO-ESTORNO-FIM
           END-IF.
           IF RCB-OPERADOR EQUAL WS-EST-OPERADOR(WS-IND-EST) THEN
              MOVE 'PEDIU'                     TO LES-PAPEL
           ELSE
              IF RCB-OPERADOR EQUAL WS-EST-APROVADOR(WS-IND-EST) THEN
                 MOVE 'APROVOU'                TO LES-PAPEL
              ELSE
                 GO TO CONFERE-RECIBO-ESTORNO-FIM
              END-IF
           END-IF.
           ADD 1                               TO WS-QTD-PAG-ESTORNO
           MOVE RCB-OPERADOR                   TO WS-OPR-PROCURA
           PERFORM BUSCA-OPERADOR
           ADD 1                    TO WS-OPR-ESTORNOS(WS-OPR-ACHADO)
           MOVE RCB-OPERADOR                   TO LES-OPERADOR
           MOVE RCB-NUMERO                     TO LES-RECIBO
           MOVE RCB-CONTRATO                   TO LES-CONTRATO
           MOVE RCB-PARCELA                    TO LES-PARCELA
           MOVE RCB-DATA                       TO LES-DATA-PAGTO
           MOVE WS-EST-MOMENTO(WS-IND-EST)(1:8) TO LES-DATA-ESTORNO
           WRITE REG-REL FROM LINHA-ESTORNO BEFORE ADVANCING 1 LINES.
       CONFERE-RECIBO-ESTORNO-FIM.
           EXIT.
      *
      *   Segunda passagem no CERTREG.DAT, de qualquer data: quem
      *   mexeu na nota no periodo (lancando ou aprovando) nao deveria
      *   emitir o certificado do mesmo aluno na mesma turma.
       CRUZA-NOTAS-CERTIFICADOS.
           IF WS-QTD-NTA EQUAL ZEROS THEN
              GO TO CRUZA-NOTAS-CERTIFICADOS-FIM
           END-IF.
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT CERTREG
           IF WS-FS-CRG NOT EQUAL '00' THEN
              GO TO CRUZA-NOTAS-CERTIFICADOS-FIM
           END-IF.
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ CERTREG NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    IF CER-OPERADOR NOT EQUAL SPACES THEN
                       PERFORM VARYING WS-IND-NTA FROM 1 BY 1
                                 UNTIL WS-IND-NTA > WS-QTD-NTA
                                    OR WS-IND-NTA > 2000
                          PERFORM CONFERE-NOTA-CERTIFICADO
                             THRU CONFERE-NOTA-CERTIFICADO-FIM
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CERTREG.
       CRUZA-NOTAS-CERTIFICADOS-FIM.
           EXIT.
      *
       CONFERE-NOTA-CERTIFICADO.
           IF CER-MATRICULA NOT EQUAL WS-NTA-MATR(WS-IND-NTA)
                    OR CER-TURMA NOT EQUAL WS-NTA-TURMA(WS-IND-NTA) THEN
              GO TO CONFERE-NOTA-CERTIFICADO-FIM
           END-IF.
           IF CER-OPERADOR EQUAL WS-NTA-OPERADOR(WS-IND-NTA) THEN
              MOVE 'LANCOU'                    TO LCE-PAPEL
           ELSE
              IF CER-OPERADOR EQUAL WS-NTA-APROVADOR(WS-IND-NTA) THEN
                 MOVE 'APROVOU'                TO LCE-PAPEL
              ELSE
                 GO TO CONFERE-NOTA-CERTIFICADO-FIM
              END-IF
           END-IF.
           ADD 1                               TO WS-QTD-NOTA-CERTIF
           MOVE CER-OPERADOR                   TO WS-OPR-PROCURA
           PERFORM BUSCA-OPERADOR
           ADD 1                    TO WS-OPR-CERTIF(WS-OPR-ACHADO)
           MOVE CER-OPERADOR                   TO LCE-OPERADOR
           MOVE CER-MATRICULA                  TO LCE-MATR
           MOVE CER-TURMA                      TO LCE-TURMA
           MOVE WS-NTA-DATA(WS-IND-NTA)        TO LCE-DATA-NOTA
           MOVE CER-NUMERO                     TO LCE-CERTIFICADO
           MOVE CER-DATA-EMISSAO               TO LCE-DATA-EMISSAO
           MOVE CER-VIA                        TO LCE-VIA
           WRITE REG-REL FROM LINHA-CERTIF BEFORE ADVANCING 1 LINES.
       CONFERE-NOTA-CERTIFICADO-FIM.
           EXIT.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGSEGFUN'                     TO CR-PROGRAMA
           MOVE 'SEGREGACAO DE FUNCOES - AUDITORIA'  TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-DATA-INICIAL                TO LPE-DATA-INICIAL
           MOVE WS-DATA-FINAL                  TO LPE-DATA-FINAL
           MOVE WS-HORA-INICIO                 TO LPE-HORA-INICIO
           MOVE WS-HORA-FIM                    TO LPE-HORA-FIM
           WRITE REG-REL FROM LINHA-PERIODO BEFORE ADVANCING 1 LINES.
      *
       IMPRIME-SECAO.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-SECAO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES.
      *
      *   Sai todo operador cadastrado, mesmo sem movimento; quem so
      *   existe nos rastros vem marcado.
       IMPRIME-OPERADOR.
           MOVE WS-OPR-CODIGO(WS-IND-OPR)      TO LRE-CODIGO
           MOVE WS-OPR-NOME(WS-IND-OPR)        TO LRE-NOME
           MOVE WS-OPR-EVENTOS(WS-IND-OPR)     TO LRE-EVENTOS
           MOVE WS-OPR-FORA(WS-IND-OPR)        TO LRE-FORA
           MOVE WS-OPR-CRUZADAS(WS-IND-OPR)    TO LRE-CRUZADAS
           MOVE WS-OPR-ESTORNOS(WS-IND-OPR)    TO LRE-ESTORNOS
           MOVE WS-OPR-CERTIF(WS-IND-OPR)      TO LRE-CERTIF
           MOVE SPACES                         TO LRE-OBSERVACAO
           IF WS-OPR-CADASTRADO(WS-IND-OPR) EQUAL 'N' THEN
              MOVE '*NAO CADASTRADO'           TO LRE-OBSERVACAO
           ELSE
              IF WS-OPR-CRUZADAS(WS-IND-OPR) GREATER ZEROS
                    OR WS-OPR-ESTORNOS(WS-IND-OPR) GREATER ZEROS
                    OR WS-OPR-CERTIF(WS-IND-OPR) GREATER ZEROS THEN
                 MOVE '*CONFLITO'              TO LRE-OBSERVACAO
              END-IF
           END-IF
           WRITE REG-REL FROM LINHA-RESUMO BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGSEGFUN.
