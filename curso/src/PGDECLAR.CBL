      *****************************************************************
      * Program name:    PGDECLAR
      * Original author: Anderson Nascimento
      * Purpose: Emitir as declaracoes de matricula e de frequencia
      *          que a secretaria digitava a mao: os dados do aluno
      *          saem do ALUNOS.DAT, o CPF do cadastro demografico
      *          ALUNMEST.DAT, o curso e o periodo do TURMAS.DAT e o
      *          percentual de frequencia das chamadas do FALTAS.TXT.
      *          Cada declaracao recebe numero sequencial
      *          (DECLSEQ.CTL), impresso no documento e gravado em
      *          DECLREG.DAT com tipo, aluno, data e operador, para
      *          o PGDECCON confirmar o numero no balcao como o
      *          PGCERCON faz com os certificados.
      *
      *          O texto de cada tipo fica num modelo mantido pelo
      *          operador, como o CARTA.TPL do PGCARTAS:
      *          DECLMAT.TPL (matricula) e DECLFRE.TPL (frequencia),
      *          com marcadores de seis posicoes trocados na emissao:
      *          &NUME. &NOME. &MATR. &CPFA. &TURM. &CURS. &INIC.
      *          &FIMT. &SESS. &FALT. &FREQ. &DATA.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGDECLAR.
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
           ALTERNATE RECORD KEY IS NOME-ALUNOS WITH DUPLICATES
           FILE STATUS   IS WS-FS-ALUNOS.
           SELECT ALUNMEST ASSIGN TO WS-CAMINHO-ALUNMEST
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS ALM-MATRICULA
           FILE STATUS   IS WS-FS-ALM.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT FALTAS ASSIGN TO './FALTAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-FAL.
           SELECT MODELO ASSIGN TO WS-MODELO-NOME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-TPL.
           SELECT DECLARACAO ASSIGN TO WS-SAIDA-NOME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-DEC.
           SELECT DECLREG ASSIGN TO './DECLREG.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS DRG-NUMERO
           ALTERNATE RECORD KEY IS DRG-MATRICULA WITH DUPLICATES
           FILE STATUS   IS WS-FS-DRG.
           SELECT DECLSEQ ASSIGN TO './DECLSEQ.CTL'
           FILE STATUS   IS WS-FS-SEQ.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   ALUNOS.DAT - mesmo layout do mestre gravado pelo PROG6601;
      *   so se declara quem esta matriculado na turma.
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
      *   ALUNMEST.DAT - cadastro demografico mantido pelo PGALUMNT,
      *   de onde sai o CPF impresso na declaracao.
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
      *   TURMAS.DAT - catalogo de turmas, com o curso e o periodo.
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
      *   FALTAS.TXT - chamada lancada pelo PGPRESEN (layout do
      *   PGPRESEN): as datas distintas da turma sao as sessoes dadas.
         FD  FALTAS.
         01  REG-FALTA.
             05  FAL-MATR            PIC 9(05).
             05  FAL-TURMA           PIC X(10).
             05  FAL-DATA            PIC 9(08).
             05  FAL-PRESENCA        PIC X(01).
             05  FAL-JUSTIF          PIC X(02).
             05  FAL-DOCUMENTO       PIC X(12).
      *
      *   DECLMAT.TPL / DECLFRE.TPL - texto da declaracao mantido
      *   pelo operador, uma linha de ate 80 posicoes por registro.
         FD  MODELO.
         01  REG-MODELO              PIC X(80).
      *
      *   DECLARACAO-<numero>.TXT - a declaracao emitida.
         FD  DECLARACAO.
         01  REG-DEC                 PIC X(80).
      *
      *   DECLREG.DAT - registro de toda declaracao emitida, com
      *   chave alternada pela matricula; e o que o PGDECCON consulta
      *   quando um empregador ou orgao publico confere um numero.
         FD  DECLREG.
         01  REG-DECLREG.
             05  DRG-NUMERO          PIC 9(07).
             05  DRG-TIPO            PIC X(01).
                 88  DRG-MATRICULA-T VALUE 'M'.
                 88  DRG-FREQUENCIA  VALUE 'F'.
             05  DRG-MATRICULA       PIC 9(05).
             05  DRG-TURMA           PIC X(10).
             05  DRG-NOME            PIC X(30).
             05  DRG-SESSOES         PIC 9(03).
             05  DRG-FALTAS          PIC 9(03).
             05  DRG-PCT-FREQ        PIC 9(03)V99.
             05  DRG-DATA-EMISSAO    PIC 9(08).
             05  DRG-HORA-EMISSAO    PIC 9(06).
             05  DRG-OPERADOR        PIC X(08).
      *
      *   DECLSEQ.CTL - registro unico com o ultimo numero de
      *   declaracao emitida.
         FD  DECLSEQ.
         01  REG-DECLSEQ.
             05  SEQ-ULTIMO-NUMERO   PIC 9(07).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-ALUNOS            PIC X(02) VALUE '00'.
         77  WS-FS-ALM               PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-FAL               PIC 99.
         77  WS-FS-TPL               PIC 99.
         77  WS-FS-DEC               PIC 99.
         77  WS-FS-DRG               PIC X(02) VALUE '00'.
         77  WS-FS-SEQ               PIC 99.
         77  WS-OPERADOR             PIC X(08) VALUE SPACES.
         77  WS-TIPO-DECL            PIC X     VALUE SPACES.
             88  WS-DECL-MATRICULA   VALUE 'M'.
             88  WS-DECL-FREQUENCIA  VALUE 'F'.
         77  WS-MATR-INF             PIC 9(05) VALUE ZEROS.
         77  WS-TURMA-INF            PIC X(10) VALUE SPACES.
         77  WS-MODELO-NOME          PIC X(30) VALUE SPACES.
         77  WS-SAIDA-NOME           PIC X(30) VALUE SPACES.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-EOF-MODELO           PIC X     VALUE 'N'.
         77  WS-ALUNO-CADASTRADO     PIC X     VALUE 'N'.
         77  WS-TURMA-CADASTRADA     PIC X     VALUE 'N'.
         77  WS-NUMERO-DECL          PIC 9(07) VALUE ZEROS.
         77  WS-DATA-HORA            PIC X(21) VALUE SPACES.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
      *
      *   Frequencia do aluno na turma: sessoes dadas (datas
      *   distintas da chamada) e faltas nao justificadas.
         77  WS-QTD-SESSOES          PIC 9(03) VALUE ZEROS.
         77  WS-QTD-FALTAS           PIC 9(03) VALUE ZEROS.
         77  WS-PCT-FREQ             PIC 9(03)V99 VALUE ZEROS.
         01  WS-TAB-SESSAO OCCURS 400 TIMES.
             05  WS-SES-DATA         PIC 9(08).
         77  WS-IND-SES              PIC 9(03).
         77  WS-SES-ACHADA           PIC X     VALUE 'N'.
      *
      *   Modelo carregado em memoria (ate 40 linhas por declaracao).
         77  WS-QTD-LINHAS-TPL       PIC 9(02) VALUE ZEROS.
         01  WS-TAB-MODELO OCCURS 40 TIMES.
             05  WS-TPL-LINHA        PIC X(80).
         77  WS-IND-TPL              PIC 9(02).
      *
      *   Area de substituicao dos marcadores na linha corrente.
         77  WS-LINHA-DECL           PIC X(80) VALUE SPACES.
         77  WS-LINHA-AUX            PIC X(80) VALUE SPACES.
         77  WS-TOKEN                PIC X(06) VALUE SPACES.
         77  WS-VALOR                PIC X(40) VALUE SPACES.
         77  WS-POS                  PIC 9(03) VALUE ZEROS.
         77  WS-POS-ACHADA           PIC 9(03) VALUE ZEROS.
         77  WS-QTD-ED               PIC ZZ9.
         77  WS-PCT-ED               PIC ZZ9,99.
      *
      *   Datas formatadas DD/MM/AAAA e a data por extenso.
         01  WS-DATA-AUX.
             05  WS-AUX-AAAA         PIC 9(04).
             05  WS-AUX-MM           PIC 9(02).
             05  WS-AUX-DD           PIC 9(02).
         01  WS-DATA-ED.
             05  WS-ED-DD            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-ED-MM            PIC 9(02).
             05  FILLER              PIC X(01) VALUE '/'.
             05  WS-ED-AAAA          PIC 9(04).
         01  WS-DATA-HOJE.
             05  WS-HOJE-AAAA        PIC 9(04).
             05  WS-HOJE-MM          PIC 9(02).
             05  WS-HOJE-DD          PIC 9(02).
         77  WS-IND-MES              PIC 9(02).
         77  WS-NOME-MES             PIC X(09) VALUE SPACES.
         77  WS-DATA-EXTENSO         PIC X(40) VALUE SPACES.
         COPY MESESNOME.
       COPY AMBCFG.
       77  WS-CAMINHO-ALUNOS                   PIC X(40) VALUE
                                               './ALUNOS.DAT'.
       77  WS-CAMINHO-ALUNMEST                 PIC X(40) VALUE
                                               './ALUNMEST.DAT'.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *   Caminhos dos mestres resolvidos pelo ambiente ativo
      *   (PGAMBCFG), como nos demais programas.
           MOVE 'ALUNOS.DAT'                 TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNOS
           MOVE 'ALUNMEST.DAT'               TO AC-LOGICO
           CALL './bin/PGAMBCFG' USING AC-PARM
           MOVE AC-CAMINHO                     TO WS-CAMINHO-ALUNMEST
           DISPLAY '------ DECLARACOES AO ALUNO ------'
           DISPLAY 'Operador: '
           ACCEPT WS-OPERADOR
           DISPLAY 'Tipo (M-Matricula/F-Frequencia): '
           ACCEPT WS-TIPO-DECL
           MOVE FUNCTION UPPER-CASE(WS-TIPO-DECL) TO WS-TIPO-DECL
           IF NOT WS-DECL-MATRICULA AND NOT WS-DECL-FREQUENCIA THEN
              DISPLAY '>> TIPO INVALIDO - INFORME M OU F.'
              GOBACK
           END-IF.
           DISPLAY 'Matricula: '
           ACCEPT WS-MATR-INF
           DISPLAY 'Turma: '
           ACCEPT WS-TURMA-INF.

           OPEN INPUT ALUNOS
           IF WS-FS-ALUNOS NOT EQUAL '00' THEN
              DISPLAY 'ALUNOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-ALUNOS
              GOBACK
           END-IF.
           MOVE WS-TURMA-INF                   TO TURMA-ALUNOS
           MOVE WS-MATR-INF                    TO MATR-ALUNOS
           READ ALUNOS
              INVALID KEY
                 DISPLAY '>> MATRICULA ' WS-MATR-INF
                         ' NAO CONSTA DA TURMA ' WS-TURMA-INF
                         ' - NADA EMITIDO.'
                 CLOSE ALUNOS
                 GOBACK
           END-READ.
           CLOSE ALUNOS.

           PERFORM BUSCA-CADASTRO-ALUNO
           PERFORM BUSCA-TURMA
           IF WS-DECL-FREQUENCIA THEN
              PERFORM APURA-FREQUENCIA
              IF WS-QTD-SESSOES EQUAL ZEROS THEN
                 DISPLAY '>> TURMA ' WS-TURMA-INF ' SEM CHAMADA'
                         ' LANCADA (PGPRESEN) - NADA EMITIDO.'
                 GOBACK
              END-IF
           END-IF.

           PERFORM CARREGA-MODELO
           IF WS-QTD-LINHAS-TPL EQUAL ZEROS THEN
              DISPLAY WS-MODELO-NOME ' VAZIO - NADA EMITIDO.'
              GOBACK
           END-IF.
           PERFORM MONTA-DATA-EXTENSO
           PERFORM REGISTRA-DECLARACAO
           IF WS-FS-DRG NOT EQUAL '00' THEN
              GOBACK
           END-IF.
           PERFORM EMITE-DECLARACAO.
           DISPLAY 'DECLARACAO ' WS-NUMERO-DECL ' EMITIDA EM '
                   WS-SAIDA-NOME.
           IF WS-ALUNO-CADASTRADO NOT EQUAL 'S' THEN
              DISPLAY '>> ALUNO SEM CADASTRO DEMOGRAFICO - SAIU SEM'
                      ' CPF (PGALUMNT).'
           END-IF.
           GOBACK.
      *
      *   CPF do aluno no cadastro demografico; sem o cadastro a
      *   declaracao sai sem o documento, com aviso ao operador.
       BUSCA-CADASTRO-ALUNO.
           MOVE 'N'                            TO WS-ALUNO-CADASTRADO
           OPEN INPUT ALUNMEST
           IF WS-FS-ALM EQUAL '00' THEN
              MOVE WS-MATR-INF                 TO ALM-MATRICULA
              READ ALUNMEST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-ALUNO-CADASTRADO
              END-READ
              CLOSE ALUNMEST
           END-IF.
      *
       BUSCA-TURMA.
           MOVE 'N'                            TO WS-TURMA-CADASTRADA
           OPEN INPUT TURMAS
           IF WS-FS-TUR EQUAL '00' THEN
              MOVE WS-TURMA-INF                TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'S'                   TO WS-TURMA-CADASTRADA
              END-READ
              CLOSE TURMAS
           END-IF.
           IF WS-TURMA-CADASTRADA NOT EQUAL 'S' THEN
              MOVE SPACES                      TO TUR-CURSO
              MOVE ZEROS                       TO TUR-DATA-INICIO
                                                  TUR-DATA-FIM
           END-IF.
      *
      *   Percorre a chamada da turma: cada data distinta e uma
      *   sessao dada; falta sem justificativa conta contra o aluno.
       APURA-FREQUENCIA.
           MOVE ZEROS                          TO WS-QTD-SESSOES
                                                  WS-QTD-FALTAS
                                                  WS-PCT-FREQ
           MOVE 'N'                            TO WS-EOF
           OPEN INPUT FALTAS
           IF WS-FS-FAL EQUAL ZEROS THEN
              PERFORM UNTIL WS-EOF EQUAL 'S'
                 READ FALTAS
                    AT END
                       MOVE 'S'                TO WS-EOF
                    NOT AT END
                       IF FAL-TURMA EQUAL WS-TURMA-INF THEN
                          PERFORM CONTA-SESSAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FALTAS
           END-IF.
           IF WS-QTD-SESSOES GREATER ZEROS THEN
              COMPUTE WS-PCT-FREQ ROUNDED =
                 ((WS-QTD-SESSOES - WS-QTD-FALTAS) * 100)
                 / WS-QTD-SESSOES
           END-IF.
      *
       CONTA-SESSAO.
           MOVE 'N'                            TO WS-SES-ACHADA
           PERFORM VARYING WS-IND-SES FROM 1 BY 1
                           UNTIL WS-IND-SES > WS-QTD-SESSOES
                              OR WS-SES-ACHADA EQUAL 'S'
              IF WS-SES-DATA(WS-IND-SES) EQUAL FAL-DATA THEN
                 MOVE 'S'                      TO WS-SES-ACHADA
              END-IF
           END-PERFORM.
           IF WS-SES-ACHADA NOT EQUAL 'S'
                    AND WS-QTD-SESSOES LESS 400 THEN
              ADD 1                            TO WS-QTD-SESSOES
              MOVE FAL-DATA                    TO
                   WS-SES-DATA(WS-QTD-SESSOES)
           END-IF.
           IF FAL-MATR EQUAL WS-MATR-INF
                    AND FAL-PRESENCA EQUAL 'F'
                    AND FAL-JUSTIF EQUAL SPACES THEN
              ADD 1                            TO WS-QTD-FALTAS
           END-IF.
      *
      *   Carrega o modelo do tipo pedido; na primeira execucao gera
      *   o texto padrao, que o operador pode editar a vontade.
       CARREGA-MODELO.
           IF WS-DECL-FREQUENCIA THEN
              MOVE './DECLFRE.TPL'             TO WS-MODELO-NOME
           ELSE
              MOVE './DECLMAT.TPL'             TO WS-MODELO-NOME
           END-IF.
           OPEN INPUT MODELO
           IF WS-FS-TPL EQUAL 35 THEN
              IF WS-DECL-FREQUENCIA THEN
                 PERFORM GERA-MODELO-FREQUENCIA
              ELSE
                 PERFORM GERA-MODELO-MATRICULA
              END-IF
              OPEN INPUT MODELO
           END-IF.
           PERFORM UNTIL WS-EOF-MODELO EQUAL 'S'
              READ MODELO
                 AT END
                    MOVE 'S'                   TO WS-EOF-MODELO
                 NOT AT END
                    IF WS-QTD-LINHAS-TPL LESS 40 THEN
                       ADD 1                   TO WS-QTD-LINHAS-TPL
                       MOVE REG-MODELO         TO
                            WS-TPL-LINHA(WS-QTD-LINHAS-TPL)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MODELO.
      *
      *   Texto padrao da declaracao de matricula, gravado so quando
      *   DECLMAT.TPL ainda nao existe.
       GERA-MODELO-MATRICULA.
           OPEN OUTPUT MODELO
           WRITE REG-MODELO FROM 'DECLARACAO DE MATRICULA N. &NUME.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE
      -        '&NOME.,'
           WRITE REG-MODELO FROM 'CPF &CPFA., MATRICULA &MATR., ESTA REG
      -        'ULARMENTE MATRICULADO(A)'
           WRITE REG-MODELO FROM 'NA TURMA &TURM. DO CURSO &CURS.,'
           WRITE REG-MODELO FROM 'COM INICIO EM &INIC. E TERMINO PREVIST
      -        'O EM &FIMT..'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM '&DATA.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'SECRETARIA DO CURSO'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'A AUTENTICIDADE DESTA DECLARACAO PODE
      -        'SER CONFIRMADA NA'
           WRITE REG-MODELO FROM 'SECRETARIA PELO NUMERO &NUME..'
           CLOSE MODELO.
      *
      *   Texto padrao da declaracao de frequencia, gravado so quando
      *   DECLFRE.TPL ainda nao existe.
       GERA-MODELO-FREQUENCIA.
           OPEN OUTPUT MODELO
           WRITE REG-MODELO FROM 'DECLARACAO DE FREQUENCIA N. &NUME.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE
      -        '&NOME.,'
           WRITE REG-MODELO FROM 'CPF &CPFA., MATRICULA &MATR., ALUNO(A)
      -        ' DA TURMA &TURM.'
           WRITE REG-MODELO FROM 'DO CURSO &CURS., FREQUENTOU &FREQ.% DA
      -        'S AULAS DADAS ATE ESTA'
           WRITE REG-MODELO FROM 'DATA (&SESS. SESSOES, &FALT. FALTA(S)
      -        'NAO JUSTIFICADA(S)).'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM '&DATA.'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'SECRETARIA DO CURSO'
           WRITE REG-MODELO FROM ' '
           WRITE REG-MODELO FROM 'A AUTENTICIDADE DESTA DECLARACAO PODE
      -        'SER CONFIRMADA NA'
           WRITE REG-MODELO FROM 'SECRETARIA PELO NUMERO &NUME..'
           CLOSE MODELO.
      *
      *   Atribui o proximo numero do DECLSEQ.CTL e grava a emissao
      *   em DECLREG.DAT (criado na primeira emissao) antes de
      *   imprimir: declaracao sem registro nao sai.
       REGISTRA-DECLARACAO.
           OPEN I-O DECLREG
           IF WS-FS-DRG EQUAL '35' THEN
              OPEN OUTPUT DECLREG
              CLOSE DECLREG
              OPEN I-O DECLREG
           END-IF.
           IF WS-FS-DRG NOT EQUAL '00' THEN
              DISPLAY 'DECLREG.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-DRG ' - NADA EMITIDO.'
           ELSE
              MOVE ZEROS                       TO WS-NUMERO-DECL
              OPEN INPUT DECLSEQ
              IF WS-FS-SEQ EQUAL ZEROS THEN
                 READ DECLSEQ
                    NOT AT END
                       MOVE SEQ-ULTIMO-NUMERO  TO WS-NUMERO-DECL
                 END-READ
                 CLOSE DECLSEQ
              END-IF
              ADD 1                            TO WS-NUMERO-DECL
              MOVE FUNCTION CURRENT-DATE       TO WS-DATA-HORA
              MOVE WS-NUMERO-DECL              TO DRG-NUMERO
              MOVE WS-TIPO-DECL                TO DRG-TIPO
              MOVE WS-MATR-INF                 TO DRG-MATRICULA
              MOVE WS-TURMA-INF                TO DRG-TURMA
              MOVE NOME-ALUNOS                 TO DRG-NOME
              MOVE WS-QTD-SESSOES              TO DRG-SESSOES
              MOVE WS-QTD-FALTAS               TO DRG-FALTAS
              MOVE WS-PCT-FREQ                 TO DRG-PCT-FREQ
              MOVE WS-DATA-HORA(1:8)           TO DRG-DATA-EMISSAO
              MOVE WS-DATA-HORA(9:6)           TO DRG-HORA-EMISSAO
              MOVE WS-OPERADOR                 TO DRG-OPERADOR
              WRITE REG-DECLREG
                 INVALID KEY
                    DISPLAY '>> FALHA AO REGISTRAR A DECLARACAO '
                            DRG-NUMERO ' - FILE STATUS: ' WS-FS-DRG
              END-WRITE
              CLOSE DECLREG
              IF WS-FS-DRG EQUAL '00' THEN
                 OPEN OUTPUT DECLSEQ
                 MOVE WS-NUMERO-DECL           TO SEQ-ULTIMO-NUMERO
                 WRITE REG-DECLSEQ
                 CLOSE DECLSEQ
              END-IF
           END-IF.
      *
      *   Imprime a declaracao: repassa cada linha do modelo trocando
      *   os marcadores pelos dados do aluno.
       EMITE-DECLARACAO.
           STRING './DECLARACAO-' DELIMITED SIZE
                  WS-NUMERO-DECL  DELIMITED SIZE
                  '.TXT'          DELIMITED SIZE
                  INTO WS-SAIDA-NOME
           OPEN OUTPUT DECLARACAO
           WRITE REG-DEC FROM TRACEJADO BEFORE ADVANCING 2 LINES
           PERFORM VARYING WS-IND-TPL FROM 1 BY 1
                           UNTIL WS-IND-TPL > WS-QTD-LINHAS-TPL
              MOVE WS-TPL-LINHA(WS-IND-TPL)    TO WS-LINHA-DECL
              PERFORM SUBSTITUI-MARCADORES
              WRITE REG-DEC FROM WS-LINHA-DECL BEFORE ADVANCING 1
                                                  LINES
           END-PERFORM.
           WRITE REG-DEC FROM TRACEJADO BEFORE ADVANCING 2 LINES
           CLOSE DECLARACAO.
      *
      *   Cada marcador pode aparecer mais de uma vez na linha: a
      *   troca e repetida ate o marcador sumir.
       SUBSTITUI-MARCADORES.
           MOVE '&NUME.'                       TO WS-TOKEN
           MOVE WS-NUMERO-DECL                 TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&NOME.'                       TO WS-TOKEN
           MOVE NOME-ALUNOS                    TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&MATR.'                       TO WS-TOKEN
           MOVE WS-MATR-INF                    TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&CPFA.'                       TO WS-TOKEN
           MOVE SPACES                         TO WS-VALOR
           IF WS-ALUNO-CADASTRADO EQUAL 'S' THEN
              STRING ALM-CPF(1:3) DELIMITED SIZE
                     '.'          DELIMITED SIZE
                     ALM-CPF(4:3) DELIMITED SIZE
                     '.'          DELIMITED SIZE
                     ALM-CPF(7:3) DELIMITED SIZE
                     '-'          DELIMITED SIZE
                     ALM-CPF(10:2) DELIMITED SIZE
                     INTO WS-VALOR
           ELSE
              MOVE 'NAO INFORMADO'             TO WS-VALOR
           END-IF
           PERFORM TROCA-TODOS
           MOVE '&TURM.'                       TO WS-TOKEN
           MOVE WS-TURMA-INF                   TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&CURS.'                       TO WS-TOKEN
           MOVE TUR-CURSO                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&INIC.'                       TO WS-TOKEN
           MOVE TUR-DATA-INICIO                TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           PERFORM TROCA-TODOS
           MOVE '&FIMT.'                       TO WS-TOKEN
           MOVE TUR-DATA-FIM                   TO WS-DATA-AUX
           PERFORM FORMATA-DATA
           PERFORM TROCA-TODOS
           MOVE '&SESS.'                       TO WS-TOKEN
           MOVE WS-QTD-SESSOES                 TO WS-QTD-ED
           MOVE WS-QTD-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&FALT.'                       TO WS-TOKEN
           MOVE WS-QTD-FALTAS                  TO WS-QTD-ED
           MOVE WS-QTD-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&FREQ.'                       TO WS-TOKEN
           MOVE WS-PCT-FREQ                    TO WS-PCT-ED
           MOVE WS-PCT-ED                      TO WS-VALOR
           PERFORM TROCA-TODOS
           MOVE '&DATA.'                       TO WS-TOKEN
           MOVE WS-DATA-EXTENSO                TO WS-VALOR
           PERFORM TROCA-TODOS.
      *
      *   Data AAAAMMDD em WS-DATA-AUX para DD/MM/AAAA em WS-VALOR;
      *   data zerada (turma fora do catalogo) sai em branco.
       FORMATA-DATA.
           MOVE SPACES                         TO WS-VALOR
           IF WS-DATA-AUX NOT EQUAL ZEROS THEN
              MOVE WS-AUX-DD                   TO WS-ED-DD
              MOVE WS-AUX-MM                   TO WS-ED-MM
              MOVE WS-AUX-AAAA                 TO WS-ED-AAAA
              MOVE WS-DATA-ED                  TO WS-VALOR
           END-IF.
      *
       TROCA-TODOS.
           MOVE 1                              TO WS-POS-ACHADA
           PERFORM TROCA-MARCADOR
                   UNTIL WS-POS-ACHADA EQUAL ZEROS.
      *
      *   Troca a primeira ocorrencia de WS-TOKEN (seis posicoes) em
      *   WS-LINHA-DECL pelo valor corrente, sem espacos a direita.
       TROCA-MARCADOR.
           MOVE ZEROS                          TO WS-POS-ACHADA
           PERFORM VARYING WS-POS FROM 1 BY 1
                           UNTIL WS-POS > 75
                              OR WS-POS-ACHADA GREATER ZEROS
              IF WS-LINHA-DECL(WS-POS:6) EQUAL WS-TOKEN THEN
                 MOVE WS-POS                   TO WS-POS-ACHADA
              END-IF
           END-PERFORM.
           IF WS-POS-ACHADA GREATER ZEROS THEN
              MOVE WS-LINHA-DECL               TO WS-LINHA-AUX
              MOVE SPACES                      TO WS-LINHA-DECL
              EVALUATE TRUE
                 WHEN WS-POS-ACHADA EQUAL 1
                    STRING FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           WS-LINHA-AUX(7:74)      DELIMITED SIZE
                           INTO WS-LINHA-DECL
                 WHEN WS-POS-ACHADA EQUAL 75
      *   Marcador encostado na coluna 80: nao ha sufixo a copiar.
                    STRING WS-LINHA-AUX(1:74)      DELIMITED SIZE
                           FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           INTO WS-LINHA-DECL
                 WHEN OTHER
                    STRING WS-LINHA-AUX(1:WS-POS-ACHADA - 1)
                                                   DELIMITED SIZE
                           FUNCTION TRIM(WS-VALOR) DELIMITED SIZE
                           WS-LINHA-AUX(WS-POS-ACHADA + 6:
                                        75 - WS-POS-ACHADA)
                                                   DELIMITED SIZE
                           INTO WS-LINHA-DECL
              END-EVALUATE
           END-IF.
      *
      *   Data da emissao por extenso, com o nome do mes vindo da
      *   tabela do copybook MESESNOME.
       MONTA-DATA-EXTENSO.
           MOVE FUNCTION CURRENT-DATE(1:8)     TO WS-DATA-HOJE
           MOVE SPACES                         TO WS-NOME-MES
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                           UNTIL WS-IND-MES > 12
              IF WS-TAB-MES-NUM(WS-IND-MES) EQUAL WS-HOJE-MM THEN
                 MOVE WS-TAB-MES-NOME(WS-IND-MES) TO WS-NOME-MES
              END-IF
           END-PERFORM.
           MOVE SPACES                         TO WS-DATA-EXTENSO
           STRING WS-HOJE-DD                DELIMITED SIZE
                  ' DE '                    DELIMITED SIZE
                  FUNCTION TRIM(WS-NOME-MES) DELIMITED SIZE
                  ' DE '                    DELIMITED SIZE
                  WS-HOJE-AAAA              DELIMITED SIZE
                  INTO WS-DATA-EXTENSO.
      *
       END PROGRAM PGDECLAR.
