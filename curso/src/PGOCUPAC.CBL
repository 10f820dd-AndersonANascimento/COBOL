      *****************************************************************
      * Program name:    PGOCUPAC
      * Original author: Anderson Nascimento
      * Purpose: Aproveitamento mensal das salas a partir do
      *          RESERVAS.DAT (PGRESERV): por sala e por predio, as
      *          horas reservadas contra as horas disponiveis na
      *          janela de funcionamento (dias uteis do mes pelo
      *          PGDIAUTI x horario do cartao OCUPAC.PARM, padrao
      *          0800-2200), a ocupacao por faixa horaria com o pico
      *          e as faixas ociosas, e a parcela das reservas de
      *          turma sem nenhuma chamada lancada no FALTAS.TXT na
      *          data (nao comparecimento). Sala sem reserva no mes,
      *          ou reservada e sem nenhum uso comprovado, sai
      *          marcada. Relatorio em OCUPAC.LST.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGOCUPAC.
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
           SELECT RESERVAS ASSIGN TO './RESERVAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS RES-CHAVE
           FILE STATUS   IS WS-FS-RES.
           SELECT TURMAS ASSIGN TO './TURMAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TUR-CODIGO
           FILE STATUS   IS WS-FS-TUR.
           SELECT FALTAS ASSIGN TO './FALTAS.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-FAL.
           SELECT PARAMETROS ASSIGN TO './OCUPAC.PARM'
           FILE STATUS   IS WS-FS-PARM.
           SELECT RELATORIO ASSIGN TO './OCUPAC.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS   IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
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
      *   TURMAS.DAT - catalogo de turmas mantido pelo PGTURMAS; so
      *   serve para separar reserva de turma de reserva de evento.
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
             05  TUR-UNIDADE         PIC X(03).
      *
      *   FALTAS.TXT - chamada lancada pelo PGPRESEN; chamada da
      *   turma na data prova que a sessao aconteceu.
         FD  FALTAS.
         01  REG-FALTA.
             05  FAL-MATR            PIC 9(05).
             05  FAL-TURMA           PIC X(10).
             05  FAL-DATA            PIC 9(08).
             05  FAL-PRESENCA        PIC X(01).
             05  FAL-JUSTIF          PIC X(02).
             05  FAL-DOCUMENTO       PIC X(12).
      *
      *   OCUPAC.PARM - janela de funcionamento (HHMM abertura e
      *   fechamento) e o percentual abaixo do qual a faixa horaria
      *   e dada como ociosa.
         FD  PARAMETROS.
         01  REG-PARM.
             05  PARM-ABERTURA       PIC 9(04).
             05  PARM-FECHAMENTO     PIC 9(04).
             05  PARM-PCT-OCIOSA     PIC 9(03).
      *
      *   OCUPAC.LST - aproveitamento do mes.
         FD  RELATORIO.
         01  REG-REL                 PIC X(80).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-RES               PIC X(02) VALUE '00'.
         77  WS-FS-TUR               PIC X(02) VALUE '00'.
         77  WS-FS-FAL               PIC 99.
         77  WS-FS-PARM              PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  WS-TURMAS-OK            PIC X     VALUE 'N'.
         77  WS-COMPETENCIA          PIC 9(06) VALUE ZEROS.
         77  WS-COMPET-LIDA          PIC 9(06) VALUE ZEROS.
         77  TRACEJADO               PIC X(80) VALUE ALL '-'.
         77  CONTPAG                 PIC 9(03) VALUE 1.
      *
      *   Janela de funcionamento, em minutos do dia.
         77  WS-ABERTURA             PIC 9(04) VALUE 0800.
         77  WS-FECHAMENTO           PIC 9(04) VALUE 2200.
         77  WS-PCT-OCIOSA           PIC 9(03) VALUE 20.
         77  WS-MIN-ABRE             PIC 9(04) VALUE ZEROS.
         77  WS-MIN-FECHA            PIC 9(04) VALUE ZEROS.
         77  WS-HH                   PIC 9(02) VALUE ZEROS.
         77  WS-MM                   PIC 9(02) VALUE ZEROS.
         77  WS-MIN-INI              PIC 9(04) VALUE ZEROS.
         77  WS-MIN-FIM              PIC 9(04) VALUE ZEROS.
         77  WS-MIN-RESERVA          PIC 9(04) VALUE ZEROS.
      *
      *   Dias uteis do mes: cada dia valido (PGVALDAT) perguntado
      *   ao PGDIAUTI.
         77  WS-DIAS-UTEIS           PIC 9(02) VALUE ZEROS.
         77  WS-DIA                  PIC 9(02) VALUE ZEROS.
         01  WS-COMPET-R.
             05  WS-COMPET-ANO       PIC 9(04).
             05  WS-COMPET-MES       PIC 9(02).
         77  WS-MIN-DISP-SALA        PIC 9(07) VALUE ZEROS.
      *
      *   Salas conhecidas (qualquer reserva ja feita) e o movimento
      *   delas no mes.
         77  WS-QTD-SALA             PIC 9(03) VALUE ZEROS.
         01  WS-TAB-SALA OCCURS 100 TIMES.
             05  WS-SAL-SALA         PIC X(10).
             05  WS-SAL-PREDIO       PIC X(05).
             05  WS-SAL-RESERVAS     PIC 9(04).
             05  WS-SAL-MIN          PIC 9(07).
             05  WS-SAL-RES-TURMA    PIC 9(04).
             05  WS-SAL-NAO-COMP     PIC 9(04).
             05  WS-SAL-EVENTOS      PIC 9(04).
         01  WS-SALA-AUX             PIC X(38).
         77  WS-IND-SALA             PIC 9(03).
         77  WS-IND-SALA-2           PIC 9(03).
         77  WS-SALA-ACHADA          PIC 9(03) VALUE ZEROS.
         77  WS-TROCA                PIC X     VALUE 'N'.
      *
      *   Faixas de uma hora dentro da janela.
         77  WS-QTD-FAIXA            PIC 9(02) VALUE ZEROS.
         01  WS-TAB-FAIXA OCCURS 24 TIMES.
             05  WS-FAI-HORA         PIC 9(02).
             05  WS-FAI-MIN          PIC 9(07).
         77  WS-IND-FAIXA            PIC 9(02).
         77  WS-FAI-INI              PIC 9(04) VALUE ZEROS.
         77  WS-FAI-FIM              PIC 9(04) VALUE ZEROS.
         77  WS-SOBRA-INI            PIC 9(04) VALUE ZEROS.
         77  WS-SOBRA-FIM            PIC 9(04) VALUE ZEROS.
         77  WS-MIN-PICO             PIC 9(07) VALUE ZEROS.
         77  WS-MIN-CAP-FAIXA        PIC 9(07) VALUE ZEROS.
      *
      *   Sessoes (turma+data) com chamada no mes.
         77  WS-QTD-SESSAO           PIC 9(04) VALUE ZEROS.
         01  WS-TAB-SESSAO OCCURS 1000 TIMES.
             05  WS-SES-TURMA        PIC X(10).
             05  WS-SES-DATA         PIC 9(08).
         77  WS-IND-SES              PIC 9(04).
         77  WS-SES-ACHADA           PIC X     VALUE 'N'.
      *
      *   Totais por predio e gerais.
         77  WS-PREDIO-ATUAL         PIC X(05) VALUE SPACES.
         77  WS-PRD-SALAS            PIC 9(03) VALUE ZEROS.
         77  WS-PRD-MIN              PIC 9(09) VALUE ZEROS.
         77  WS-PRD-RES-TURMA        PIC 9(05) VALUE ZEROS.
         77  WS-PRD-NAO-COMP         PIC 9(05) VALUE ZEROS.
         77  WS-TOT-MIN              PIC 9(09) VALUE ZEROS.
         77  WS-TOT-RES-TURMA        PIC 9(05) VALUE ZEROS.
         77  WS-TOT-NAO-COMP         PIC 9(05) VALUE ZEROS.
         77  WS-QTD-SINALIZADAS      PIC 9(03) VALUE ZEROS.
         77  WS-HORAS                PIC 9(07)V9 VALUE ZEROS.
         77  WS-HORAS-DISP           PIC 9(07) VALUE ZEROS.
         77  WS-PCT                  PIC 9(03)V9 VALUE ZEROS.
      *
        01  LINHA-CAB-SALA.
            03  FILLER               PIC X(40) VALUE
                'SALA       PRED. RES.  H.RES H.DIS OCUP%'.
            03  FILLER               PIC X(40) VALUE
                '  N/S  N/S% SITUACAO                    '.
        01  LINHA-SALA.
            03  OSA-SALA             PIC X(10).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OSA-PREDIO           PIC X(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OSA-RESERVAS         PIC ZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OSA-HORAS            PIC ZZZ9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OSA-DISP             PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OSA-PCT              PIC ZZ9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OSA-NAO-COMP         PIC ZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OSA-PCT-NC           PIC ZZ9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OSA-SITUACAO         PIC X(16).
            03  FILLER               PIC X(12) VALUE SPACES.
        01  LINHA-CAB-PREDIO.
            03  FILLER               PIC X(40) VALUE
                'PRED. SALAS   H.RES   H.DIS OCUP%   N/S '.
            03  FILLER               PIC X(40) VALUE
                ' N/S%                                   '.
        01  LINHA-PREDIO.
            03  OPR-PREDIO           PIC X(05).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OPR-SALAS            PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OPR-HORAS            PIC ZZZZ9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OPR-DISP             PIC ZZZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OPR-PCT              PIC ZZ9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OPR-NAO-COMP         PIC ZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OPR-PCT-NC           PIC ZZ9,9.
            03  FILLER               PIC X(35) VALUE SPACES.
        01  LINHA-CAB-FAIXA.
            03  FILLER               PIC X(40) VALUE
                'FAIXA  H.RES  H.CAP OCUP%               '.
            03  FILLER               PIC X(40) VALUE SPACES.
        01  LINHA-FAIXA.
            03  OFA-HORA-INI         PIC 9(02).
            03  FILLER               PIC X(01) VALUE '-'.
            03  OFA-HORA-FIM         PIC 9(02).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFA-HORAS            PIC ZZZ9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFA-CAP              PIC ZZZZZ9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFA-PCT              PIC ZZ9,9.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  OFA-MARCA            PIC X(10).
            03  FILLER               PIC X(44) VALUE SPACES.
        01  LINHA-TITULO.
            03  TIT-TEXTO            PIC X(80).
         COPY DIAUTIL.
         COPY DATAVAL.
         COPY CABREL.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '------ APROVEITAMENTO DAS SALAS ------'
           DISPLAY 'Competencia (AAAAMM): '
           ACCEPT WS-COMPETENCIA
           MOVE WS-COMPETENCIA                 TO WS-COMPET-R

           PERFORM CARREGA-PARAMETROS
           PERFORM CONTA-DIAS-UTEIS
           PERFORM MONTA-FAIXAS
           PERFORM CARREGA-SESSOES

           OPEN INPUT RESERVAS
           IF WS-FS-RES NOT EQUAL '00' THEN
              DISPLAY 'RESERVAS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-RES
              GOBACK
           END-IF.
           OPEN INPUT TURMAS
           IF WS-FS-TUR EQUAL '00' THEN
              MOVE 'S'                         TO WS-TURMAS-OK
           END-IF.
           PERFORM APURA-RESERVAS
           CLOSE RESERVAS.
           IF WS-TURMAS-OK EQUAL 'S' THEN
              CLOSE TURMAS
           END-IF.
           IF WS-QTD-SALA EQUAL ZEROS THEN
              DISPLAY 'NENHUMA SALA NO RESERVAS.DAT.'
              GOBACK
           END-IF.

           PERFORM ORDENA-SALAS
           OPEN OUTPUT RELATORIO
           PERFORM IMPRIME-CABECALHO
           PERFORM IMPRIME-SALAS
           PERFORM IMPRIME-FAIXAS
           CLOSE RELATORIO.
           DISPLAY 'SALAS: ' WS-QTD-SALA '  DIAS UTEIS: '
                   WS-DIAS-UTEIS ' - RELATORIO EM OCUPAC.LST'
           IF WS-QTD-SINALIZADAS GREATER ZEROS THEN
              DISPLAY '>> ' WS-QTD-SINALIZADAS ' SALA(S) SEM USO NO'
                      ' MES - VER OCUPAC.LST.'
           END-IF.
           GOBACK.
      *
       CARREGA-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-FS-PARM EQUAL '00' THEN
              READ PARAMETROS
                 NOT AT END
                    IF PARM-ABERTURA NUMERIC
                             AND PARM-FECHAMENTO NUMERIC
                             AND PARM-FECHAMENTO GREATER
                                 PARM-ABERTURA THEN
                       MOVE PARM-ABERTURA      TO WS-ABERTURA
                       MOVE PARM-FECHAMENTO    TO WS-FECHAMENTO
                    END-IF
                    IF PARM-PCT-OCIOSA NUMERIC THEN
                       MOVE PARM-PCT-OCIOSA    TO WS-PCT-OCIOSA
                    END-IF
              END-READ
              CLOSE PARAMETROS
           END-IF.
           DIVIDE WS-ABERTURA BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-MIN-ABRE = WS-HH * 60 + WS-MM
           DIVIDE WS-FECHAMENTO BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-MIN-FECHA = WS-HH * 60 + WS-MM
           DISPLAY 'JANELA DE FUNCIONAMENTO: ' WS-ABERTURA ' A '
                   WS-FECHAMENTO.
      *
       CONTA-DIAS-UTEIS.
           MOVE ZEROS                          TO WS-DIAS-UTEIS
           PERFORM VARYING WS-DIA FROM 1 BY 1 UNTIL WS-DIA > 31
              MOVE WS-DIA                      TO DV-DIA
              MOVE WS-COMPET-MES               TO DV-MES
              MOVE WS-COMPET-ANO               TO DV-ANO
              CALL './bin/PGVALDAT' USING DV-PARM
              IF DV-DATA-VALIDA THEN
                 MOVE 'E'                      TO DU-FUNCAO
                 MOVE DV-DATA-AAAAMMDD         TO DU-DATA-1
                 CALL './bin/PGDIAUTI' USING DU-PARM
                 IF DU-RESULTADO-SN EQUAL 'S' THEN
                    ADD 1                      TO WS-DIAS-UTEIS
                 END-IF
              END-IF
           END-PERFORM.
           COMPUTE WS-MIN-DISP-SALA =
              WS-DIAS-UTEIS * (WS-MIN-FECHA - WS-MIN-ABRE).
      *
      *   Uma faixa por hora cheia dentro da janela; a ultima pode
      *   ser quebrada pelo fechamento.
       MONTA-FAIXAS.
           DIVIDE WS-MIN-ABRE BY 60 GIVING WS-HH
           PERFORM UNTIL WS-HH * 60 NOT LESS WS-MIN-FECHA
                      OR WS-QTD-FAIXA NOT LESS 24
              ADD 1                            TO WS-QTD-FAIXA
              MOVE WS-HH                 TO WS-FAI-HORA(WS-QTD-FAIXA)
              MOVE ZEROS                 TO WS-FAI-MIN(WS-QTD-FAIXA)
              ADD 1                            TO WS-HH
           END-PERFORM.
      *
       CARREGA-SESSOES.
           OPEN INPUT FALTAS
           IF WS-FS-FAL NOT EQUAL ZEROS THEN
              DISPLAY 'FALTAS.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-FAL ' - TODA RESERVA DE TURMA SAI SEM'
                      ' CHAMADA.'
           ELSE
              PERFORM UNTIL WS-FS-FAL NOT EQUAL ZEROS
                 READ FALTAS
                    AT END
                       MOVE 10                 TO WS-FS-FAL
                    NOT AT END
                       MOVE FAL-DATA(1:6)      TO WS-COMPET-LIDA
                       IF WS-COMPET-LIDA EQUAL WS-COMPETENCIA THEN
                          PERFORM GUARDA-SESSAO
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FALTAS
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
                    AND WS-QTD-SESSAO LESS 1000 THEN
              ADD 1                            TO WS-QTD-SESSAO
              MOVE FAL-TURMA              TO WS-SES-TURMA(WS-QTD-SESSAO)
              MOVE FAL-DATA               TO WS-SES-DATA(WS-QTD-SESSAO)
           END-IF.
      *
      *   Toda sala que ja teve reserva entra na lista (a que nao
      *   teve nenhuma no mes e justamente a que interessa); so as
      *   reservas do mes contam horas.
       APURA-RESERVAS.
           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ RESERVAS NEXT RECORD
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    PERFORM BUSCA-SALA
                    MOVE RES-DATA(1:6)         TO WS-COMPET-LIDA
                    IF WS-SALA-ACHADA GREATER ZEROS
                             AND WS-COMPET-LIDA EQUAL
                                 WS-COMPETENCIA THEN
                       PERFORM CONTA-RESERVA
                    END-IF
              END-READ
           END-PERFORM.
      *
       BUSCA-SALA.
           MOVE ZEROS                          TO WS-SALA-ACHADA
           PERFORM VARYING WS-IND-SALA FROM 1 BY 1
                           UNTIL WS-IND-SALA > WS-QTD-SALA
              IF WS-SAL-SALA(WS-IND-SALA) EQUAL RES-SALA THEN
                 MOVE WS-IND-SALA              TO WS-SALA-ACHADA
              END-IF
           END-PERFORM.
           IF WS-SALA-ACHADA EQUAL ZEROS AND WS-QTD-SALA LESS 100 THEN
              ADD 1                            TO WS-QTD-SALA
              MOVE WS-QTD-SALA                 TO WS-SALA-ACHADA
              MOVE RES-SALA            TO WS-SAL-SALA(WS-QTD-SALA)
              MOVE RES-PREDIO          TO WS-SAL-PREDIO(WS-QTD-SALA)
              MOVE ZEROS               TO WS-SAL-RESERVAS(WS-QTD-SALA)
                                          WS-SAL-MIN(WS-QTD-SALA)
                                          WS-SAL-RES-TURMA(WS-QTD-SALA)
                                          WS-SAL-NAO-COMP(WS-QTD-SALA)
                                          WS-SAL-EVENTOS(WS-QTD-SALA)
           END-IF.
      *
      *   Horas da reserva recortadas pela janela; reserva de turma
      *   do catalogo sem chamada na data conta como nao
      *   comparecimento; ocupante fora do catalogo e evento.
       CONTA-RESERVA.
           ADD 1                  TO WS-SAL-RESERVAS(WS-SALA-ACHADA)
           DIVIDE RES-HORA-INI BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-MIN-INI = WS-HH * 60 + WS-MM
           DIVIDE RES-HORA-FIM BY 100 GIVING WS-HH REMAINDER WS-MM
           COMPUTE WS-MIN-FIM = WS-HH * 60 + WS-MM
           IF WS-MIN-INI LESS WS-MIN-ABRE THEN
              MOVE WS-MIN-ABRE                 TO WS-MIN-INI
           END-IF.
           IF WS-MIN-FIM GREATER WS-MIN-FECHA THEN
              MOVE WS-MIN-FECHA                TO WS-MIN-FIM
           END-IF.
           IF WS-MIN-FIM GREATER WS-MIN-INI THEN
              COMPUTE WS-MIN-RESERVA = WS-MIN-FIM - WS-MIN-INI
              ADD WS-MIN-RESERVA  TO WS-SAL-MIN(WS-SALA-ACHADA)
              PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                              UNTIL WS-IND-FAIXA > WS-QTD-FAIXA
                 PERFORM SOMA-FAIXA
              END-PERFORM
           END-IF.
           MOVE 'N'                            TO WS-SES-ACHADA
           MOVE SPACES                         TO TUR-CODIGO
           IF WS-TURMAS-OK EQUAL 'S' THEN
              MOVE RES-OCUPANTE(1:10)          TO TUR-CODIGO
              READ TURMAS
                 INVALID KEY
                    MOVE SPACES                TO TUR-CODIGO
              END-READ
           END-IF.
           IF TUR-CODIGO EQUAL SPACES THEN
              ADD 1               TO WS-SAL-EVENTOS(WS-SALA-ACHADA)
           ELSE
              ADD 1               TO WS-SAL-RES-TURMA(WS-SALA-ACHADA)
              PERFORM VARYING WS-IND-SES FROM 1 BY 1
                              UNTIL WS-IND-SES > WS-QTD-SESSAO
                 IF WS-SES-TURMA(WS-IND-SES) EQUAL TUR-CODIGO
                          AND WS-SES-DATA(WS-IND-SES) EQUAL
                              RES-DATA THEN
                    MOVE 'S'                   TO WS-SES-ACHADA
                 END-IF
              END-PERFORM
              IF WS-SES-ACHADA NOT EQUAL 'S' THEN
                 ADD 1            TO WS-SAL-NAO-COMP(WS-SALA-ACHADA)
              END-IF
           END-IF.
      *
      *   Parte da reserva que cai na faixa corrente.
       SOMA-FAIXA.
           COMPUTE WS-FAI-INI = WS-FAI-HORA(WS-IND-FAIXA) * 60
           COMPUTE WS-FAI-FIM = WS-FAI-INI + 60
           IF WS-FAI-FIM GREATER WS-MIN-FECHA THEN
              MOVE WS-MIN-FECHA                TO WS-FAI-FIM
           END-IF.
           MOVE WS-MIN-INI                     TO WS-SOBRA-INI
           IF WS-FAI-INI GREATER WS-SOBRA-INI THEN
              MOVE WS-FAI-INI                  TO WS-SOBRA-INI
           END-IF.
           MOVE WS-MIN-FIM                     TO WS-SOBRA-FIM
           IF WS-FAI-FIM LESS WS-SOBRA-FIM THEN
              MOVE WS-FAI-FIM                  TO WS-SOBRA-FIM
           END-IF.
           IF WS-SOBRA-FIM GREATER WS-SOBRA-INI THEN
              COMPUTE WS-FAI-MIN(WS-IND-FAIXA) =
                 WS-FAI-MIN(WS-IND-FAIXA) + WS-SOBRA-FIM - WS-SOBRA-INI
           END-IF.
      *
      *   Ordenacao por troca de vizinhos: predio, depois sala.
       ORDENA-SALAS.
           MOVE 'S'                            TO WS-TROCA
           PERFORM UNTIL WS-TROCA EQUAL 'N'
              MOVE 'N'                         TO WS-TROCA
              PERFORM VARYING WS-IND-SALA FROM 1 BY 1
                              UNTIL WS-IND-SALA NOT LESS WS-QTD-SALA
                 COMPUTE WS-IND-SALA-2 = WS-IND-SALA + 1
                 IF WS-SAL-PREDIO(WS-IND-SALA) GREATER
                          WS-SAL-PREDIO(WS-IND-SALA-2)
                    OR (WS-SAL-PREDIO(WS-IND-SALA) EQUAL
                            WS-SAL-PREDIO(WS-IND-SALA-2)
                        AND WS-SAL-SALA(WS-IND-SALA) GREATER
                            WS-SAL-SALA(WS-IND-SALA-2)) THEN
                    MOVE WS-TAB-SALA(WS-IND-SALA)   TO WS-SALA-AUX
                    MOVE WS-TAB-SALA(WS-IND-SALA-2) TO
                         WS-TAB-SALA(WS-IND-SALA)
                    MOVE WS-SALA-AUX           TO
                         WS-TAB-SALA(WS-IND-SALA-2)
                    MOVE 'S'                   TO WS-TROCA
                 END-IF
              END-PERFORM
           END-PERFORM.
      *
       IMPRIME-CABECALHO.
           MOVE 'PGOCUPAC'                     TO CR-PROGRAMA
           MOVE SPACES                         TO CR-TITULO
           STRING 'APROVEITAMENTO DAS SALAS - ' DELIMITED SIZE
                  WS-COMPETENCIA               DELIMITED SIZE
                  INTO CR-TITULO
           MOVE CONTPAG                        TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           ADD 1                               TO CONTPAG.
      *
      *   Uma linha por sala, com subtotal a cada troca de predio e
      *   o total geral no fim.
       IMPRIME-SALAS.
           MOVE 'OCUPACAO POR SALA (N/S = RESERVA DE TURMA SEM CHAMADA)'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-SALA BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE WS-SAL-PREDIO(1)               TO WS-PREDIO-ATUAL
           PERFORM VARYING WS-IND-SALA FROM 1 BY 1
                           UNTIL WS-IND-SALA > WS-QTD-SALA
              IF WS-SAL-PREDIO(WS-IND-SALA) NOT EQUAL
                       WS-PREDIO-ATUAL THEN
                 PERFORM IMPRIME-TOTAL-PREDIO
                 MOVE WS-SAL-PREDIO(WS-IND-SALA) TO WS-PREDIO-ATUAL
              END-IF
              PERFORM IMPRIME-LINHA-SALA
           END-PERFORM.
           PERFORM IMPRIME-TOTAL-PREDIO
           MOVE 'TOTAL'                        TO WS-PREDIO-ATUAL
           MOVE WS-QTD-SALA                    TO WS-PRD-SALAS
           MOVE WS-TOT-MIN                     TO WS-PRD-MIN
           MOVE WS-TOT-RES-TURMA               TO WS-PRD-RES-TURMA
           MOVE WS-TOT-NAO-COMP                TO WS-PRD-NAO-COMP
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM IMPRIME-LINHA-PREDIO
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 2 LINES.
      *
       IMPRIME-LINHA-SALA.
           MOVE WS-SAL-SALA(WS-IND-SALA)       TO OSA-SALA
           MOVE WS-SAL-PREDIO(WS-IND-SALA)     TO OSA-PREDIO
           MOVE WS-SAL-RESERVAS(WS-IND-SALA)   TO OSA-RESERVAS
           COMPUTE WS-HORAS ROUNDED = WS-SAL-MIN(WS-IND-SALA) / 60
           MOVE WS-HORAS                       TO OSA-HORAS
           COMPUTE WS-HORAS-DISP = WS-MIN-DISP-SALA / 60
           MOVE WS-HORAS-DISP                  TO OSA-DISP
           MOVE ZEROS                          TO WS-PCT
           IF WS-MIN-DISP-SALA GREATER ZEROS THEN
              COMPUTE WS-PCT ROUNDED =
                 WS-SAL-MIN(WS-IND-SALA) * 100 / WS-MIN-DISP-SALA
           END-IF
           MOVE WS-PCT                         TO OSA-PCT
           MOVE WS-SAL-NAO-COMP(WS-IND-SALA)   TO OSA-NAO-COMP
           MOVE ZEROS                          TO WS-PCT
           IF WS-SAL-RES-TURMA(WS-IND-SALA) GREATER ZEROS THEN
              COMPUTE WS-PCT ROUNDED =
                 WS-SAL-NAO-COMP(WS-IND-SALA) * 100
                 / WS-SAL-RES-TURMA(WS-IND-SALA)
           END-IF
           MOVE WS-PCT                         TO OSA-PCT-NC
           EVALUATE TRUE
              WHEN WS-SAL-RESERVAS(WS-IND-SALA) EQUAL ZEROS
                 MOVE '*** SEM RESERVA'        TO OSA-SITUACAO
                 ADD 1                         TO WS-QTD-SINALIZADAS
              WHEN WS-SAL-EVENTOS(WS-IND-SALA) EQUAL ZEROS
                   AND WS-SAL-NAO-COMP(WS-IND-SALA) EQUAL
                       WS-SAL-RES-TURMA(WS-IND-SALA)
                 MOVE '*** SEM USO'            TO OSA-SITUACAO
                 ADD 1                         TO WS-QTD-SINALIZADAS
              WHEN OTHER
                 MOVE SPACES                   TO OSA-SITUACAO
           END-EVALUATE
           WRITE REG-REL FROM LINHA-SALA BEFORE ADVANCING 1 LINES
           ADD 1                               TO WS-PRD-SALAS
           ADD WS-SAL-MIN(WS-IND-SALA)         TO WS-PRD-MIN
                                                  WS-TOT-MIN
           ADD WS-SAL-RES-TURMA(WS-IND-SALA)   TO WS-PRD-RES-TURMA
                                                  WS-TOT-RES-TURMA
           ADD WS-SAL-NAO-COMP(WS-IND-SALA)    TO WS-PRD-NAO-COMP
                                                  WS-TOT-NAO-COMP.
      *
       IMPRIME-TOTAL-PREDIO.
           WRITE REG-REL FROM LINHA-CAB-PREDIO BEFORE ADVANCING 1 LINES
           PERFORM IMPRIME-LINHA-PREDIO
           WRITE REG-REL FROM SPACES     BEFORE ADVANCING 1 LINES
           MOVE ZEROS                          TO WS-PRD-SALAS
                                                  WS-PRD-MIN
                                                  WS-PRD-RES-TURMA
                                                  WS-PRD-NAO-COMP.
      *
       IMPRIME-LINHA-PREDIO.
           MOVE WS-PREDIO-ATUAL                TO OPR-PREDIO
           MOVE WS-PRD-SALAS                   TO OPR-SALAS
           COMPUTE WS-HORAS ROUNDED = WS-PRD-MIN / 60
           MOVE WS-HORAS                       TO OPR-HORAS
           COMPUTE WS-HORAS-DISP =
              WS-PRD-SALAS * WS-MIN-DISP-SALA / 60
           MOVE WS-HORAS-DISP                  TO OPR-DISP
           MOVE ZEROS                          TO WS-PCT
           IF WS-PRD-SALAS GREATER ZEROS
                    AND WS-MIN-DISP-SALA GREATER ZEROS THEN
              COMPUTE WS-PCT ROUNDED =
                 WS-PRD-MIN * 100 / (WS-PRD-SALAS * WS-MIN-DISP-SALA)
           END-IF
           MOVE WS-PCT                         TO OPR-PCT
           MOVE WS-PRD-NAO-COMP                TO OPR-NAO-COMP
           MOVE ZEROS                          TO WS-PCT
           IF WS-PRD-RES-TURMA GREATER ZEROS THEN
              COMPUTE WS-PCT ROUNDED =
                 WS-PRD-NAO-COMP * 100 / WS-PRD-RES-TURMA
           END-IF
           MOVE WS-PCT                         TO OPR-PCT-NC
           WRITE REG-REL FROM LINHA-PREDIO BEFORE ADVANCING 1 LINES.
      *
      *   Ocupacao por faixa horaria sobre todas as salas nos dias
      *   uteis: a faixa mais cheia sai como PICO, as abaixo do
      *   limite do cartao como OCIOSA.
       IMPRIME-FAIXAS.
           MOVE ZEROS                          TO WS-MIN-PICO
           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                           UNTIL WS-IND-FAIXA > WS-QTD-FAIXA
              IF WS-FAI-MIN(WS-IND-FAIXA) GREATER WS-MIN-PICO THEN
                 MOVE WS-FAI-MIN(WS-IND-FAIXA) TO WS-MIN-PICO
              END-IF
           END-PERFORM.
           MOVE 'OCUPACAO POR FAIXA HORARIA - SALAS EM DIAS UTEIS'
                                               TO TIT-TEXTO
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-CAB-FAIXA BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           PERFORM VARYING WS-IND-FAIXA FROM 1 BY 1
                           UNTIL WS-IND-FAIXA > WS-QTD-FAIXA
              PERFORM IMPRIME-LINHA-FAIXA
           END-PERFORM.
      *
       IMPRIME-LINHA-FAIXA.
           COMPUTE WS-FAI-INI = WS-FAI-HORA(WS-IND-FAIXA) * 60
           COMPUTE WS-FAI-FIM = WS-FAI-INI + 60
           IF WS-FAI-FIM GREATER WS-MIN-FECHA THEN
              MOVE WS-MIN-FECHA                TO WS-FAI-FIM
           END-IF
           IF WS-FAI-INI LESS WS-MIN-ABRE THEN
              MOVE WS-MIN-ABRE                 TO WS-FAI-INI
           END-IF
           COMPUTE WS-MIN-CAP-FAIXA =
              (WS-FAI-FIM - WS-FAI-INI) * WS-DIAS-UTEIS * WS-QTD-SALA
           MOVE WS-FAI-HORA(WS-IND-FAIXA)      TO OFA-HORA-INI
           COMPUTE OFA-HORA-FIM = WS-FAI-HORA(WS-IND-FAIXA) + 1
           COMPUTE WS-HORAS ROUNDED = WS-FAI-MIN(WS-IND-FAIXA) / 60
           MOVE WS-HORAS                       TO OFA-HORAS
           COMPUTE WS-HORAS-DISP = WS-MIN-CAP-FAIXA / 60
           MOVE WS-HORAS-DISP                  TO OFA-CAP
           MOVE ZEROS                          TO WS-PCT
           IF WS-MIN-CAP-FAIXA GREATER ZEROS THEN
              COMPUTE WS-PCT ROUNDED =
                 WS-FAI-MIN(WS-IND-FAIXA) * 100 / WS-MIN-CAP-FAIXA
           END-IF
           MOVE WS-PCT                         TO OFA-PCT
           EVALUATE TRUE
              WHEN WS-FAI-MIN(WS-IND-FAIXA) EQUAL WS-MIN-PICO
                   AND WS-MIN-PICO GREATER ZEROS
                 MOVE '<< PICO'                TO OFA-MARCA
              WHEN WS-PCT LESS WS-PCT-OCIOSA
                 MOVE '<< OCIOSA'              TO OFA-MARCA
              WHEN OTHER
                 MOVE SPACES                   TO OFA-MARCA
           END-EVALUATE
           WRITE REG-REL FROM LINHA-FAIXA BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGOCUPAC.
