      *****************************************************************
      * Program name:    PGAVIRET
      * Original author: Anderson Nascimento
      * Purpose: Importa o retorno do gateway de mensagens
      *          (RETAVISO.TXT) para o registro de avisos AVISOS.DAT
      *          gerado pelo PGAVISOS: cada linha traz o numero do
      *          aviso, a situacao (E entregue, F falhou), a data e
      *          hora da entrega ou tentativa e o motivo da falha.
      *          Linha repetida (mesma situacao e data ja gravadas)
      *          nao conta de novo; numero que nao existe no registro
      *          vai para a lista. Os avisos que falharam saem em
      *          AVISOFAL.LST com nome e telefone, para a correcao do
      *          numero no cadastro.
      *
      * Maintenence Log
      * Date       Author               Maintenance Requirement
      * ---------- -------------------  -------------------------------
      * 15/10/2026 Anderson Nascimento  Programa criado.
      *****************************************************************
       IDENTIFICATION DIVISION.
         PROGRAM-ID.  PGAVIRET.
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
           SELECT RETORNO ASSIGN TO './RETAVISO.TXT'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-RET.
           SELECT AVISOS ASSIGN TO './AVISOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS AVS-NUMERO
           ALTERNATE RECORD KEY IS AVS-CHAVE-EVENTO
           WITH DUPLICATES
           FILE STATUS  IS WS-FS-AVS.
           SELECT RELATORIO ASSIGN TO './AVISOFAL.LST'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.
      *****************************************************************
       DATA DIVISION.
         FILE SECTION.
      *
      *   RETAVISO.TXT - retorno do gateway, uma linha por aviso.
         FD  RETORNO.
         01  REG-RETORNO.
             05  RET-NUMERO          PIC 9(07).
             05  RET-SITUACAO        PIC X(01).
                 88  RET-ENTREGUE    VALUE 'E'.
                 88  RET-FALHOU      VALUE 'F'.
             05  RET-DATA            PIC 9(08).
             05  RET-HORA            PIC 9(06).
             05  RET-MOTIVO          PIC X(30).
      *
      *   AVISOS.DAT - mesmo layout gravado pelo PGAVISOS.
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
      *   AVISOFAL.LST - falhas para correcao do telefone.
         FD  RELATORIO.
         01  REG-REL                 PIC X(100).
      *
         WORKING-STORAGE SECTION.
         77  WS-FS-RET               PIC 99.
         77  WS-FS-AVS               PIC X(02) VALUE '00'.
         77  WS-FS-REL               PIC 99.
         77  WS-EOF                  PIC X     VALUE 'N'.
         77  TRACEJADO               PIC X(100) VALUE ALL '-'.
         77  WS-QTD-LIDOS            PIC 9(07) VALUE ZEROS.
         77  WS-QTD-ENTREGUES        PIC 9(07) VALUE ZEROS.
         77  WS-QTD-FALHAS           PIC 9(07) VALUE ZEROS.
         77  WS-QTD-REPETIDOS        PIC 9(07) VALUE ZEROS.
         77  WS-QTD-DESCONHECIDOS    PIC 9(07) VALUE ZEROS.
         77  WS-QTD-INVALIDOS        PIC 9(07) VALUE ZEROS.
         COPY CABREL.
         COPY TRAVA.
      *
        01  LINHA-TITULO.
            03  FILLER               PIC X(50) VALUE
                'AVISO   EV REFERENCIA              NOME           '.
            03  FILLER               PIC X(50) VALUE
                '     TELEFONE      MOTIVO                         '.
        01  LINHA-FALHA.
            03  LFA-NUMERO           PIC 9(07).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFA-EVENTO           PIC X(02).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFA-REFERENCIA       PIC X(23).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFA-NOME             PIC X(20).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFA-DESTINO          PIC X(13).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LFA-MOTIVO           PIC X(30).
        01  LINHA-DESCONHECIDO.
            03  FILLER               PIC X(20) VALUE
                'AVISO NAO REGISTRADO'.
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDE-NUMERO           PIC 9(07).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDE-SITUACAO         PIC X(01).
            03  FILLER               PIC X(01) VALUE SPACE.
            03  LDE-MOTIVO           PIC X(30).
        01  LINHA-TOTAL.
            03  LTO-DESCRICAO        PIC X(30).
            03  LTO-QTD              PIC ZZZZZZ9.
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY '----- RETORNO DO GATEWAY DE AVISOS POR SMS -----'
           MOVE 'R'                            TO TR-FUNCAO
           MOVE 'PGAVIRET'                     TO TR-PROGRAMA
           MOVE 'AVISOS.DAT'                   TO TR-ARQUIVO
           CALL './bin/PGTRAVA' USING TR-PARM
           IF TR-RECUSADA THEN
              DISPLAY '>> AVISOS.DAT EM USO POR ' TR-DONO
                      ' DESDE ' TR-HORA-DONO ' - TENTE DEPOIS.'
              GOBACK
           END-IF.

           PERFORM IMPORTA-RETORNO THRU IMPORTA-RETORNO-FIM
           MOVE 'L'                            TO TR-FUNCAO
           CALL './bin/PGTRAVA' USING TR-PARM
           GOBACK.
      *
       IMPORTA-RETORNO.
           OPEN INPUT RETORNO
           IF WS-FS-RET NOT EQUAL ZEROS THEN
              DISPLAY 'RETAVISO.TXT INDISPONIVEL - FILE STATUS: '
                      WS-FS-RET ' (NADA A IMPORTAR).'
              GO TO IMPORTA-RETORNO-FIM
           END-IF.
           OPEN I-O AVISOS
           IF WS-FS-AVS NOT EQUAL '00' THEN
              DISPLAY 'AVISOS.DAT INDISPONIVEL - FILE STATUS: '
                      WS-FS-AVS
              CLOSE RETORNO
              GO TO IMPORTA-RETORNO-FIM
           END-IF.
           OPEN OUTPUT RELATORIO
           MOVE 'PGAVIRET'                     TO CR-PROGRAMA
           MOVE 'AVISOS COM FALHA NA ENTREGA'  TO CR-TITULO
           MOVE 1                              TO CR-PAGINA
           CALL './bin/PGCABREL' USING CR-PARM
           WRITE REG-REL FROM CR-LINHA-1 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM CR-LINHA-2 BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM LINHA-TITULO BEFORE ADVANCING 1 LINES
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES

           MOVE 'N'                            TO WS-EOF
           PERFORM UNTIL WS-EOF EQUAL 'S'
              READ RETORNO
                 AT END
                    MOVE 'S'                   TO WS-EOF
                 NOT AT END
                    ADD 1                      TO WS-QTD-LIDOS
                    PERFORM TRATA-RETORNO THRU TRATA-RETORNO-FIM
              END-READ
           END-PERFORM.

           PERFORM IMPRIME-TOTAIS
           CLOSE RETORNO AVISOS RELATORIO.
           DISPLAY 'LIDOS: ' WS-QTD-LIDOS ' ENTREGUES: '
                   WS-QTD-ENTREGUES ' FALHAS: ' WS-QTD-FALHAS
           DISPLAY 'REPETIDOS: ' WS-QTD-REPETIDOS ' NAO REGISTRADOS: '
                   WS-QTD-DESCONHECIDOS ' INVALIDOS: '
                   WS-QTD-INVALIDOS.
       IMPORTA-RETORNO-FIM.
           EXIT.
      *
       TRATA-RETORNO.
           IF RET-NUMERO NOT NUMERIC
                 OR NOT (RET-ENTREGUE OR RET-FALHOU) THEN
              ADD 1                            TO WS-QTD-INVALIDOS
              GO TO TRATA-RETORNO-FIM
           END-IF.
           MOVE RET-NUMERO                     TO AVS-NUMERO
           READ AVISOS
              INVALID KEY
                 ADD 1                         TO WS-QTD-DESCONHECIDOS
                 MOVE RET-NUMERO               TO LDE-NUMERO
                 MOVE RET-SITUACAO             TO LDE-SITUACAO
                 MOVE RET-MOTIVO               TO LDE-MOTIVO
                 WRITE REG-REL FROM LINHA-DESCONHECIDO
                       BEFORE ADVANCING 1 LINES
                 GO TO TRATA-RETORNO-FIM
           END-READ.
           IF AVS-SITUACAO EQUAL RET-SITUACAO
                 AND AVS-DATA-RETORNO EQUAL RET-DATA THEN
              ADD 1                            TO WS-QTD-REPETIDOS
              GO TO TRATA-RETORNO-FIM
           END-IF.
      *    Depois de entregue, uma falha atrasada do gateway nao
      *    desfaz a entrega.
           IF AVS-ENTREGUE AND RET-FALHOU THEN
              ADD 1                            TO WS-QTD-REPETIDOS
              GO TO TRATA-RETORNO-FIM
           END-IF.
           MOVE RET-SITUACAO                   TO AVS-SITUACAO
           MOVE RET-DATA                       TO AVS-DATA-RETORNO
           MOVE RET-HORA                       TO AVS-HORA-RETORNO
           MOVE RET-MOTIVO                     TO AVS-MOTIVO
           REWRITE REG-AVISO
              INVALID KEY
                 DISPLAY '>> ERRO AO ATUALIZAR O AVISO ' AVS-NUMERO
                         ' - FILE STATUS: ' WS-FS-AVS
                 GO TO TRATA-RETORNO-FIM
           END-REWRITE.
           IF AVS-ENTREGUE THEN
              ADD 1                            TO WS-QTD-ENTREGUES
           ELSE
              ADD 1                            TO WS-QTD-FALHAS
              MOVE AVS-NUMERO                  TO LFA-NUMERO
              MOVE AVS-EVENTO                  TO LFA-EVENTO
              MOVE AVS-REFERENCIA              TO LFA-REFERENCIA
              MOVE AVS-NOME                    TO LFA-NOME
              MOVE AVS-DESTINO                 TO LFA-DESTINO
              MOVE AVS-MOTIVO                  TO LFA-MOTIVO
              WRITE REG-REL FROM LINHA-FALHA BEFORE ADVANCING 1 LINES
           END-IF.
       TRATA-RETORNO-FIM.
           EXIT.
      *
       IMPRIME-TOTAIS.
           WRITE REG-REL FROM TRACEJADO  BEFORE ADVANCING 1 LINES
           MOVE 'LINHAS LIDAS'                 TO LTO-DESCRICAO
           MOVE WS-QTD-LIDOS                   TO LTO-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'ENTREGUES'                    TO LTO-DESCRICAO
           MOVE WS-QTD-ENTREGUES               TO LTO-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'FALHAS'                       TO LTO-DESCRICAO
           MOVE WS-QTD-FALHAS                  TO LTO-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'JA IMPORTADOS'                TO LTO-DESCRICAO
           MOVE WS-QTD-REPETIDOS               TO LTO-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'NAO REGISTRADOS'              TO LTO-DESCRICAO
           MOVE WS-QTD-DESCONHECIDOS           TO LTO-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES
           MOVE 'LINHAS INVALIDAS'             TO LTO-DESCRICAO
           MOVE WS-QTD-INVALIDOS               TO LTO-QTD
           WRITE REG-REL FROM LINHA-TOTAL BEFORE ADVANCING 1 LINES.
      *
       END PROGRAM PGAVIRET.
